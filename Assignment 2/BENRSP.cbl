               'BENEFITS ENROLLMENT EXCEPTIONS - CARRIER'.
           05                      PIC X(9)    VALUE ' RESPONSE'.
           05                      PIC X(31)   VALUE SPACES.
      *ONLY THE LAST FOUR DIGITS OF THE SSN EVER PRINT - THE FIRST
      *FIVE ARE STARRED OVER AS EACH LINE IS BUILT
       01  DL-EXC-LINE.
           05  EXC-SOC-SEC-NO      PIC X(9).
           05                      PIC X(2)    VALUE SPACES.
       400-WORK-ERROR-PARA.
           MOVE SPACES          TO DL-EXC-LINE
           MOVE BRS-SOC-SEC-NO  TO EXC-SOC-SEC-NO
           MOVE '*****'         TO EXC-SOC-SEC-NO (1:5)
           MOVE BRS-REASON-CODE TO EXC-REASON-CODE
           PERFORM 450-MATCH-EXTRACT-RTN
           PERFORM 460-SPELL-REASON-RTN
