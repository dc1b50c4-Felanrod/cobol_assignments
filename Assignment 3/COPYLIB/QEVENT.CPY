      *SHARED RECORD LAYOUT OF THE BENEFITS QUALIFYING-EVENT FILE
      *(QEVENT.DAT) THAT QUALEVT KEEPS - ONE RECORD PER LOSS OF
      *COVERAGE: AN EMPLOYEE'S TERMINATION (DEPENDENT NAME BLANK,
      *COVERING THE WHOLE FAMILY) OR ONE CHILD AGING OUT OF THE
      *CARRIER'S AGE LIMIT. EACH CARRIES ITS CONTINUATION-COVERAGE
      *ELECTION WINDOW AND DEADLINE, AND THE DATE BENEXT SENT ITS
      *COVERAGE-END DATE TO THE CARRIER (SPACES UNTIL THEN).
       01  QUAL-EVENT-REC.
           05 QEV-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 QEV-EVENT-TYPE      PIC X(1).
              88 QEV-TERMINATION          VALUE 'T'.
              88 QEV-AGE-OUT              VALUE 'A'.
           05                     PIC X(2).
           05 QEV-DEP-NAME        PIC X(20).
           05                     PIC X(2).
           05 QEV-EMPLOYEE-NAME   PIC X(20).
           05                     PIC X(2).
           05 QEV-SOC-SEC-NO      PIC X(9).
           05                     PIC X(2).
      *EE FOR THE EMPLOYEE'S OWN TERMINATION, ELSE THE DEPENDENT'S
      *RELATIONSHIP CODE FROM DEPEND.DAT
           05 QEV-RELATION        PIC X(2).
           05                     PIC X(2).
           05 QEV-EVENT-DATE      PIC X(8).
           05                     PIC X(2).
           05 QEV-COVERAGE-END    PIC X(8).
           05                     PIC X(2).
           05 QEV-NOTICE-DATE     PIC X(8).
           05                     PIC X(2).
           05 QEV-DEADLINE        PIC X(8).
           05                     PIC X(2).
           05 QEV-STATUS          PIC X(1).
              88 QEV-OPEN                 VALUE 'O'.
              88 QEV-ELECTED              VALUE 'E'.
              88 QEV-WAIVED               VALUE 'W'.
              88 QEV-EXPIRED              VALUE 'X'.
           05                     PIC X(2).
           05 QEV-STATUS-DATE     PIC X(8).
           05                     PIC X(2).
           05 QEV-CARRIER-DATE    PIC X(8).
