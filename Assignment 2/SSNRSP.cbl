               'SSN VERIFICATION DISCREPANCIES - FOR HR '.
           05                      PIC X(6)    VALUE 'REVIEW'.
           05                      PIC X(34)   VALUE SPACES.
      *ONLY THE LAST FOUR DIGITS OF THE SSN EVER PRINT - THE FIRST
      *FIVE ARE STARRED OVER AS EACH LINE IS BUILT
       01  DL-DISC-LINE.
           05  DSC-EMPLOYEE-NO     PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
               MOVE SPACES            TO DL-DISC-LINE
               MOVE RSP-EMPLOYEE-NO   TO DSC-EMPLOYEE-NO
               MOVE RSP-SOC-SEC-NO    TO DSC-SOC-SEC-NO
               MOVE '*****'           TO DSC-SOC-SEC-NO (1:5)
               MOVE 'EMPLOYEE NOT ON FILE' TO DSC-REASON
               WRITE DISCREPANCY-RPT-REC FROM DL-DISC-LINE
               ADD 1 TO WS-NOT-FOUND-COUNT
           MOVE RSP-EMPLOYEE-NO     TO DSC-EMPLOYEE-NO
           MOVE EMP-EMPLOYEE-NAME   TO DSC-EMPLOYEE-NAME
           MOVE RSP-SOC-SEC-NO      TO DSC-SOC-SEC-NO
           MOVE '*****'             TO DSC-SOC-SEC-NO (1:5)
           MOVE 'AGENCY REPORTS SSN MISMATCH' TO DSC-REASON
           WRITE DISCREPANCY-RPT-REC FROM DL-DISC-LINE
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE RSP-EMPLOYEE-NO     TO DSC-EMPLOYEE-NO
           MOVE EMP-EMPLOYEE-NAME   TO DSC-EMPLOYEE-NAME
           MOVE RSP-SOC-SEC-NO      TO DSC-SOC-SEC-NO
           MOVE '*****'             TO DSC-SOC-SEC-NO (1:5)
           MOVE 'UNRECOGNIZED RESULT CODE' TO DSC-REASON
           WRITE DISCREPANCY-RPT-REC FROM DL-DISC-LINE
           ADD 1 TO WS-BAD-RESULT-COUNT.
