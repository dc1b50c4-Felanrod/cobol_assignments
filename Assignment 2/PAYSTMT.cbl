      *         YEAR-END EARNINGS QUESTIONS NO LONGER MEAN DIGGING
      *         OLD REGISTERS OUT OF THE PRINT ARCHIVE. THE STATEMENT
      *         YEAR COMES FROM THE PARM CARD, DEFAULTING TO THE
      *         YEAR OF THE RUN DATE. OFF-CYCLE PAYMENTS OFFPAY
      *         AND RETROPAY MADE ARE PRINTED AMONG THE PERIODS,
      *         NAMED FOR WHAT THEY WERE, AND COUNT IN THE TOTALS BUT
      *         NOT AS PERIODS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTMT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE PERMANENT PAYROLL HISTORY, AS PAYREG LEAVES IT - ONE
      *RECORD PER PAID EMPLOYEE PER RUN, IN RUN ORDER, WITH
      *OFFPAY'S OFF-CYCLE PAYMENTS APPENDED AMONG THEM
           SELECT OPTIONAL PAY-HISTORY-IN
             ASSIGN TO 'PAYHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE PAY-HISTORY-REC LAYOUT PAYREG AND OFFPAY WRITE
       FD  PAY-HISTORY-IN
           RECORD CONTAINS 91 CHARACTERS.
           COPY PAYHIST REPLACING ==PAY-HISTORY-REC==
                                    BY ==PAY-HISTORY-IN-REC==,
                                  ==PH-EMPLOYEE-NO==
                                    BY ==PHI-EMPLOYEE-NO==,
                                  ==PH-PERIOD-DATE==
                                    BY ==PHI-PERIOD-DATE==,
                                  ==PH-PERIOD-GROSS==
                                    BY ==PHI-PERIOD-GROSS==,
                                  ==PH-ALLOWANCE==
                                    BY ==PHI-ALLOWANCE==,
                                  ==PH-PERIOD-PAY==
                                    BY ==PHI-PERIOD-PAY==,
                                  ==PH-RUN-TYPE==
                                    BY ==PHI-RUN-TYPE==,
                                  ==PH-OFF-CYCLE==
                                    BY ==PHI-OFF-CYCLE==,
                                  ==PH-EARN-CODE==
                                    BY ==PHI-EARN-CODE==,
                                  ==PH-TAXABLE-GROSS==
                                    BY ==PHI-TAXABLE-GROSS==,
                                  ==PH-WITHHOLDING==
                                    BY ==PHI-WITHHOLDING==,
                                  ==PH-OTHER-DEDUCT==
                                    BY ==PHI-OTHER-DEDUCT==,
                                  ==PH-TOTAL-DEDUCT==
                                    BY ==PHI-TOTAL-DEDUCT==.

       FD  STATEMENT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               10  WS-DTL-GROSS        PIC 9(6)V99.
               10  WS-DTL-ALLOW        PIC 9(4)V99.
               10  WS-DTL-PAY          PIC 9(6)V99.
               10  WS-DTL-RUN-TYPE     PIC X.
               10  WS-DTL-EARN-CODE    PIC X(3).
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-STMT-HEADING.
           05                      PIC X(27)
           05                      PIC X(14)   VALUE '        GROSS '.
           05                      PIC X(14)   VALUE '    ALLOWANCE '.
           05                      PIC X(14)   VALUE '   PERIOD PAY '.
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'PAYMENT'.
           05                      PIC X(2)    VALUE SPACES.
       01  DL-PERIOD-LINE.
           05  DL-PRD-DATE         PIC X(8).
           05                      PIC X(5)    VALUE SPACES.
           05  DL-PRD-ALLOW        PIC ZZ,ZZ9.99.
           05                      PIC X(4)    VALUE SPACES.
           05  DL-PRD-PAY          PIC ZZZ,ZZ9.99.
           05                      PIC X(4)    VALUE SPACES.
           05  DL-PRD-TYPE         PIC X(20).
           05                      PIC X(6)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(22).
           05  DL-TOT-PERIODS      PIC ZZ9.
               WHEN WS-EMP-NO (EMP-IDX) = PHI-EMPLOYEE-NO
                 CONTINUE
             END-SEARCH
             IF NOT PHI-OFF-CYCLE
               ADD 1              TO WS-EMP-PERIODS (EMP-IDX)
             END-IF
             ADD PHI-PERIOD-GROSS TO WS-EMP-GROSS-TOTAL (EMP-IDX)
             ADD PHI-ALLOWANCE    TO WS-EMP-ALLOW-TOTAL (EMP-IDX)
             ADD PHI-PERIOD-PAY   TO WS-EMP-PAY-TOTAL (EMP-IDX)
             MOVE PHI-PERIOD-GROSS TO WS-DTL-GROSS (WS-DTL-COUNT)
             MOVE PHI-ALLOWANCE    TO WS-DTL-ALLOW (WS-DTL-COUNT)
             MOVE PHI-PERIOD-PAY   TO WS-DTL-PAY (WS-DTL-COUNT)
             MOVE PHI-RUN-TYPE     TO WS-DTL-RUN-TYPE (WS-DTL-COUNT)
             MOVE PHI-EARN-CODE    TO WS-DTL-EARN-CODE (WS-DTL-COUNT)
           END-IF
           PERFORM 200-READ-HISTORY-PARA.
      *----------------------------------------------------------------
           ADD 1 TO WS-STMT-COUNT.
      *----------------------------------------------------------------
      *PRINTS ONE PERIOD DETAIL LINE IF IT BELONGS TO THE EMPLOYEE
      *WHOSE SECTION IS BEING PRINTED. A REGULAR PERIOD'S PAYMENT
      *COLUMN IS LEFT BLANK
       450-PERIOD-LINE-RTN.
           IF WS-DTL-EMP-NO (WS-DTL-SUB) = WS-EMP-NO (WS-EMP-SUB)
             MOVE WS-DTL-DATE (WS-DTL-SUB)  TO DL-PRD-DATE
             MOVE WS-DTL-GROSS (WS-DTL-SUB) TO DL-PRD-GROSS
             MOVE WS-DTL-ALLOW (WS-DTL-SUB) TO DL-PRD-ALLOW
             MOVE WS-DTL-PAY (WS-DTL-SUB)   TO DL-PRD-PAY
             MOVE SPACES                    TO DL-PRD-TYPE
             IF WS-DTL-RUN-TYPE (WS-DTL-SUB) = 'O'
               EVALUATE WS-DTL-EARN-CODE (WS-DTL-SUB)
                 WHEN 'FIN'
                   MOVE 'OFF-CYCLE FINAL PAY' TO DL-PRD-TYPE
                 WHEN 'MAN'
                   MOVE 'OFF-CYCLE MANUAL CHK' TO DL-PRD-TYPE
                 WHEN 'ADJ'
                   MOVE 'OFF-CYCLE ADJUSTMENT' TO DL-PRD-TYPE
                 WHEN 'RET'
                   MOVE 'RETROACTIVE PAY' TO DL-PRD-TYPE
                 WHEN OTHER
                   MOVE 'OFF-CYCLE PAYMENT' TO DL-PRD-TYPE
               END-EVALUATE
             END-IF
             WRITE STATEMENT-RPT-REC FROM DL-PERIOD-LINE
               AFTER ADVANCING 1 LINE
           END-IF.
