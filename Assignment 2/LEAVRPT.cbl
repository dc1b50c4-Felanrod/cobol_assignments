      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO LIST EVERY ACTIVE EMPLOYEE'S VACATION AND SICK
      *         LEAVE BALANCE BY TERRITORY AND OFFICE, OFF THE SORTED
      *         A1 EXTRACT AND THE LEAVE BALANCE FILE LEAVUPD KEEPS,
      *         WITH OFFICE, TERRITORY, AND GRAND TOTALS OF THE HOURS
      *         OUTSTANDING - THE OFFICES' LEAVE BINDERS REPLACED BY
      *         ONE OFFICIAL REPORT. AN ACTIVE EMPLOYEE WITH NO
      *         BALANCE ON FILE IS STILL LISTED, FLAGGED, SO A MISSED
      *         OPENING BALANCE IS NOTICED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVRPT.
      *ALL OTHER FOLLOWING PARAGRAPHS ARE OPTIONAL
       AUTHOR. JOEL MURPHY.
       INSTALLATION. PC.
       DATE-WRITTEN. SEPTEMBER 2, 2026.
       DATE-COMPILED.
       SECURITY. CAN BE USED BY AUTHORISED PERSONNEL ONLY.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-IN
             ASSIGN TO 'A1SORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE LIVE LEAVE BALANCES. OPTIONAL SO THE REPORT STILL RUNS
      *BEFORE THE FIRST BALANCES ARE TAKEN ON
           SELECT OPTIONAL LEAVE-BAL-FILE
             ASSIGN TO 'LEAVEBAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEAVE-RPT-FILE
             ASSIGN TO 'LEAVRPT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

       FD  LEAVE-BAL-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY LEAVEBAL.

       FD  LEAVE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAVE-RPT-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.
           05  FIRST-RECORD            PIC X(3)     VALUE 'YES'.
           05  WS-LVB-EOF-SW           PIC X        VALUE 'N'.
           05  WS-FOUND-SW             PIC X        VALUE 'N'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-TERR-HOLD            PIC XX       VALUE SPACES.
           05  WS-OFFICE-HOLD          PIC XX       VALUE SPACES.
           05  WS-HOLD-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-NO-BALANCE-COUNT     PIC 9(5)     VALUE ZERO.
      *OFFICE, TERRITORY, AND GRAND ACCUMULATORS - HEADCOUNT AND
      *THE VACATION AND SICK HOURS OUTSTANDING
       01  WS-TOTAL-AREAS.
           05  WS-OFFICE-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-OFFICE-VAC-TOTAL     PIC 9(7)V99  VALUE ZERO.
           05  WS-OFFICE-SICK-TOTAL    PIC 9(7)V99  VALUE ZERO.
           05  WS-TERR-COUNT           PIC 9(5)     VALUE ZERO.
           05  WS-TERR-VAC-TOTAL       PIC 9(7)V99  VALUE ZERO.
           05  WS-TERR-SICK-TOTAL      PIC 9(7)V99  VALUE ZERO.
           05  WS-GRAND-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-GRAND-VAC-TOTAL      PIC 9(7)V99  VALUE ZERO.
           05  WS-GRAND-SICK-TOTAL     PIC 9(7)V99  VALUE ZERO.
      *THE LEAVE BALANCES, LOADED ONCE SO EACH EMPLOYEE'S LOOKUP IS
      *A TABLE SEARCH
       01  WS-LEAVE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-LEAVE-TABLE.
           05  WS-LEAVE-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-LEAVE-COUNT
               INDEXED BY LV-IDX.
               10  WS-LV-EMP-NO        PIC X(5).
               10  WS-LV-VAC           PIC 9(4)V99.
               10  WS-LV-SICK          PIC 9(4)V99.
               10  WS-LV-LAST          PIC X(8).
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(32)    VALUE
               'LEAVE BALANCES BY TERRITORY AND '.
           05                          PIC X(6)     VALUE 'OFFICE'.
           05                          PIC X(4)     VALUE SPACES.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(10)    VALUE SPACES.
       01  HL-HEADING2.
           05                          PIC X(13)
               VALUE 'TERRITORY -- '.
           05  HL-OUT-TERR             PIC XX.
           05                          PIC X(5)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'OFFICE -- '.
           05  HL-OUT-OFFICE           PIC XX.
           05                          PIC X(48)    VALUE SPACES.
       01  HL-HEADING3.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(5)     VALUE 'EMPNO'.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(13)
               VALUE 'EMPLOYEE NAME'.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(8)     VALUE 'VACATION'.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(8)     VALUE '    SICK'.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(12)
               VALUE 'LAST ACCRUAL'.
           05                          PIC X(13)    VALUE SPACES.
       01  DL-DETAIL-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-VACATION         PIC Z,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-SICK             PIC Z,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LAST-ACCRUAL     PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NOTE             PIC X(11).
       01  DL-SUBTOTAL-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-SUBTOTAL-LABEL       PIC X(16).
           05  DL-SUBTOTAL-COUNT       PIC ZZZZ9.
           05                          PIC X(6)     VALUE SPACES.
           05  DL-SUBTOTAL-VACATION    PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-SUBTOTAL-SICK        PIC ZZZ,ZZ9.99.
           05                          PIC X(29)    VALUE SPACES.
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-COUNT            PIC ZZZZ9.
           05                          PIC X(45)    VALUE SPACES.

      ******************************************************
       PROCEDURE DIVISION.
      *MAIN MODULE CONTROLS THE DIRECTION OF THE PROGRAM LOGIC
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-BALANCES-RTN
           OPEN INPUT  EXTRACT-IN
                OUTPUT LEAVE-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE LEAVE-RPT-REC FROM HL-HEADING1
           PERFORM 200-READ-EXTRACT-PARA
           PERFORM 300-PROCESS-PARA UNTIL NO-MORE-RECORDS
           IF FIRST-RECORD = 'NO '
             PERFORM 600-TERR-BREAK
           END-IF
           PERFORM 850-GRAND-TOTAL-RTN
           CLOSE EXTRACT-IN
                 LEAVE-RPT-FILE
           STOP RUN.

      *LOADS THE LEAVE BALANCES INTO THEIR TABLE
       150-LOAD-BALANCES-RTN.
           OPEN INPUT LEAVE-BAL-FILE
           PERFORM 155-BALANCE-READ-RTN
             UNTIL WS-LVB-EOF-SW = 'Y'
             OR    WS-LEAVE-COUNT = 9999
           CLOSE LEAVE-BAL-FILE.

       155-BALANCE-READ-RTN.
           READ LEAVE-BAL-FILE
             AT END
               MOVE 'Y' TO WS-LVB-EOF-SW
             NOT AT END
               ADD 1 TO WS-LEAVE-COUNT
               MOVE LVB-EMPLOYEE-NO  TO WS-LV-EMP-NO (WS-LEAVE-COUNT)
               MOVE LVB-VAC-BALANCE  TO WS-LV-VAC (WS-LEAVE-COUNT)
               MOVE LVB-SICK-BALANCE TO WS-LV-SICK (WS-LEAVE-COUNT)
               MOVE LVB-LAST-ACCRUAL TO WS-LV-LAST (WS-LEAVE-COUNT)
           END-READ.

      *READ NEXT RECORD FROM THE SORTED A1 EXTRACT
       200-READ-EXTRACT-PARA.
           READ EXTRACT-IN
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-READ.

      *A TERMINATED EMPLOYEE HAS NO LEAVE LEFT TO TAKE - THEIR
      *VACATION IS LISTED FOR PAYOUT BY EMPMNT - SO ONLY ACTIVE
      *EMPLOYEES ARE REPORTED
       300-PROCESS-PARA.
           IF EXT-TERMINATED
             PERFORM 200-READ-EXTRACT-PARA
           ELSE
             PERFORM 310-DETAIL-LINE-RTN
           END-IF.

      *THE CONTROL-BREAK AND DETAIL WORK FOR ONE ACTIVE EMPLOYEE
       310-DETAIL-LINE-RTN.
           EVALUATE TRUE
             WHEN FIRST-RECORD = 'YES'
               MOVE EXT-TERRITORY-NO TO WS-TERR-HOLD
               MOVE EXT-OFFICE-NO    TO WS-OFFICE-HOLD
               PERFORM 320-HEADING-RTN
               MOVE 'NO '            TO FIRST-RECORD
             WHEN EXT-TERRITORY-NO NOT = WS-TERR-HOLD
               PERFORM 600-TERR-BREAK
             WHEN EXT-OFFICE-NO NOT = WS-OFFICE-HOLD
               PERFORM 700-OFFICE-BREAK
           END-EVALUATE
           PERFORM 400-BALANCE-LINE-RTN
           PERFORM 200-READ-EXTRACT-PARA.

      *PRINTS THE OFFICE GROUP HEADINGS
       320-HEADING-RTN.
           MOVE WS-TERR-HOLD   TO HL-OUT-TERR
           MOVE WS-OFFICE-HOLD TO HL-OUT-OFFICE
           WRITE LEAVE-RPT-REC FROM BLANK-LINE
           WRITE LEAVE-RPT-REC FROM HL-HEADING2
           WRITE LEAVE-RPT-REC FROM HL-HEADING3.

      *LOOKS UP THE EMPLOYEE'S BALANCE, PRINTS THE LINE, AND ADDS
      *THE HOURS INTO THE OFFICE, TERRITORY, AND GRAND TOTALS
       400-BALANCE-LINE-RTN.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-LEAVE-COUNT > ZERO
             SET LV-IDX TO 1
             SEARCH WS-LEAVE-ENTRY
               WHEN WS-LV-EMP-NO (LV-IDX) = EXT-EMPLOYEE-NO
                 MOVE 'Y' TO WS-FOUND-SW
                 SET WS-HOLD-SUB TO LV-IDX
             END-SEARCH
           END-IF
           MOVE EXT-EMPLOYEE-NO   TO DL-OUT-EMPLOYEE-NO
           MOVE EXT-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
           IF WS-FOUND-SW = 'Y'
             MOVE WS-LV-VAC (WS-HOLD-SUB)  TO DL-OUT-VACATION
             MOVE WS-LV-SICK (WS-HOLD-SUB) TO DL-OUT-SICK
             MOVE WS-LV-LAST (WS-HOLD-SUB) TO DL-OUT-LAST-ACCRUAL
             MOVE SPACES                   TO DL-OUT-NOTE
             ADD WS-LV-VAC (WS-HOLD-SUB)   TO WS-OFFICE-VAC-TOTAL
                                              WS-TERR-VAC-TOTAL
                                              WS-GRAND-VAC-TOTAL
             ADD WS-LV-SICK (WS-HOLD-SUB)  TO WS-OFFICE-SICK-TOTAL
                                              WS-TERR-SICK-TOTAL
                                              WS-GRAND-SICK-TOTAL
           ELSE
             MOVE ZERO                     TO DL-OUT-VACATION
                                              DL-OUT-SICK
             MOVE SPACES                   TO DL-OUT-LAST-ACCRUAL
             MOVE 'NO BALANCE'             TO DL-OUT-NOTE
             ADD 1 TO WS-NO-BALANCE-COUNT
           END-IF
           WRITE LEAVE-RPT-REC FROM DL-DETAIL-LINE
           ADD 1 TO WS-OFFICE-COUNT
                    WS-TERR-COUNT
                    WS-GRAND-COUNT.

      *CONTROLS THE TERRITORY BREAK
       600-TERR-BREAK.
           PERFORM 700-OFFICE-BREAK
           PERFORM 625-TERR-SUBTOTAL-RTN
           IF MORE-RECORDS
             MOVE EXT-TERRITORY-NO TO WS-TERR-HOLD
             PERFORM 320-HEADING-RTN
           END-IF.

      *PRINTS THE TERRITORY SUBTOTAL LINE AND RESETS THE TERRITORY
      *ACCUMULATORS FOR THE NEXT TERRITORY
       625-TERR-SUBTOTAL-RTN.
           MOVE 'TERRITORY TOTAL'    TO DL-SUBTOTAL-LABEL
           MOVE WS-TERR-COUNT        TO DL-SUBTOTAL-COUNT
           MOVE WS-TERR-VAC-TOTAL    TO DL-SUBTOTAL-VACATION
           MOVE WS-TERR-SICK-TOTAL   TO DL-SUBTOTAL-SICK
           WRITE LEAVE-RPT-REC FROM DL-SUBTOTAL-LINE
           MOVE ZERO TO WS-TERR-COUNT
                        WS-TERR-VAC-TOTAL
                        WS-TERR-SICK-TOTAL.

      *CONTROLS THE OFFICE BREAK
       700-OFFICE-BREAK.
           PERFORM 725-OFFICE-SUBTOTAL-RTN
           IF MORE-RECORDS
             MOVE EXT-OFFICE-NO TO WS-OFFICE-HOLD
             IF EXT-TERRITORY-NO = WS-TERR-HOLD
               PERFORM 320-HEADING-RTN
             END-IF
           END-IF.

      *PRINTS THE OFFICE SUBTOTAL LINE AND RESETS THE OFFICE
      *ACCUMULATORS FOR THE NEXT OFFICE
       725-OFFICE-SUBTOTAL-RTN.
           MOVE 'OFFICE TOTAL'       TO DL-SUBTOTAL-LABEL
           MOVE WS-OFFICE-COUNT      TO DL-SUBTOTAL-COUNT
           MOVE WS-OFFICE-VAC-TOTAL  TO DL-SUBTOTAL-VACATION
           MOVE WS-OFFICE-SICK-TOTAL TO DL-SUBTOTAL-SICK
           WRITE LEAVE-RPT-REC FROM DL-SUBTOTAL-LINE
           MOVE ZERO TO WS-OFFICE-COUNT
                        WS-OFFICE-VAC-TOTAL
                        WS-OFFICE-SICK-TOTAL.

      *PRINTS THE GRAND TOTAL OVER EVERY ACTIVE EMPLOYEE AND THE
      *COUNT WITH NO BALANCE ON FILE
       850-GRAND-TOTAL-RTN.
           WRITE LEAVE-RPT-REC FROM BLANK-LINE
           MOVE 'GRAND TOTAL'        TO DL-SUBTOTAL-LABEL
           MOVE WS-GRAND-COUNT       TO DL-SUBTOTAL-COUNT
           MOVE WS-GRAND-VAC-TOTAL   TO DL-SUBTOTAL-VACATION
           MOVE WS-GRAND-SICK-TOTAL  TO DL-SUBTOTAL-SICK
           WRITE LEAVE-RPT-REC FROM DL-SUBTOTAL-LINE
           MOVE 'EMPLOYEES WITH NO BALANCE. . :' TO DL-CNT-LABEL
           MOVE WS-NO-BALANCE-COUNT              TO DL-CNT-COUNT
           WRITE LEAVE-RPT-REC FROM DL-COUNT-LINE.
      *****************************************************************
