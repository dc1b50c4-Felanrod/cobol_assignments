      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO PRINT THE PAYROLL CHECKS FOR THE EMPLOYEES DDEPEXT
      *         COULD NOT PAY BY DIRECT DEPOSIT. EACH ITEM ON ITS
      *         CHECK-PRINT QUEUE (CHKLST.DAT) THAT CAME OFF THE
      *         REGISTER IS PROVEN AGAINST PAYREG'S NET-PAY EXTRACT
      *         (PAYNET.DAT) BEFORE A CHECK IS CUT, SO A CHECK NEVER
      *         PAYS MORE, OR SOMEONE OTHER, THAN THE REGISTER DID.
      *         CHECK NUMBERS COME FROM ONE CONTROLLED SEQUENCE KEPT
      *         ON THE CHECK CONTROL RECORD (CHKCTL.DAT) AND CARRIED
      *         FROM RUN TO RUN WITHOUT GAPS. THE RUN PRINTS THE
      *         CHECKS, A PROVEN CHECK REGISTER, AND THE BANK'S
      *         POSITIVE-PAY ISSUE FILE (PPAY.DAT, H/D/T WITH COUNT,
      *         DOLLARS, AND A HASH OF THE CHECK NUMBERS - THE SAME
      *         SELF-PROVING PATTERN AS THE DIRECT-DEPOSIT FILE), AND
      *         ADDS EVERY CHECK TO THE PERMANENT ISSUE FILE CHKREC
      *         RECONCILES THE BANK'S PAID CHECKS AGAINST. A SECOND
      *         RUN FOR A DATE ALREADY PRINTED PRINTS NOTHING.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKWRT.
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
      *THE CHECK-PRINT QUEUE DDEPEXT WROTE THIS RUN
           SELECT CHECK-QUEUE-FILE
             ASSIGN TO 'CHKLST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE NET-PAY EXTRACT PAYREG WROTE THIS RUN - THE AUTHORITY
      *FOR EVERY REGISTER ITEM ON THE QUEUE
           SELECT PAY-NET-IN
             ASSIGN TO 'PAYNET.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE CHECK CONTROL RECORD - THE LAST CHECK NUMBER USED AND THE
      *DATE OF THE RUN THAT USED IT. READ AT THE START AND REWRITTEN
      *AT THE END. OPTIONAL ONLY SO THE VERY FIRST RUN CAN START THE
      *SEQUENCE AT ONE
           SELECT OPTIONAL CHECK-CONTROL-FILE
             ASSIGN TO 'CHKCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PRINTED CHECKS THEMSELVES, FOR THE CHECK-STOCK PRINTER
           SELECT CHECK-PRINT-FILE
             ASSIGN TO 'CHECKS.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT-FILE
             ASSIGN TO 'CHKREG.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE POSITIVE-PAY ISSUE FILE SENT TO THE BANK, WHICH PAYS NO
      *CHECK IT DOES NOT FIND ON IT
           SELECT POS-PAY-FILE
             ASSIGN TO 'PPAY.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PERMANENT ISSUE FILE - EVERY CHECK WRITTEN IS APPENDED
           SELECT OPTIONAL CHECK-ISSUE-FILE
             ASSIGN TO 'CHKISS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME DATE CARD DATECRD WRITES, SO THE CHECKS CARRY THE
      *STREAM'S OWN DATE
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-QUEUE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CHKLST.

       FD  PAY-NET-IN
           RECORD CONTAINS 37 CHARACTERS.
       01  PAY-NET-IN-REC.
           05  PNI-EMPLOYEE-NO        PIC X(5).
           05                         PIC X(2).
           05  PNI-EMPLOYEE-NAME      PIC X(20).
           05                         PIC X(2).
           05  PNI-NET-PAY            PIC 9(6)V99.

       FD  CHECK-CONTROL-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  CHECK-CONTROL-REC.
           05  CTL-LAST-CHECK-NO      PIC 9(8).
           05                         PIC X(2).
           05  CTL-LAST-RUN-DATE      PIC X(8).

       FD  CHECK-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-PRINT-REC            PIC X(80).

       FD  REGISTER-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTER-RPT-REC           PIC X(80).

      *POSITIVE-PAY LAYOUT - ONE 'H' HEADER, ONE 'D' PER CHECK
      *ISSUED, ONE 'T' TRAILER, ALL 60 CHARACTERS
       FD  POS-PAY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  POS-PAY-DETAIL-REC.
           05  PPY-REC-TYPE           PIC X.
           05  PPY-CHECK-NO           PIC 9(8).
           05  PPY-ISSUE-DATE         PIC X(8).
           05  PPY-AMOUNT             PIC 9(6)V99.
           05  PPY-PAYEE-NAME         PIC X(20).
           05                         PIC X(15).
       01  POS-PAY-HEADER-REC.
           05  PPY-HDR-TYPE           PIC X.
           05  PPY-HDR-DATE           PIC X(8).
           05  PPY-HDR-LITERAL        PIC X(28).
           05                         PIC X(23).
       01  POS-PAY-TRAILER-REC.
           05  PPY-TRL-TYPE           PIC X.
           05  PPY-TRL-COUNT          PIC 9(7).
           05  PPY-TRL-AMOUNT         PIC 9(9)V99.
           05  PPY-TRL-CHECK-HASH     PIC 9(13).
           05                         PIC X(28).

       FD  CHECK-ISSUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHKISS.

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-QUEUE-EOF-SW         PIC X        VALUE 'N'.
           05  WS-NET-EOF-SW           PIC X        VALUE 'N'.
      *'Y' WHEN CHECKS MAY BE PRINTED, 'R' WHEN THIS DATE'S CHECKS
      *ARE ALREADY PRINTED, 'D' WHEN THE CONTROL RECORD IS DAMAGED
           05  WS-PRINT-SW             PIC X        VALUE 'Y'.
           05  WS-BALANCE-SW           PIC X        VALUE 'Y'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-CHECK-NO             PIC 9(8)     VALUE ZERO.
           05  WS-FIRST-CHECK-NO       PIC 9(8)     VALUE ZERO.
           05  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.
           05  WS-QUEUED-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-QUEUED-TOTAL         PIC 9(9)V99  VALUE ZERO.
           05  WS-CHECK-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-CHECK-TOTAL          PIC 9(9)V99  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-REJECT-TOTAL         PIC 9(9)V99  VALUE ZERO.
           05  WS-PROOF-TOTAL          PIC 9(9)V99  VALUE ZERO.
           05  WS-RANGE-COUNT          PIC 9(8)     VALUE ZERO.
      *RUNNING SUM OF EVERY CHECK NUMBER ISSUED - THE BANK
      *RECOMPUTES IT ON RECEIPT TO PROVE THE ISSUE FILE WHOLE
           05  WS-CHECK-HASH-TOTAL     PIC 9(13)    VALUE ZERO.
      *THE NET-PAY EXTRACT, LOADED ONCE. THE USED SWITCH STOPS A
      *SECOND QUEUE ITEM FROM PAYING THE SAME REGISTER LINE AGAIN
       01  WS-NET-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-NET-TABLE.
           05  WS-NET-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-NET-COUNT
               INDEXED BY NET-IDX.
               10  WS-NET-EMPLOYEE-NO  PIC X(5).
               10  WS-NET-AMOUNT       PIC 9(6)V99.
               10  WS-NET-USED-SW      PIC X.
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
      *THE CHECK FACE - FOUR PRINT LINES AND A TEAR RULE PER CHECK
       01  CK-LINE1.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(30)
               VALUE 'PAYROLL ACCOUNT'.
           05                          PIC X(24)    VALUE SPACES.
           05                          PIC X(10)    VALUE 'CHECK NO. '.
           05  CK-CHECK-NO             PIC 9(8).
           05                          PIC X(6)     VALUE SPACES.
       01  CK-LINE2.
           05                          PIC X(56)    VALUE SPACES.
           05                          PIC X(10)    VALUE 'DATE      '.
           05  CK-ISSUE-DATE           PIC X(8).
           05                          PIC X(6)     VALUE SPACES.
       01  CK-LINE3.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(20)
               VALUE 'PAY TO THE ORDER OF '.
           05  CK-PAYEE-NAME           PIC X(20).
           05                          PIC X(14)    VALUE SPACES.
           05  CK-AMOUNT               PIC $***,**9.99.
           05                          PIC X(13)    VALUE SPACES.
       01  CK-LINE4.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(20)
               VALUE 'EMPLOYEE NUMBER     '.
           05  CK-EMPLOYEE-NO          PIC X(5).
           05                          PIC X(53)    VALUE SPACES.
       01  CK-TEAR-LINE                PIC X(80)    VALUE ALL '-'.
       01  HL-HEADING1.
           05                          PIC X(22)
               VALUE 'PAYROLL CHECK REGISTER'.
           05                          PIC X(36)    VALUE SPACES.
           05                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(4)     VALUE SPACES.
       01  HL-HEADING2.
           05                          PIC X(10)    VALUE 'CHECK NO  '.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(22)
               VALUE 'EMPLOYEE NAME         '.
           05                          PIC X(12)
               VALUE '      AMOUNT'.
           05                          PIC X(10)    VALUE '  SOURCE  '.
           05                          PIC X(19)    VALUE SPACES.
       01  DL-CHECK-LINE.
           05  DL-CHK-CHECK-NO         PIC 9(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-AMOUNT           PIC ZZZ,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-CHK-SOURCE           PIC X(9).
           05                          PIC X(18)    VALUE SPACES.
       01  DL-REJECT-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05  REJ-EMPLOYEE-NO         PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  REJ-EMPLOYEE-NAME       PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  REJ-AMOUNT              PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  REJ-REASON              PIC X(29).
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-NUMBER           PIC Z(7)9.
           05                          PIC X(42)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL            PIC X(30).
           05  DL-TOT-COUNT            PIC ZZZZ9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-TOT-AMOUNT           PIC $$$,$$$,$$9.99.
           05                          PIC X(28)    VALUE SPACES.
       01  DL-BALANCE-LINE.
           05  DL-BAL-LABEL            PIC X(60).
           05                          PIC X(20)    VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *PICKS UP THE CHECK SEQUENCE AND THE NET-PAY EXTRACT, PRINTS A
      *NUMBERED CHECK FOR EVERY GOOD QUEUE ITEM, SEALS THE POSITIVE-
      *PAY FILE, CARRIES THE SEQUENCE FORWARD, AND PROVES THE RUN
       100-MAIN-PARA.
           PERFORM 140-DATE-ACCEPT-RTN
           PERFORM 150-LOAD-CONTROL-RTN
           PERFORM 160-LOAD-NET-PAY-RTN
           OPEN OUTPUT REGISTER-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE REGISTER-RPT-REC FROM HL-HEADING1
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           EVALUATE WS-PRINT-SW
             WHEN 'Y'
               PERFORM 190-PRINT-CHECKS-RTN
             WHEN 'R'
               MOVE
                 'CHECKS ALREADY PRINTED FOR THIS DATE - NONE PRINTED'
                 TO DL-BAL-LABEL
               WRITE REGISTER-RPT-REC FROM DL-BALANCE-LINE
               DISPLAY 'CHKWRT - CHECKS FOR ' WS-RUN-DATE
                 ' ALREADY PRINTED, NOTHING PRINTED'
             WHEN OTHER
               MOVE 'CHECK CONTROL RECORD DAMAGED - NO CHECKS PRINTED'
                 TO DL-BAL-LABEL
               WRITE REGISTER-RPT-REC FROM DL-BALANCE-LINE
               DISPLAY 'CHKWRT - CHECK CONTROL RECORD DAMAGED'
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'CHECKS WRITTEN. . . . . . . . : ' WS-CHECK-COUNT
           DISPLAY 'CHECK ITEMS REJECTED. . . . . : ' WS-REJECT-COUNT
           CLOSE REGISTER-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *GETS THE ISSUE DATE FROM THE DATE CARD DATECRD WROTE, FALLING
      *BACK TO THE CONSOLE FOR AN AD HOC MANUAL RUN
       140-DATE-ACCEPT-RTN.
           OPEN INPUT DATE-CARD-FILE
           READ DATE-CARD-FILE
             AT END
               DISPLAY "PLEASE ENTER TODAY'S DATE (YYYYMMDD): "
               ACCEPT WS-RUN-DATE
             NOT AT END
               MOVE DATE-CARD-REC TO WS-RUN-DATE
           END-READ
           CLOSE DATE-CARD-FILE.
      *----------------------------------------------------------------
      *PICKS UP THE LAST CHECK NUMBER USED. NO CONTROL RECORD AT ALL
      *STARTS THE SEQUENCE AT ONE; A NON-NUMERIC ONE STOPS THE RUN,
      *AS DOES A RUN DATE THAT HAS ALREADY HAD ITS CHECKS PRINTED -
      *A RERUN OF THE NIGHT MUST NOT PRINT THE SAME PAY TWICE
       150-LOAD-CONTROL-RTN.
           OPEN INPUT CHECK-CONTROL-FILE
           READ CHECK-CONTROL-FILE
             AT END
               DISPLAY 'CHKWRT - NO CHECK CONTROL RECORD, '
                 'NUMBERING STARTS AT 1'
               MOVE ZERO TO WS-CHECK-NO
             NOT AT END
               IF CTL-LAST-CHECK-NO NUMERIC
                 MOVE CTL-LAST-CHECK-NO TO WS-CHECK-NO
                 IF CTL-LAST-RUN-DATE = WS-RUN-DATE
                   MOVE 'R' TO WS-PRINT-SW
                 END-IF
               ELSE
                 MOVE 'D' TO WS-PRINT-SW
               END-IF
           END-READ
           CLOSE CHECK-CONTROL-FILE.
      *----------------------------------------------------------------
      *LOADS THE NET-PAY EXTRACT INTO THE TABLE
       160-LOAD-NET-PAY-RTN.
           OPEN INPUT PAY-NET-IN
           PERFORM 170-NET-PAY-READ-RTN
             UNTIL WS-NET-EOF-SW = 'Y'
             OR    WS-NET-COUNT = 9999
           CLOSE PAY-NET-IN.
      *----------------------------------------------------------------
       170-NET-PAY-READ-RTN.
           READ PAY-NET-IN
             AT END
               MOVE 'Y' TO WS-NET-EOF-SW
             NOT AT END
               ADD 1 TO WS-NET-COUNT
               MOVE PNI-EMPLOYEE-NO TO WS-NET-EMPLOYEE-NO (WS-NET-COUNT)
               MOVE PNI-NET-PAY     TO WS-NET-AMOUNT (WS-NET-COUNT)
               MOVE 'N'             TO WS-NET-USED-SW (WS-NET-COUNT)
           END-READ.
      *----------------------------------------------------------------
      *THE PRINT RUN PROPER - CHECKS, REGISTER, POSITIVE-PAY FILE,
      *ISSUE FILE, AND THE CONTROL RECORD CARRIED FORWARD
       190-PRINT-CHECKS-RTN.
           MOVE WS-CHECK-NO TO WS-FIRST-CHECK-NO
           ADD 1 TO WS-FIRST-CHECK-NO
           OPEN INPUT  CHECK-QUEUE-FILE
                OUTPUT CHECK-PRINT-FILE
                OUTPUT POS-PAY-FILE
                EXTEND CHECK-ISSUE-FILE
           WRITE REGISTER-RPT-REC FROM HL-HEADING2
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           PERFORM 300-HEADER-RTN
           PERFORM 200-READ-QUEUE-PARA
           PERFORM 400-CHECK-PARA UNTIL WS-QUEUE-EOF-SW = 'Y'
           PERFORM 600-TRAILER-RTN
           CLOSE CHECK-QUEUE-FILE
                 CHECK-PRINT-FILE
                 POS-PAY-FILE
                 CHECK-ISSUE-FILE
           PERFORM 700-CONTROL-RTN
           PERFORM 800-TOTALS-RTN
           PERFORM 850-BALANCE-RTN.
      *----------------------------------------------------------------
      *READ NEXT ITEM FROM THE CHECK-PRINT QUEUE
       200-READ-QUEUE-PARA.
           READ CHECK-QUEUE-FILE
             AT END
               MOVE 'Y' TO WS-QUEUE-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *WRITES THE POSITIVE-PAY HEADER RECORD
       300-HEADER-RTN.
           MOVE SPACES      TO POS-PAY-HEADER-REC
           MOVE 'H'         TO PPY-HDR-TYPE
           MOVE WS-RUN-DATE TO PPY-HDR-DATE
           MOVE 'PAYROLL POSITIVE PAY ISSUE  ' TO PPY-HDR-LITERAL
           WRITE POS-PAY-HEADER-REC.
      *----------------------------------------------------------------
      *EDITS ONE QUEUE ITEM. A REGISTER ITEM MUST BE ON THE NET-PAY
      *EXTRACT FOR THE SAME DOLLARS AND NOT ALREADY PAID BY AN
      *EARLIER ITEM; AN OFF-CYCLE ITEM WAS PROVEN BY OFFPAY OR
      *RETROPAY WHEN IT WAS QUEUED. NO CHECK IS CUT FOR ZERO
       400-CHECK-PARA.
           ADD 1           TO WS-QUEUED-COUNT
           ADD CHQ-NET-PAY TO WS-QUEUED-TOTAL
           MOVE SPACES TO WS-REJECT-REASON
           IF CHQ-NET-PAY NOT NUMERIC
             MOVE ZERO TO CHQ-NET-PAY
           END-IF
           IF CHQ-NET-PAY = ZERO
             MOVE 'NO NET PAY' TO WS-REJECT-REASON
           ELSE
             IF CHQ-SOURCE = 'R'
               PERFORM 450-PROVE-REGISTER-RTN
             ELSE
               IF CHQ-SOURCE NOT = 'O'
                 MOVE 'UNKNOWN PAYMENT SOURCE' TO WS-REJECT-REASON
               END-IF
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM 500-WRITE-CHECK-RTN
           ELSE
             PERFORM 550-REJECT-RTN
           END-IF
           PERFORM 200-READ-QUEUE-PARA.
      *----------------------------------------------------------------
      *FINDS THE REGISTER ITEM ON THE NET-PAY EXTRACT AND MARKS THE
      *EXTRACT LINE PAID
       450-PROVE-REGISTER-RTN.
           IF WS-NET-COUNT > ZERO
             SET NET-IDX TO 1
             SEARCH WS-NET-ENTRY
               AT END
                 MOVE 'NOT ON NET-PAY EXTRACT' TO WS-REJECT-REASON
               WHEN WS-NET-EMPLOYEE-NO (NET-IDX) = CHQ-EMPLOYEE-NO
                 IF WS-NET-USED-SW (NET-IDX) = 'Y'
                   MOVE 'CHECK ALREADY WRITTEN' TO WS-REJECT-REASON
                 ELSE
                   IF WS-NET-AMOUNT (NET-IDX) NOT = CHQ-NET-PAY
                     MOVE 'AMOUNT DIFFERS FROM EXTRACT'
                       TO WS-REJECT-REASON
                   ELSE
                     MOVE 'Y' TO WS-NET-USED-SW (NET-IDX)
                   END-IF
                 END-IF
             END-SEARCH
           ELSE
             MOVE 'NOT ON NET-PAY EXTRACT' TO WS-REJECT-REASON
           END-IF.
      *----------------------------------------------------------------
      *TAKES THE NEXT CHECK NUMBER AND WRITES THE CHECK, ITS REGISTER
      *LINE, ITS POSITIVE-PAY RECORD, AND ITS ISSUE RECORD
       500-WRITE-CHECK-RTN.
           ADD 1 TO WS-CHECK-NO
           MOVE WS-CHECK-NO       TO CK-CHECK-NO
           MOVE WS-RUN-DATE       TO CK-ISSUE-DATE
           MOVE CHQ-EMPLOYEE-NAME TO CK-PAYEE-NAME
           MOVE CHQ-NET-PAY       TO CK-AMOUNT
           MOVE CHQ-EMPLOYEE-NO   TO CK-EMPLOYEE-NO
           WRITE CHECK-PRINT-REC FROM BLANK-LINE
           WRITE CHECK-PRINT-REC FROM CK-LINE1
           WRITE CHECK-PRINT-REC FROM CK-LINE2
           WRITE CHECK-PRINT-REC FROM BLANK-LINE
           WRITE CHECK-PRINT-REC FROM CK-LINE3
           WRITE CHECK-PRINT-REC FROM BLANK-LINE
           WRITE CHECK-PRINT-REC FROM CK-LINE4
           WRITE CHECK-PRINT-REC FROM BLANK-LINE
           WRITE CHECK-PRINT-REC FROM CK-TEAR-LINE
           MOVE WS-CHECK-NO       TO DL-CHK-CHECK-NO
           MOVE CHQ-EMPLOYEE-NO   TO DL-CHK-EMPLOYEE-NO
           MOVE CHQ-EMPLOYEE-NAME TO DL-CHK-EMPLOYEE-NAME
           MOVE CHQ-NET-PAY       TO DL-CHK-AMOUNT
           IF CHQ-SOURCE = 'R'
             MOVE 'REGULAR'   TO DL-CHK-SOURCE
           ELSE
             MOVE 'OFF-CYCLE' TO DL-CHK-SOURCE
           END-IF
           WRITE REGISTER-RPT-REC FROM DL-CHECK-LINE
           MOVE SPACES            TO POS-PAY-DETAIL-REC
           MOVE 'D'               TO PPY-REC-TYPE
           MOVE WS-CHECK-NO       TO PPY-CHECK-NO
           MOVE WS-RUN-DATE       TO PPY-ISSUE-DATE
           MOVE CHQ-NET-PAY       TO PPY-AMOUNT
           MOVE CHQ-EMPLOYEE-NAME TO PPY-PAYEE-NAME
           WRITE POS-PAY-DETAIL-REC
           MOVE SPACES            TO CHECK-ISSUE-REC
           MOVE WS-CHECK-NO       TO CHI-CHECK-NO
           MOVE CHQ-EMPLOYEE-NO   TO CHI-EMPLOYEE-NO
           MOVE CHQ-EMPLOYEE-NAME TO CHI-PAYEE-NAME
           MOVE CHQ-NET-PAY       TO CHI-AMOUNT
           MOVE WS-RUN-DATE       TO CHI-ISSUE-DATE
           MOVE 'O'               TO CHI-STATUS
           MOVE ZERO              TO CHI-PAID-AMOUNT
           WRITE CHECK-ISSUE-REC
           ADD 1           TO WS-CHECK-COUNT
           ADD CHQ-NET-PAY TO WS-CHECK-TOTAL
           ADD WS-CHECK-NO TO WS-CHECK-HASH-TOTAL.
      *----------------------------------------------------------------
      *A QUEUE ITEM THAT CANNOT BE PAID - LISTED ON THE REGISTER FOR
      *PAYROLL TO RESOLVE BY HAND, AND NO CHECK NUMBER IS USED
       550-REJECT-RTN.
           MOVE CHQ-EMPLOYEE-NO   TO REJ-EMPLOYEE-NO
           MOVE CHQ-EMPLOYEE-NAME TO REJ-EMPLOYEE-NAME
           MOVE CHQ-NET-PAY       TO REJ-AMOUNT
           MOVE WS-REJECT-REASON  TO REJ-REASON
           WRITE REGISTER-RPT-REC FROM DL-REJECT-LINE
           ADD 1           TO WS-REJECT-COUNT
           ADD CHQ-NET-PAY TO WS-REJECT-TOTAL.
      *----------------------------------------------------------------
      *WRITES THE COUNT/DOLLARS/HASH TRAILER RECORD
       600-TRAILER-RTN.
           MOVE SPACES              TO POS-PAY-TRAILER-REC
           MOVE 'T'                 TO PPY-TRL-TYPE
           MOVE WS-CHECK-COUNT      TO PPY-TRL-COUNT
           MOVE WS-CHECK-TOTAL      TO PPY-TRL-AMOUNT
           MOVE WS-CHECK-HASH-TOTAL TO PPY-TRL-CHECK-HASH
           WRITE POS-PAY-TRAILER-REC.
      *----------------------------------------------------------------
      *CARRIES THE SEQUENCE FORWARD - THE LAST NUMBER USED AND THIS
      *RUN'S DATE, SO TOMORROW STARTS ONE PAST IT AND A RERUN TONIGHT
      *PRINTS NOTHING
       700-CONTROL-RTN.
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE SPACES      TO CHECK-CONTROL-REC
           MOVE WS-CHECK-NO TO CTL-LAST-CHECK-NO
           MOVE WS-RUN-DATE TO CTL-LAST-RUN-DATE
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE.
      *----------------------------------------------------------------
      *PRINTS THE REGISTER TOTALS AND THE CHECK-NUMBER RANGE USED
       800-TOTALS-RTN.
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'ITEMS ON CHECK-PRINT QUEUE . :' TO DL-TOT-LABEL
           MOVE WS-QUEUED-COUNT                  TO DL-TOT-COUNT
           MOVE WS-QUEUED-TOTAL                  TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CHECKS WRITTEN . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-CHECK-COUNT                   TO DL-TOT-COUNT
           MOVE WS-CHECK-TOTAL                   TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ITEMS REJECTED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-TOT-COUNT
           MOVE WS-REJECT-TOTAL                  TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           IF WS-CHECK-COUNT > ZERO
             MOVE 'FIRST CHECK NUMBER . . . . . :' TO DL-CNT-LABEL
             MOVE WS-FIRST-CHECK-NO                TO DL-CNT-NUMBER
             WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           END-IF
           MOVE 'LAST CHECK NUMBER. . . . . . :' TO DL-CNT-LABEL
           MOVE WS-CHECK-NO                      TO DL-CNT-NUMBER
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE.
      *----------------------------------------------------------------
      *PROVES THE REGISTER - EVERY QUEUE ITEM A CHECK OR A REJECT,
      *BY COUNT AND BY DOLLARS, AND THE CHECKS A SOLID RUN OF
      *NUMBERS WITH NONE SKIPPED. AN OUT-OF-BALANCE REGISTER ENDS
      *THE STEP NON-ZERO
       850-BALANCE-RTN.
           IF WS-QUEUED-COUNT NOT = WS-CHECK-COUNT + WS-REJECT-COUNT
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           COMPUTE WS-PROOF-TOTAL = WS-CHECK-TOTAL + WS-REJECT-TOTAL
           IF WS-PROOF-TOTAL NOT = WS-QUEUED-TOTAL
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           COMPUTE WS-RANGE-COUNT = WS-CHECK-NO - WS-FIRST-CHECK-NO + 1
           IF WS-RANGE-COUNT NOT = WS-CHECK-COUNT
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           IF WS-BALANCE-SW = 'Y'
             MOVE 'REGISTER IN BALANCE' TO DL-BAL-LABEL
           ELSE
             MOVE 'REGISTER OUT OF BALANCE' TO DL-BAL-LABEL
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REGISTER-RPT-REC FROM DL-BALANCE-LINE.
      *****************************************************************
