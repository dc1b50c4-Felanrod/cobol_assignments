      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO RECONCILE THE BANK'S PAID-CHECKS FILE AGAINST THE
      *         PAYROLL CHECKS CHKWRT HAS ISSUED, FOR THE MONTHLY
      *         BANK RECONCILIATION. THE PAID FILE IS PROVED AGAINST
      *         ITS OWN TRAILER COUNT AND DOLLARS, THEN EACH PAID
      *         CHECK IS MATCHED BY NUMBER TO THE PERMANENT ISSUE FILE
      *         (CHKISS.DAT) AND MARKED PAID. A CHECK PAID A SECOND
      *         TIME, PAID FOR A DIFFERENT AMOUNT THAN IT WAS WRITTEN
      *         FOR, OR PAID WITH NO ISSUE ON FILE IS FLAGGED; EVERY
      *         CHECK STILL OUTSTANDING IS LISTED, WITH THOSE OLDER
      *         THAN THE CHKREC.PRM STALE-DATE PERIOD FLAGGED STALE
      *         DATED, AND THE OUTSTANDING TOTAL IS THE FIGURE THE
      *         BANK RECONCILIATION CARRIES. A PAID FILE THAT FAILS
      *         ITS OWN CONTROLS LEAVES THE ISSUE FILE UNTOUCHED AND
      *         ENDS THE STEP NON-ZERO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKREC.
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
      *THE BANK'S PAID-CHECKS FILE AS TRANSMITTED - 'H' HEADER, ONE
      *'D' PER CHECK PAID, 'T' COUNT AND DOLLARS TRAILER
           SELECT PAID-IN
             ASSIGN TO 'CHKPAID.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PERMANENT ISSUE FILE - LOADED, MARKED, AND REWRITTEN
           SELECT OPTIONAL CHECK-ISSUE-FILE
             ASSIGN TO 'CHKISS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD: HOW MANY DAYS AFTER ISSUE A CHECK GOES
      *STALE. THE BANK WILL NOT PAY IT PAST THAT
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'CHKREC.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTSTANDING-RPT-FILE
             ASSIGN TO 'CHKOUT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PAID-IN
           RECORD CONTAINS 60 CHARACTERS.
       01  PAID-DETAIL-REC.
           05  PAD-REC-TYPE           PIC X.
           05  PAD-CHECK-NO           PIC 9(8).
           05  PAD-PAID-DATE          PIC X(8).
           05  PAD-AMOUNT             PIC 9(6)V99.
           05                         PIC X(35).
       01  PAID-TRAILER-REC.
           05  PAD-TRL-TYPE           PIC X.
           05  PAD-TRL-COUNT          PIC 9(7).
           05  PAD-TRL-AMOUNT         PIC 9(9)V99.
           05                         PIC X(41).

       FD  CHECK-ISSUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHKISS.

       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-STALE-DAYS        PIC 9(3).

       FD  OUTSTANDING-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OUTSTANDING-RPT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PAID-EOF-SW          PIC X        VALUE 'N'.
           05  WS-ISSUE-EOF-SW         PIC X        VALUE 'N'.
           05  WS-TRAILER-SEEN-SW      PIC X        VALUE 'N'.
           05  WS-PROVED-SW            PIC X        VALUE 'Y'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
      *THE STALE-DATE PERIOD AND THE ISSUE DATE IT BACKS OFF TO - A
      *CHECK ISSUED BEFORE THE CUTOFF IS STALE
           05  WS-STALE-DAYS           PIC 9(3)     VALUE 180.
           05  WS-CUTOFF-DATE.
               10  WS-CUT-YEAR         PIC 9(4).
               10  WS-CUT-MONTH        PIC 9(2).
               10  WS-CUT-DAY          PIC 9(2).
           05  WS-LEAP-QUOTIENT        PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(3)     VALUE ZERO.
           05  WS-TRAILER-COUNT        PIC 9(7)     VALUE ZERO.
           05  WS-TRAILER-AMOUNT       PIC 9(9)V99  VALUE ZERO.
           05  WS-DETAIL-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-DETAIL-AMOUNT        PIC 9(9)V99  VALUE ZERO.
           05  WS-OPEN-COUNT           PIC 9(5)     VALUE ZERO.
           05  WS-OPEN-TOTAL           PIC 9(9)V99  VALUE ZERO.
           05  WS-CLEARED-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-CLEARED-TOTAL        PIC 9(9)V99  VALUE ZERO.
           05  WS-OUTSTANDING-COUNT    PIC 9(5)     VALUE ZERO.
           05  WS-OUTSTANDING-TOTAL    PIC 9(9)V99  VALUE ZERO.
           05  WS-STALE-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-STALE-TOTAL          PIC 9(9)V99  VALUE ZERO.
           05  WS-DUPLICATE-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-MISMATCH-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-NOT-ISSUED-COUNT     PIC 9(5)     VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-PROOF-TOTAL          PIC 9(9)V99  VALUE ZERO.
      *EVERY CHECK ON THE ISSUE FILE, LOADED ONCE SO EACH PAID CHECK
      *IS A TABLE SEARCH INSTEAD OF A FILE PASS
       01  WS-ISSUE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-ISSUE-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-ISSUE-TABLE.
           05  WS-ISSUE-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-ISSUE-COUNT
               INDEXED BY ISS-IDX.
               10  WS-ISS-CHECK-NO     PIC 9(8).
               10  WS-ISS-EMPLOYEE-NO  PIC X(5).
               10  WS-ISS-PAYEE-NAME   PIC X(20).
               10  WS-ISS-AMOUNT       PIC 9(6)V99.
               10  WS-ISS-ISSUE-DATE   PIC X(8).
               10  WS-ISS-STATUS       PIC X.
               10  WS-ISS-PAID-DATE    PIC X(8).
               10  WS-ISS-PAID-AMOUNT  PIC 9(6)V99.
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(34)
               VALUE 'PAYROLL CHECK BANK RECONCILIATION'.
           05                          PIC X(24)    VALUE SPACES.
           05                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(4)     VALUE SPACES.
       01  HL-EXCEPTION-HEADING.
           05                          PIC X(36)
               VALUE 'PAID-CHECK EXCEPTIONS               '.
           05                          PIC X(44)    VALUE SPACES.
       01  HL-EXCEPTION-COLUMNS.
           05                          PIC X(10)    VALUE 'CHECK NO  '.
           05                          PIC X(10)    VALUE 'PAID DATE '.
           05                          PIC X(12)
               VALUE '   PAID AMT '.
           05                          PIC X(12)
               VALUE ' ISSUED AMT '.
           05                          PIC X(36)    VALUE SPACES.
       01  HL-OUTSTANDING-HEADING.
           05                          PIC X(36)
               VALUE 'OUTSTANDING CHECKS                  '.
           05                          PIC X(44)    VALUE SPACES.
       01  HL-OUTSTANDING-COLUMNS.
           05                          PIC X(10)    VALUE 'CHECK NO  '.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(22)
               VALUE 'PAYEE                 '.
           05                          PIC X(10)    VALUE 'ISSUED    '.
           05                          PIC X(12)
               VALUE '     AMOUNT '.
           05                          PIC X(19)    VALUE SPACES.
       01  DL-EXCEPTION-LINE.
           05  DL-EXC-CHECK-NO         PIC 9(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-PAID-DATE        PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-PAID-AMOUNT      PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-ISSUED-AMOUNT    PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-FLAG             PIC X(20).
           05                          PIC X(16)    VALUE SPACES.
       01  DL-OUTSTANDING-LINE.
           05  DL-OUT-CHECK-NO         PIC 9(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-PAYEE-NAME       PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-ISSUE-DATE       PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-AMOUNT           PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-FLAG             PIC X(12).
           05                          PIC X(7)     VALUE SPACES.
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-COUNT            PIC ZZZZ9.
           05                          PIC X(45)    VALUE SPACES.
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
      *LOADS THE ISSUE FILE, WORKS EVERY PAID CHECK AGAINST IT,
      *PROVES THE PAID FILE, LISTS WHAT IS STILL OUTSTANDING, AND
      *REWRITES THE ISSUE FILE ONLY WHEN THE PAID FILE PROVED
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-PARM-RTN
           PERFORM 160-LOAD-ISSUES-RTN
           OPEN INPUT  PAID-IN
                OUTPUT OUTSTANDING-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE OUTSTANDING-RPT-REC FROM HL-HEADING1
           WRITE OUTSTANDING-RPT-REC FROM BLANK-LINE
           WRITE OUTSTANDING-RPT-REC FROM HL-EXCEPTION-HEADING
           WRITE OUTSTANDING-RPT-REC FROM HL-EXCEPTION-COLUMNS
           WRITE OUTSTANDING-RPT-REC FROM BLANK-LINE
           PERFORM 200-READ-PAID-PARA
           PERFORM 300-PAID-PARA UNTIL WS-PAID-EOF-SW = 'Y'
           PERFORM 700-PROVE-TRAILER-RTN
           WRITE OUTSTANDING-RPT-REC FROM BLANK-LINE
           WRITE OUTSTANDING-RPT-REC FROM HL-OUTSTANDING-HEADING
           WRITE OUTSTANDING-RPT-REC FROM HL-OUTSTANDING-COLUMNS
           WRITE OUTSTANDING-RPT-REC FROM BLANK-LINE
           PERFORM 500-OUTSTANDING-RTN
             VARYING WS-ISSUE-SUB FROM 1 BY 1
             UNTIL WS-ISSUE-SUB > WS-ISSUE-COUNT
           IF WS-PROVED-SW = 'Y'
             PERFORM 750-REWRITE-ISSUES-RTN
           END-IF
           PERFORM 800-TOTALS-RTN
           PERFORM 850-BALANCE-RTN
           DISPLAY 'PAID CHECKS CLEARED . . . . . : ' WS-CLEARED-COUNT
           DISPLAY 'CHECKS OUTSTANDING. . . . . . : '
             WS-OUTSTANDING-COUNT
           DISPLAY 'PAID-CHECK EXCEPTIONS . . . . : '
             WS-DUPLICATE-COUNT ' DUP ' WS-MISMATCH-COUNT ' AMT '
             WS-NOT-ISSUED-COUNT ' NOT ISSUED'
           CLOSE PAID-IN
                 OUTSTANDING-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES THE STALE-DATE PERIOD FROM THE PARM CARD WHEN ONE IS
      *SUPPLIED AND USABLE, OTHERWISE THE SHOP DEFAULT OF 180 DAYS,
      *AND BACKS IT OFF THE RUN DATE ONE DAY AT A TIME
       150-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-STALE-DAYS NUMERIC
                 MOVE PARM-STALE-DAYS TO WS-STALE-DAYS
               END-IF
           END-READ
           CLOSE PARM-FILE
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           PERFORM 185-BACK-ONE-DAY-RTN WS-STALE-DAYS TIMES.
      *----------------------------------------------------------------
      *LOADS THE ISSUE FILE INTO THE TABLE, COUNTING WHAT WAS
      *OUTSTANDING BEFORE THIS PAID FILE
       160-LOAD-ISSUES-RTN.
           OPEN INPUT CHECK-ISSUE-FILE
           PERFORM 170-ISSUE-READ-RTN
             UNTIL WS-ISSUE-EOF-SW = 'Y'
             OR    WS-ISSUE-COUNT = 9999
           CLOSE CHECK-ISSUE-FILE.
      *----------------------------------------------------------------
       170-ISSUE-READ-RTN.
           READ CHECK-ISSUE-FILE
             AT END
               MOVE 'Y' TO WS-ISSUE-EOF-SW
             NOT AT END
               ADD 1 TO WS-ISSUE-COUNT
               MOVE CHI-CHECK-NO
                 TO WS-ISS-CHECK-NO (WS-ISSUE-COUNT)
               MOVE CHI-EMPLOYEE-NO
                 TO WS-ISS-EMPLOYEE-NO (WS-ISSUE-COUNT)
               MOVE CHI-PAYEE-NAME
                 TO WS-ISS-PAYEE-NAME (WS-ISSUE-COUNT)
               MOVE CHI-AMOUNT
                 TO WS-ISS-AMOUNT (WS-ISSUE-COUNT)
               MOVE CHI-ISSUE-DATE
                 TO WS-ISS-ISSUE-DATE (WS-ISSUE-COUNT)
               MOVE CHI-STATUS
                 TO WS-ISS-STATUS (WS-ISSUE-COUNT)
               MOVE CHI-PAID-DATE
                 TO WS-ISS-PAID-DATE (WS-ISSUE-COUNT)
               MOVE CHI-PAID-AMOUNT
                 TO WS-ISS-PAID-AMOUNT (WS-ISSUE-COUNT)
               IF CHI-OUTSTANDING
                 ADD 1          TO WS-OPEN-COUNT
                 ADD CHI-AMOUNT TO WS-OPEN-TOTAL
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *STEPS THE CUTOFF DATE BACK ONE CALENDAR DAY, ROLLING INTO THE
      *LAST DAY OF THE PRIOR MONTH (AND YEAR) WHEN IT HAS TO
       185-BACK-ONE-DAY-RTN.
           IF WS-CUT-DAY > 1
             SUBTRACT 1 FROM WS-CUT-DAY
           ELSE
             IF WS-CUT-MONTH > 1
               SUBTRACT 1 FROM WS-CUT-MONTH
             ELSE
               MOVE 12 TO WS-CUT-MONTH
               SUBTRACT 1 FROM WS-CUT-YEAR
             END-IF
             EVALUATE WS-CUT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                 MOVE 30 TO WS-CUT-DAY
               WHEN 2
                 PERFORM 187-FEBRUARY-END-RTN
               WHEN OTHER
                 MOVE 31 TO WS-CUT-DAY
             END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *THE LAST DAY OF FEBRUARY IN THE CUTOFF YEAR - 29 IN A LEAP
      *YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN DIVISIBLE BY 400)
       187-FEBRUARY-END-RTN.
           MOVE 28 TO WS-CUT-DAY
           DIVIDE WS-CUT-YEAR BY 4
             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
             MOVE 29 TO WS-CUT-DAY
             DIVIDE WS-CUT-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
             IF WS-LEAP-REMAINDER = ZERO
               MOVE 28 TO WS-CUT-DAY
               DIVIDE WS-CUT-YEAR BY 400
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-CUT-DAY
               END-IF
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE BANK'S PAID-CHECKS FILE
       200-READ-PAID-PARA.
           READ PAID-IN
             AT END
               MOVE 'Y' TO WS-PAID-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ROUTES ONE PAID-FILE RECORD BY ITS TYPE - THE HEADER IS
      *INFORMATIONAL, THE TRAILER IS HELD FOR THE CONTROL PROOF,
      *AND ANY OTHER TYPE FAILS THE TRANSMISSION
       300-PAID-PARA.
           EVALUATE PAD-REC-TYPE
             WHEN 'H'
               CONTINUE
             WHEN 'D'
               ADD 1          TO WS-DETAIL-COUNT
               ADD PAD-AMOUNT TO WS-DETAIL-AMOUNT
               PERFORM 400-MATCH-PAID-RTN
             WHEN 'T'
               MOVE 'Y'            TO WS-TRAILER-SEEN-SW
               MOVE PAD-TRL-COUNT  TO WS-TRAILER-COUNT
               MOVE PAD-TRL-AMOUNT TO WS-TRAILER-AMOUNT
             WHEN OTHER
               DISPLAY 'CHKREC - UNRECOGNIZED RECORD TYPE '
                 PAD-REC-TYPE
               MOVE 'N' TO WS-PROVED-SW
           END-EVALUATE
           PERFORM 200-READ-PAID-PARA.
      *----------------------------------------------------------------
      *MATCHES ONE PAID CHECK TO ITS ISSUE. AN OUTSTANDING CHECK IS
      *MARKED PAID WITH THE BANK'S DATE AND DOLLARS - FLAGGED WHEN
      *THE DOLLARS DIFFER FROM THE ISSUE. A CHECK ALREADY PAID, OR
      *NEVER ISSUED, IS FLAGGED AND CHANGES NOTHING
       400-MATCH-PAID-RTN.
           MOVE SPACES        TO DL-EXCEPTION-LINE
           MOVE PAD-CHECK-NO  TO DL-EXC-CHECK-NO
           MOVE PAD-PAID-DATE TO DL-EXC-PAID-DATE
           MOVE PAD-AMOUNT    TO DL-EXC-PAID-AMOUNT
           IF WS-ISSUE-COUNT > ZERO
             SET ISS-IDX TO 1
             SEARCH WS-ISSUE-ENTRY
               AT END
                 PERFORM 450-NOT-ISSUED-RTN
               WHEN WS-ISS-CHECK-NO (ISS-IDX) = PAD-CHECK-NO
                 MOVE WS-ISS-AMOUNT (ISS-IDX) TO DL-EXC-ISSUED-AMOUNT
                 IF WS-ISS-STATUS (ISS-IDX) = 'P'
                   MOVE 'DUPLICATE PAID' TO DL-EXC-FLAG
                   WRITE OUTSTANDING-RPT-REC FROM DL-EXCEPTION-LINE
                   ADD 1 TO WS-DUPLICATE-COUNT
                 ELSE
                   PERFORM 460-MARK-PAID-RTN
                 END-IF
             END-SEARCH
           ELSE
             PERFORM 450-NOT-ISSUED-RTN
           END-IF.
      *----------------------------------------------------------------
      *THE BANK PAID A CHECK NUMBER PAYROLL NEVER WROTE
       450-NOT-ISSUED-RTN.
           MOVE ZERO TO DL-EXC-ISSUED-AMOUNT
           MOVE 'PAID NOT ISSUED' TO DL-EXC-FLAG
           WRITE OUTSTANDING-RPT-REC FROM DL-EXCEPTION-LINE
           ADD 1 TO WS-NOT-ISSUED-COUNT.
      *----------------------------------------------------------------
      *CLEARS AN OUTSTANDING CHECK. IT LEAVES THE OUTSTANDING LIST AT
      *ITS ISSUED DOLLARS, WHATEVER THE BANK PAID
       460-MARK-PAID-RTN.
           MOVE 'P'           TO WS-ISS-STATUS (ISS-IDX)
           MOVE PAD-PAID-DATE TO WS-ISS-PAID-DATE (ISS-IDX)
           MOVE PAD-AMOUNT    TO WS-ISS-PAID-AMOUNT (ISS-IDX)
           ADD 1                        TO WS-CLEARED-COUNT
           ADD WS-ISS-AMOUNT (ISS-IDX)  TO WS-CLEARED-TOTAL
           IF PAD-AMOUNT NOT = WS-ISS-AMOUNT (ISS-IDX)
             MOVE 'AMOUNT MISMATCH' TO DL-EXC-FLAG
             WRITE OUTSTANDING-RPT-REC FROM DL-EXCEPTION-LINE
             ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
      *----------------------------------------------------------------
      *LISTS ONE CHECK STILL OUTSTANDING, FLAGGED WHEN IT WAS ISSUED
      *BEFORE THE STALE-DATE CUTOFF
       500-OUTSTANDING-RTN.
           IF WS-ISS-STATUS (WS-ISSUE-SUB) = 'O'
             MOVE SPACES TO DL-OUTSTANDING-LINE
             MOVE WS-ISS-CHECK-NO (WS-ISSUE-SUB)    TO DL-OUT-CHECK-NO
             MOVE WS-ISS-EMPLOYEE-NO (WS-ISSUE-SUB)
               TO DL-OUT-EMPLOYEE-NO
             MOVE WS-ISS-PAYEE-NAME (WS-ISSUE-SUB)
               TO DL-OUT-PAYEE-NAME
             MOVE WS-ISS-ISSUE-DATE (WS-ISSUE-SUB)
               TO DL-OUT-ISSUE-DATE
             MOVE WS-ISS-AMOUNT (WS-ISSUE-SUB)      TO DL-OUT-AMOUNT
             ADD 1 TO WS-OUTSTANDING-COUNT
             ADD WS-ISS-AMOUNT (WS-ISSUE-SUB) TO WS-OUTSTANDING-TOTAL
             IF WS-ISS-ISSUE-DATE (WS-ISSUE-SUB) < WS-CUTOFF-DATE
               MOVE 'STALE DATED' TO DL-OUT-FLAG
               ADD 1 TO WS-STALE-COUNT
               ADD WS-ISS-AMOUNT (WS-ISSUE-SUB) TO WS-STALE-TOTAL
             END-IF
             WRITE OUTSTANDING-RPT-REC FROM DL-OUTSTANDING-LINE
           END-IF.
      *----------------------------------------------------------------
      *PROVES THE PAID FILE AGAINST ITS OWN TRAILER - A MISSING
      *TRAILER, OR A COUNT OR DOLLAR DISAGREEMENT, MEANS THE
      *TRANSMISSION IS NOT WHOLE AND NOTHING IS MARKED
       700-PROVE-TRAILER-RTN.
           IF WS-TRAILER-SEEN-SW = 'N'
             DISPLAY 'CHKREC - PAID FILE HAS NO TRAILER'
             MOVE 'N' TO WS-PROVED-SW
           ELSE
             IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY 'CHKREC - TRAILER COUNT ' WS-TRAILER-COUNT
                 ' BUT ' WS-DETAIL-COUNT ' DETAILS READ'
               MOVE 'N' TO WS-PROVED-SW
             END-IF
             IF WS-TRAILER-AMOUNT NOT = WS-DETAIL-AMOUNT
               DISPLAY 'CHKREC - TRAILER DOLLARS ' WS-TRAILER-AMOUNT
                 ' BUT ' WS-DETAIL-AMOUNT ' READ'
               MOVE 'N' TO WS-PROVED-SW
             END-IF
           END-IF
           IF WS-PROVED-SW = 'N'
             MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
      *REWRITES THE ISSUE FILE WITH TONIGHT'S PAID MARKS. A CHECK
      *PAID BEFORE THE STALE-DATE CUTOFF HAS SERVED ITS PURPOSE FOR
      *DUPLICATE DETECTION AND DROPS OFF
       750-REWRITE-ISSUES-RTN.
           OPEN OUTPUT CHECK-ISSUE-FILE
           PERFORM 760-WRITE-ISSUE-PARA
             VARYING WS-ISSUE-SUB FROM 1 BY 1
             UNTIL WS-ISSUE-SUB > WS-ISSUE-COUNT
           CLOSE CHECK-ISSUE-FILE.
      *----------------------------------------------------------------
       760-WRITE-ISSUE-PARA.
           IF  WS-ISS-STATUS (WS-ISSUE-SUB) = 'P'
           AND WS-ISS-PAID-DATE (WS-ISSUE-SUB) < WS-CUTOFF-DATE
             ADD 1 TO WS-DROPPED-COUNT
           ELSE
             MOVE SPACES TO CHECK-ISSUE-REC
             MOVE WS-ISS-CHECK-NO (WS-ISSUE-SUB)    TO CHI-CHECK-NO
             MOVE WS-ISS-EMPLOYEE-NO (WS-ISSUE-SUB) TO CHI-EMPLOYEE-NO
             MOVE WS-ISS-PAYEE-NAME (WS-ISSUE-SUB)  TO CHI-PAYEE-NAME
             MOVE WS-ISS-AMOUNT (WS-ISSUE-SUB)      TO CHI-AMOUNT
             MOVE WS-ISS-ISSUE-DATE (WS-ISSUE-SUB)  TO CHI-ISSUE-DATE
             MOVE WS-ISS-STATUS (WS-ISSUE-SUB)      TO CHI-STATUS
             MOVE WS-ISS-PAID-DATE (WS-ISSUE-SUB)   TO CHI-PAID-DATE
             MOVE WS-ISS-PAID-AMOUNT (WS-ISSUE-SUB) TO CHI-PAID-AMOUNT
             WRITE CHECK-ISSUE-REC
           END-IF.
      *----------------------------------------------------------------
      *PRINTS THE RECONCILIATION TOTALS - WHAT WAS OUTSTANDING, WHAT
      *THIS FILE CLEARED, AND WHAT IS LEFT FOR THE BANK RECONCILIATION
       800-TOTALS-RTN.
           WRITE OUTSTANDING-RPT-REC FROM BLANK-LINE
           MOVE 'OUTSTANDING BEFORE THIS FILE :' TO DL-TOT-LABEL
           MOVE WS-OPEN-COUNT                    TO DL-TOT-COUNT
           MOVE WS-OPEN-TOTAL                    TO DL-TOT-AMOUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CLEARED BY THIS FILE . . . . :' TO DL-TOT-LABEL
           MOVE WS-CLEARED-COUNT                 TO DL-TOT-COUNT
           MOVE WS-CLEARED-TOTAL                 TO DL-TOT-AMOUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'OUTSTANDING CHECKS . . . . . :' TO DL-TOT-LABEL
           MOVE WS-OUTSTANDING-COUNT             TO DL-TOT-COUNT
           MOVE WS-OUTSTANDING-TOTAL             TO DL-TOT-AMOUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  OF WHICH STALE DATED . . . :' TO DL-TOT-LABEL
           MOVE WS-STALE-COUNT                   TO DL-TOT-COUNT
           MOVE WS-STALE-TOTAL                   TO DL-TOT-AMOUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-TOTAL-LINE
           WRITE OUTSTANDING-RPT-REC FROM BLANK-LINE
           MOVE 'PAID RECORDS ON BANK FILE. . :' TO DL-TOT-LABEL
           MOVE WS-DETAIL-COUNT                  TO DL-TOT-COUNT
           MOVE WS-DETAIL-AMOUNT                 TO DL-TOT-AMOUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'DUPLICATE PAID . . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-DUPLICATE-COUNT               TO DL-CNT-COUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-COUNT-LINE
           MOVE 'AMOUNT MISMATCH. . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-MISMATCH-COUNT                TO DL-CNT-COUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-COUNT-LINE
           MOVE 'PAID NOT ISSUED. . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-NOT-ISSUED-COUNT              TO DL-CNT-COUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-COUNT-LINE
           MOVE 'PAID CHECKS RETIRED. . . . . :' TO DL-CNT-LABEL
           MOVE WS-DROPPED-COUNT                 TO DL-CNT-COUNT
           WRITE OUTSTANDING-RPT-REC FROM DL-COUNT-LINE.
      *----------------------------------------------------------------
      *PROVES THE RECONCILIATION - OUTSTANDING BEFORE, LESS CLEARED,
      *IS OUTSTANDING NOW - AND REPORTS A PAID FILE THAT FAILED ITS
      *OWN CONTROLS
       850-BALANCE-RTN.
           WRITE OUTSTANDING-RPT-REC FROM BLANK-LINE
           IF WS-PROVED-SW = 'N'
             MOVE 'PAID FILE FAILED ITS CONTROLS - ISSUE FILE UNCHANGED'
               TO DL-BAL-LABEL
             WRITE OUTSTANDING-RPT-REC FROM DL-BALANCE-LINE
           END-IF
           COMPUTE WS-PROOF-TOTAL = WS-OPEN-TOTAL - WS-CLEARED-TOTAL
           IF  WS-PROOF-TOTAL = WS-OUTSTANDING-TOTAL
           AND WS-OPEN-COUNT - WS-CLEARED-COUNT = WS-OUTSTANDING-COUNT
             MOVE 'OUTSTANDING CHECKS RECONCILED' TO DL-BAL-LABEL
           ELSE
             MOVE 'OUTSTANDING CHECKS DO NOT RECONCILE' TO DL-BAL-LABEL
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE OUTSTANDING-RPT-REC FROM DL-BALANCE-LINE.
      *****************************************************************
