      *         SAME SELF-PROVING PATTERN BENEXT SENDS THE BENEFITS
      *         CARRIER. AN EMPLOYEE WITH NO BANK RECORD FALLS OUT
      *         TO THE CHECK-PRINT EXCEPTION LIST INSTEAD OF BEING
      *         DROPPED. EVERY ACCOUNT BANKMNT ADDS OR CHANGES FIRST
      *         GOES TO THE BANK AS A ZERO-DOLLAR PRENOTE, AND ITS
      *         EMPLOYEE STAYS ON THE CHECK-PRINT LIST UNTIL THE
      *         PRENOTE PERIOD HAS PASSED WITHOUT A RETURN, SO LIVE
      *         MONEY NEVER GOES TO AN UNPROVEN ACCOUNT. THE OFF-CYCLE
      *         DEPOSITS OFFPAY AND RETROPAY HAVE QUEUED SINCE THE
      *         LAST BANK FILE FOLLOW THE REGISTER'S OWN PAYMENTS,
      *         ROUTED THE SAME WAY, EXCEPT THAT ONE OFFPAY FLAGGED
      *         FOR A CHECK GOES STRAIGHT TO THE CHECK-PRINT LIST
      *         WHATEVER ACCOUNT IS ON FILE. EVERY CHECK-PRINT ITEM IS
      *         ALSO QUEUED ON CHKLST.DAT FOR CHKWRT TO PRINT THE
      *         CHECK ITSELF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDEPEXT.
           SELECT PAY-NET-IN
             ASSIGN TO 'PAYNET.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE OFF-CYCLE NET PAYMENTS OFFPAY AND RETROPAY HAVE QUEUED
      *SINCE THE LAST BANK FILE - SENT HERE AFTER THE REGISTER'S,
      *THEN DRAINED BY THE JOB STREAM. OPTIONAL: NO OFF-CYCLE PAY,
      *NOTHING EXTRA
           SELECT OPTIONAL OFF-CYCLE-NET-IN
             ASSIGN TO 'OFFNET.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE MAINTAINED BANK-ACCOUNT REFERENCE, KEYED BY EMPLOYEE
      *NUMBER. OPTIONAL ON PURPOSE: WITH NO REFERENCE DATA EVERY
      *EMPLOYEE FALLS OUT TO THE CHECK-PRINT LIST AND PAYROLL STILL
           SELECT OPTIONAL BANK-REF-FILE
             ASSIGN TO 'BANKREF.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE ZERO-DOLLAR PRENOTES BANKMNT HAS QUEUED SINCE THE LAST
      *BANK FILE - SENT HERE, THEN DRAINED BY THE JOB STREAM.
      *OPTIONAL: NO ACCOUNTS MAINTAINED, NOTHING TO PRENOTE
           SELECT OPTIONAL PRENOTE-FILE
             ASSIGN TO 'BANKPRE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD: HOW MANY DAYS A NEW OR CHANGED ACCOUNT
      *WAITS AFTER ITS PRENOTE BEFORE IT TAKES LIVE MONEY
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'DDEPEXT.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-FILE
             ASSIGN TO 'DDEPOSIT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *EMPLOYEES WITH NO BANK RECORD ON FILE, OR WHOSE ACCOUNT IS
      *STILL IN ITS PRENOTE PERIOD - THE CHECK-PRINT EXCEPTION LIST
           SELECT CHECK-RPT-FILE
             ASSIGN TO 'CHKPRNT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME EMPLOYEES AGAIN, ONE RECORD EACH, FOR CHKWRT TO
      *PRINT THE CHECKS FROM - REBUILT EVERY RUN
           SELECT CHECK-QUEUE-FILE
             ASSIGN TO 'CHKLST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME DATE CARD DATECRD WRITES, SO THE BANK FILE CARRIES
      *THE STREAM'S OWN DATE
           SELECT OPTIONAL DATE-CARD-FILE
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
      *BOTH NET-PAY FILES ARE READ INTO THE ONE WORKING-STORAGE
      *LAYOUT BELOW, SO EVERY PAYMENT ROUTES THROUGH THE SAME CODE
       FD  PAY-NET-IN
           RECORD CONTAINS 37 CHARACTERS.
       01  PAY-NET-IN-REC             PIC X(37).

      *THE OFF-CYCLE QUEUE ADDS THE PAYMENT METHOD. RETROPAY'S
      *SHORTER RECORDS READ WITH IT BLANK
       FD  OFF-CYCLE-NET-IN
           RECORD CONTAINS 38 CHARACTERS.
       01  OFF-CYCLE-NET-IN-REC       PIC X(38).

      *ONE RECORD PER EMPLOYEE WITH A BANK ACCOUNT ON FILE
       FD  BANK-REF-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY BANKREF.

      *A QUEUED PRENOTE CARRIES THE SAME FIELDS AS THE REFERENCE
      *RECORD BANKMNT QUEUED IT FOR
       FD  PRENOTE-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY BANKREF REPLACING ==BANK-REF-REC==
                                    BY ==PRENOTE-REC==,
                                  ==BNK-EMPLOYEE-NO==
                                    BY ==PRE-EMPLOYEE-NO==,
                                  ==BNK-ROUTING-NO==
                                    BY ==PRE-ROUTING-NO==,
                                  ==BNK-ACCOUNT-NO==
                                    BY ==PRE-ACCOUNT-NO==,
                                  ==BNK-PRENOTE-DATE==
                                    BY ==PRE-QUEUED-DATE==.

       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-PRENOTE-DAYS      PIC 9(3).

      *BANK INTERFACE LAYOUT - ONE 'H' HEADER, ONE 'D' PAYMENT PER
      *DEPOSITED EMPLOYEE, ONE 'T' TRAILER, ALL 60 CHARACTERS. A
      *PRENOTE IS A 'D' RECORD FOR ZERO DOLLARS FLAGGED 'P'
       FD  DEPOSIT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DEPOSIT-DETAIL-REC.
           05  DEP-ROUTING-NO         PIC X(9).
           05  DEP-ACCOUNT-NO         PIC X(10).
           05  DEP-AMOUNT             PIC 9(6)V99.
           05  DEP-PRENOTE-FLAG       PIC X.
           05                         PIC X(26).
       01  DEPOSIT-HEADER-REC.
           05  DEP-HDR-TYPE           PIC X.
           05  DEP-HDR-DATE           PIC X(8).
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-RPT-REC              PIC X(80).

       FD  CHECK-QUEUE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CHKLST.

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC              PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MORE-PAY-SW          PIC X        VALUE 'Y'.
      *'R' WHILE THE REGISTER'S PAYMENTS ARE BEING READ, 'O' ONCE
      *THEY ARE DONE AND THE OFF-CYCLE QUEUE IS
           05  WS-NET-SOURCE-SW        PIC X        VALUE 'R'.
           05  WS-OFF-CYCLE-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-BANK-EOF-SW          PIC X        VALUE 'N'.
           05  WS-PRENOTE-EOF-SW       PIC X        VALUE 'N'.
           05  WS-FILE-DATE            PIC X(8)     VALUE SPACES.
      *THE PRENOTE PERIOD AND THE DATE IT BACKS OFF TO - AN ACCOUNT
      *PRENOTED AFTER THE CUTOFF IS STILL UNPROVEN
           05  WS-PRENOTE-DAYS         PIC 9(3)     VALUE 10.
           05  WS-CUTOFF-DATE.
               10  WS-CUT-YEAR         PIC 9(4).
               10  WS-CUT-MONTH        PIC 9(2).
               10  WS-CUT-DAY          PIC 9(2).
           05  WS-LEAP-QUOTIENT        PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(3)     VALUE ZERO.
           05  WS-DEPOSIT-COUNT        PIC 9(7)     VALUE ZERO.
           05  WS-PRENOTE-COUNT        PIC 9(7)     VALUE ZERO.
           05  WS-PENDING-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-DEPOSIT-TOTAL        PIC 9(9)V99  VALUE ZERO.
           05  WS-CHECK-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-ACCT-WORK            PIC 9(10)    VALUE ZERO.
      *FIGURE, JUST A CHECK NUMBER THE BANK RECOMPUTES ON RECEIPT TO
      *PROVE NO PAYMENT WAS DROPPED OR MANGLED IN TRANSMISSION
           05  WS-ACCT-HASH-TOTAL      PIC 9(13)    VALUE ZERO.
      *MIRRORS THE PAY-NET-REC LAYOUT PAYREG AND OFFPAY WRITE, WITH
      *OFFPAY'S PAYMENT METHOD - BLANK FOR EVERY REGISTER PAYMENT
       01  PNI-WORK-REC.
           05  PNI-EMPLOYEE-NO         PIC X(5).
           05                          PIC X(2).
           05  PNI-EMPLOYEE-NAME       PIC X(20).
           05                          PIC X(2).
           05  PNI-NET-PAY             PIC 9(6)V99.
           05  PNI-PAY-METHOD          PIC X.
      *THE BANK REFERENCE TABLE, LOADED ONCE SO EVERY EMPLOYEE
      *LOOKUP IS A TABLE SEARCH INSTEAD OF A FILE PASS
       01  WS-BANK-COUNT               PIC 9(4) COMP VALUE ZERO.
               10  WS-BANK-EMPLOYEE-NO PIC X(5).
               10  WS-BANK-ROUTING     PIC X(9).
               10  WS-BANK-ACCOUNT     PIC X(10).
               10  WS-BANK-PRENOTE     PIC X(8).
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-CHECK-HEADING.
           05                          PIC X(44)    VALUE
               'CHECK-PRINT EXCEPTIONS - NO PROVEN BANK ACCO'.
           05                          PIC X(3)     VALUE 'UNT'.
           05                          PIC X(33)    VALUE SPACES.
       01  DL-CHECK-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-EMPLOYEE-NO      PIC X(5).
           05  DL-CHK-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-AMOUNT           PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-REASON           PIC X(24).
           05                          PIC X(13)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL            PIC X(30).
           05  DL-TOT-COUNT            PIC ZZZZZZ9.
      *SEALS THE FILE WITH THE COUNT/DOLLARS/HASH TRAILER
       100-MAIN-PARA.
           PERFORM 150-DATE-ACCEPT-RTN
           PERFORM 180-LOAD-PARM-RTN
           PERFORM 160-LOAD-BANKREF-RTN
           OPEN INPUT  PAY-NET-IN
                INPUT  OFF-CYCLE-NET-IN
                OUTPUT DEPOSIT-FILE
                OUTPUT CHECK-RPT-FILE
                OUTPUT CHECK-QUEUE-FILE
           WRITE CHECK-RPT-REC FROM HL-CHECK-HEADING
           PERFORM 300-HEADER-RTN
           PERFORM 350-SEND-PRENOTES-RTN
           PERFORM 200-READ-PAY-PARA
           PERFORM 400-PAYMENT-PARA UNTIL WS-MORE-PAY-SW = 'N'
           PERFORM 600-TRAILER-RTN
           MOVE 'EMPLOYEES PAID BY CHECK. . . :' TO DL-TOT-LABEL
           MOVE WS-CHECK-COUNT                   TO DL-TOT-COUNT
           WRITE CHECK-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  OF WHICH PRENOTE PENDING . :' TO DL-TOT-LABEL
           MOVE WS-PENDING-COUNT                 TO DL-TOT-COUNT
           WRITE CHECK-RPT-REC FROM DL-TOTAL-LINE
           DISPLAY 'DIRECT DEPOSITS WRITTEN . . . : '
             WS-DEPOSIT-COUNT
           DISPLAY 'PRENOTES SENT . . . . . . . . : '
             WS-PRENOTE-COUNT
           DISPLAY 'CHECK-PRINT EXCEPTIONS. . . . : ' WS-CHECK-COUNT
           DISPLAY 'OFF-CYCLE PAYMENTS ROUTED . . : '
             WS-OFF-CYCLE-COUNT
           CLOSE PAY-NET-IN
                 OFF-CYCLE-NET-IN
                 DEPOSIT-FILE
                 CHECK-RPT-FILE
                 CHECK-QUEUE-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *GETS THE FILE DATE FROM THE DATE CARD DATECRD WROTE, FALLING
                   TO WS-BANK-ROUTING (WS-BANK-COUNT)
                 MOVE BNK-ACCOUNT-NO
                   TO WS-BANK-ACCOUNT (WS-BANK-COUNT)
                 MOVE BNK-PRENOTE-DATE
                   TO WS-BANK-PRENOTE (WS-BANK-COUNT)
               ELSE
                 DISPLAY 'BANK REFERENCE RECORD IGNORED FOR EMPLOYEE '
                   BNK-EMPLOYEE-NO
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *TAKES THE PRENOTE PERIOD FROM THE PARM CARD WHEN ONE IS
      *SUPPLIED AND USABLE, OTHERWISE THE SHOP DEFAULT OF 10 DAYS,
      *AND BACKS IT OFF THE FILE DATE ONE DAY AT A TIME
       180-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-PRENOTE-DAYS NUMERIC
                 MOVE PARM-PRENOTE-DAYS TO WS-PRENOTE-DAYS
               END-IF
           END-READ
           CLOSE PARM-FILE
           MOVE WS-FILE-DATE TO WS-CUTOFF-DATE
           PERFORM 185-BACK-ONE-DAY-RTN WS-PRENOTE-DAYS TIMES.
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
      *READ NEXT RECORD FROM THE NET-PAY EXTRACT, AND ONCE IT IS
      *EXHAUSTED FROM THE OFF-CYCLE QUEUE
       200-READ-PAY-PARA.
           IF WS-NET-SOURCE-SW = 'R'
             READ PAY-NET-IN INTO PNI-WORK-REC
               AT END
                 MOVE 'O' TO WS-NET-SOURCE-SW
             END-READ
           END-IF
           IF WS-NET-SOURCE-SW = 'O'
             READ OFF-CYCLE-NET-IN INTO PNI-WORK-REC
               AT END
                 MOVE 'N' TO WS-MORE-PAY-SW
               NOT AT END
                 ADD 1 TO WS-OFF-CYCLE-COUNT
             END-READ
           END-IF.
      *----------------------------------------------------------------
      *WRITES THE FILE HEADER RECORD
       300-HEADER-RTN.
           MOVE 'PAYROLL DIRECT DEPOSIT FILE ' TO DEP-HDR-LITERAL
           WRITE DEPOSIT-HEADER-REC.
      *----------------------------------------------------------------
      *SENDS EVERY QUEUED PRENOTE AS A ZERO-DOLLAR 'D' RECORD. THEY
      *RIDE THE TRAILER'S RECORD COUNT AND ACCOUNT HASH LIKE ANY
      *OTHER DETAIL, AND ADD NOTHING TO ITS DOLLARS
       350-SEND-PRENOTES-RTN.
           OPEN INPUT PRENOTE-FILE
           PERFORM 360-PRENOTE-READ-RTN
             UNTIL WS-PRENOTE-EOF-SW = 'Y'
           CLOSE PRENOTE-FILE.
      *----------------------------------------------------------------
       360-PRENOTE-READ-RTN.
           READ PRENOTE-FILE
             AT END
               MOVE 'Y' TO WS-PRENOTE-EOF-SW
             NOT AT END
               MOVE SPACES          TO DEPOSIT-DETAIL-REC
               MOVE 'D'             TO DEP-REC-TYPE
               MOVE PRE-EMPLOYEE-NO TO DEP-EMPLOYEE-NO
               MOVE PRE-ROUTING-NO  TO DEP-ROUTING-NO
               MOVE PRE-ACCOUNT-NO  TO DEP-ACCOUNT-NO
               MOVE ZERO            TO DEP-AMOUNT
               MOVE 'P'             TO DEP-PRENOTE-FLAG
               WRITE DEPOSIT-DETAIL-REC
               ADD 1 TO WS-PRENOTE-COUNT
               MOVE PRE-ACCOUNT-NO TO WS-ACCT-WORK
               ADD WS-ACCT-WORK TO WS-ACCT-HASH-TOTAL
           END-READ.
      *----------------------------------------------------------------
      *ROUTES ONE PAID EMPLOYEE - A PROVEN BANK RECORD ON FILE MAKES
      *A PAYMENT RECORD; NO BANK RECORD, OR ONE STILL INSIDE ITS
      *PRENOTE PERIOD, MAKES A CHECK-PRINT LINE, AS DOES AN OFF-CYCLE
      *PAYMENT OFFPAY WAS ASKED TO PAY BY CHECK
       400-PAYMENT-PARA.
           IF PNI-PAY-METHOD = 'C'
             MOVE 'CHECK REQUESTED' TO DL-CHK-REASON
             PERFORM 500-CHECK-EXCEPTION-RTN
           ELSE
             PERFORM 410-BANK-ROUTE-RTN
           END-IF
           PERFORM 200-READ-PAY-PARA.
      *----------------------------------------------------------------
      *FINDS THE EMPLOYEE'S BANK RECORD AND PAYS TO IT WHEN IT IS
      *PROVEN
       410-BANK-ROUTE-RTN.
           IF WS-BANK-COUNT > ZERO
             SET BANK-IDX TO 1
             SEARCH WS-BANK-ENTRY
               AT END
                 MOVE 'NO BANK ACCOUNT ON FILE' TO DL-CHK-REASON
                 PERFORM 500-CHECK-EXCEPTION-RTN
               WHEN WS-BANK-EMPLOYEE-NO (BANK-IDX) = PNI-EMPLOYEE-NO
                 IF  WS-BANK-PRENOTE (BANK-IDX) NOT = SPACES
                 AND WS-BANK-PRENOTE (BANK-IDX) > WS-CUTOFF-DATE
                   MOVE 'PRENOTE PENDING' TO DL-CHK-REASON
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM 500-CHECK-EXCEPTION-RTN
                 ELSE
                   PERFORM 450-WRITE-PAYMENT-RTN
                 END-IF
             END-SEARCH
           ELSE
             MOVE 'NO BANK ACCOUNT ON FILE' TO DL-CHK-REASON
             PERFORM 500-CHECK-EXCEPTION-RTN
           END-IF.
      *----------------------------------------------------------------
      *THE PAYMENT WRITE ITSELF, FOLDING THE ACCOUNT NUMBER INTO THE
      *TRAILER HASH
           MOVE WS-BANK-ACCOUNT (BANK-IDX) TO WS-ACCT-WORK
           ADD WS-ACCT-WORK TO WS-ACCT-HASH-TOTAL.
      *----------------------------------------------------------------
      *NO USABLE BANK RECORD - THE EMPLOYEE GOES ON THE CHECK-PRINT
      *LIST SO THEY STILL GET PAID, JUST NOT ELECTRONICALLY, AND ON
      *THE QUEUE CHKWRT PRINTS THE CHECK FROM, TAGGED WITH THE FILE
      *THE PAYMENT CAME OFF
       500-CHECK-EXCEPTION-RTN.
           MOVE PNI-EMPLOYEE-NO   TO DL-CHK-EMPLOYEE-NO
           MOVE PNI-EMPLOYEE-NAME TO DL-CHK-EMPLOYEE-NAME
           MOVE PNI-NET-PAY       TO DL-CHK-AMOUNT
           WRITE CHECK-RPT-REC FROM DL-CHECK-LINE
           MOVE SPACES            TO CHECK-QUEUE-REC
           MOVE PNI-EMPLOYEE-NO   TO CHQ-EMPLOYEE-NO
           MOVE PNI-EMPLOYEE-NAME TO CHQ-EMPLOYEE-NAME
           MOVE PNI-NET-PAY       TO CHQ-NET-PAY
           MOVE WS-NET-SOURCE-SW  TO CHQ-SOURCE
           WRITE CHECK-QUEUE-REC
           ADD 1 TO WS-CHECK-COUNT.
      *----------------------------------------------------------------
      *WRITES THE COUNT/DOLLARS/HASH TRAILER RECORD
       600-TRAILER-RTN.
           MOVE SPACES             TO DEPOSIT-TRAILER-REC
           MOVE 'T'                TO DEP-TRL-TYPE
           COMPUTE DEP-TRL-COUNT = WS-DEPOSIT-COUNT + WS-PRENOTE-COUNT
           MOVE WS-DEPOSIT-TOTAL   TO DEP-TRL-AMOUNT
           MOVE WS-ACCT-HASH-TOTAL TO DEP-TRL-ACCT-HASH
           WRITE DEPOSIT-TRAILER-REC.
