           SELECT OPTIONAL LOCK-FILE
             ASSIGN TO 'RUNLOCK.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME ACCOUNT HOLDS THE NIGHTLY RUN HONORS
           SELECT OPTIONAL ACCT-HOLD-FILE
             ASSIGN TO 'ACCTHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  URGENT-TRANS-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.

       FD  MASTER-FILE
           05 AUDIT-NEW-AMOUNT PIC $$$,$$9.99-.
           05                  PIC X(2)         VALUE SPACES.
           05 AUDIT-BRANCH     PIC X(10).
           05                  PIC X(2)         VALUE SPACES.
      *THE OTHER SIDE'S ACCOUNT ON EITHER LINE OF A TRANSFER
           05 AUDIT-XREF-ACCT  PIC X(5).
           05                  PIC X(13)        VALUE SPACES.

       FD  HISTORY-FILE
           RECORD CONTAINS 88 CHARACTERS.
           05 HIST-ACTION         PIC X(8).
           05                     PIC X(2)      VALUE SPACES.
           05 HIST-REF-DATE       PIC X(8).
           05                     PIC X(2)      VALUE SPACES.
           05 HIST-XREF-ACCT      PIC X(5).
           05                     PIC X(3)      VALUE SPACES.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SUSPENSE-REC.
           05 SUSP-TRANS-IMAGE    PIC X(69).
           05                     PIC X(2)      VALUE SPACES.
           05 SUSP-REASON         PIC X(25).
           05                     PIC X(2)      VALUE SPACES.
           05                     PIC X(2).
           05 RLK-TIME            PIC X(6).

       FD  ACCT-HOLD-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY ACCTHOLD.

       WORKING-STORAGE SECTION.
       01  MORE-RECORDS            PIC X        VALUE 'Y'.
       01  WS-RUN-ID               PIC X(8)     VALUE SPACES.
      *WRITERS CLEAR AND REBUILD THEIR RECORD AREAS
       01  WS-AUDIT-ACTION         PIC X(12)    VALUE SPACES.
       01  WS-SUSP-REASON          PIC X(25)    VALUE SPACES.
      *A TRANSFER READS BOTH ACCOUNTS BEFORE IT CHANGES EITHER ONE -
      *EACH SIDE'S RECORD IS HELD HERE WITH ITS BEFORE AND AFTER
      *BALANCES UNTIL BOTH SIDES ARE KNOWN TO POST
       01  WS-XFER-FROM-REC        PIC X(51)    VALUE SPACES.
       01  WS-XFER-TO-REC          PIC X(51)    VALUE SPACES.
       01  WS-XFER-FROM-OLD        PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-FROM-NEW        PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-TO-OLD          PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-TO-NEW          PIC S9(5)V99 VALUE ZERO.
      *ONE SIDE'S AUDIT AND HISTORY LINE, SET BEFORE EACH WRITE
       01  WS-XFER-LINE-ACCT       PIC X(5)     VALUE SPACES.
       01  WS-XFER-LINE-XREF       PIC X(5)     VALUE SPACES.
       01  WS-XFER-LINE-OLD        PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-LINE-NEW        PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-LINE-AMOUNT     PIC S9(5)V99 VALUE ZERO.
      *THE HOLDS IN FORCE TODAY, AND THE DEBIT UNDER TEST AGAINST
      *THEM - THE SAME RULES THE NIGHTLY RUN APPLIES
       01  WS-HOLD-EOF-SW          PIC X        VALUE 'N'.
       01  WS-AH-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-AH-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-AH-TABLE.
           05 WS-AH-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-AH-COUNT.
               10 WS-AH-ACCT-NO    PIC X(5).
               10 WS-AH-TYPE       PIC X.
               10 WS-AH-SCOPE      PIC X.
               10 WS-AH-AMOUNT     PIC 9(5)V99.
       01  WS-HOLD-ACCT            PIC X(5)     VALUE SPACES.
       01  WS-HOLD-BALANCE         PIC S9(5)V99 VALUE ZERO.
       01  WS-HOLD-DEBIT           PIC S9(6)V99 VALUE ZERO.
       01  WS-HELD-AMOUNT          PIC 9(9)V99  VALUE ZERO.
       01  WS-HOLD-REASON          PIC X(25)    VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-ID FROM DATE YYYYMMDD
           PERFORM 120-LOCK-CHECK-PARA
           PERFORM 150-LOAD-FLOOR-PARA
           PERFORM 160-LOAD-HOLDS-PARA
           OPEN INPUT  URGENT-TRANS-FILE
                I-O    MASTER-FILE
                EXTEND AUDIT-RPT-FILE
           END-READ
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
      *LOADS EVERY HOLD IN FORCE TODAY - ACTIVE, AND ITS RELEASE DATE
      *NOT YET COME. A HOLD THE TABLE CANNOT TAKE WOULD LET DEBITS
      *THROUGH THAT IT SHOULD STOP, SO NOTHING POSTS
       160-LOAD-HOLDS-PARA.
           OPEN INPUT ACCT-HOLD-FILE
           PERFORM 170-HOLD-READ-PARA
             UNTIL WS-HOLD-EOF-SW = 'Y'
           CLOSE ACCT-HOLD-FILE.
      *----------------------------------------------------------------
      *TABLES ONE HOLD IF IT IS IN FORCE
       170-HOLD-READ-PARA.
           READ ACCT-HOLD-FILE
             AT END
               MOVE 'Y' TO WS-HOLD-EOF-SW
             NOT AT END
               IF  AH-ACTIVE
               AND (AH-RELEASE-DATE = SPACES
                 OR AH-RELEASE-DATE > WS-RUN-ID)
                 IF WS-AH-COUNT < 5000
                   ADD 1 TO WS-AH-COUNT
                   MOVE AH-ACCT-NO    TO WS-AH-ACCT-NO (WS-AH-COUNT)
                   MOVE AH-HOLD-TYPE  TO WS-AH-TYPE (WS-AH-COUNT)
                   MOVE AH-HOLD-SCOPE TO WS-AH-SCOPE (WS-AH-COUNT)
                   IF AH-AMOUNT NUMERIC
                     MOVE AH-AMOUNT   TO WS-AH-AMOUNT (WS-AH-COUNT)
                   ELSE
                     MOVE ZERO        TO WS-AH-AMOUNT (WS-AH-COUNT)
                   END-IF
                 ELSE
                   DISPLAY 'RUN ABORTED - MORE THAN 5000 ACCOUNT ',
                     'HOLDS IN FORCE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT URGENT TRANSACTION
       200-READ-URGENT-PARA.
           READ URGENT-TRANS-FILE
             WHEN UPDATE-R OR DELETE-R OR REACTIVATE-R
                  OR REVERSE-R OR MAINT-R
               PERFORM 350-KEYED-POST-PARA
             WHEN TRANSFER-R
               PERFORM 380-TRANSFER-PARA
             WHEN OTHER
               MOVE 'URGENT TRANS INVALID' TO WS-SUSP-REASON
               PERFORM 600-SUSPENSE-RTN
           MOVE M-AMOUNT TO WS-OLD-AMOUNT
           EVALUATE TRUE
             WHEN UPDATE-R
               MOVE T-ACCT-NO TO WS-HOLD-ACCT
               MOVE M-AMOUNT  TO WS-HOLD-BALANCE
               COMPUTE WS-HOLD-DEBIT = ZERO - T-AMOUNT
               PERFORM 620-HOLD-CHECK-RTN
               COMPUTE WS-PROJECTED-BALANCE = M-AMOUNT + T-AMOUNT
               IF WS-HOLD-REASON NOT = SPACES
                 MOVE WS-HOLD-REASON TO WS-SUSP-REASON
                 PERFORM 600-SUSPENSE-RTN
               ELSE
               IF WS-PROJECTED-BALANCE < WS-BALANCE-FLOOR
                 MOVE 'WOULD OVERDRAW ACCOUNT' TO WS-SUSP-REASON
                 PERFORM 600-SUSPENSE-RTN
                     PERFORM 550-HISTORY-RTN
                 END-ADD
               END-IF
               END-IF
             WHEN DELETE-R
               MOVE 'N'       TO M-ACTIVE
               MOVE WS-RUN-ID TO M-DEACT-DATE
               PERFORM 450-REVERSAL-PARA
           END-EVALUATE.
      *----------------------------------------------------------------
      *MOVES MONEY BETWEEN TWO ACCOUNTS AS ONE UNIT. BOTH ACCOUNTS
      *ARE READ AND EVERY CHECK IS MADE BEFORE EITHER IS REWRITTEN,
      *SO A TRANSFER THAT CANNOT POST ON ONE SIDE GOES TO SUSPENSE
      *WHOLE AND NEITHER BALANCE MOVES
       380-TRANSFER-PARA.
           MOVE SPACES TO WS-SUSP-REASON
           IF T-XFER-TO-ACCT NOT NUMERIC
           OR T-XFER-TO-ACCT = T-ACCT-NO
           OR T-AMOUNT NOT > ZERO
             MOVE 'URGENT TRANS INVALID' TO WS-SUSP-REASON
           ELSE
             PERFORM 382-XFER-READ-PARA
           END-IF
           IF WS-SUSP-REASON = SPACES
             PERFORM 384-XFER-CHECK-PARA
           END-IF
           IF WS-SUSP-REASON = SPACES
             PERFORM 386-XFER-POST-PARA
           ELSE
             PERFORM 600-SUSPENSE-RTN
           END-IF.
      *----------------------------------------------------------------
      *READS BOTH SIDES BY KEY. EACH MUST BE ON FILE AND ACTIVE - A
      *DORMANT ACCOUNT NEITHER PAYS NOR RECEIVES A TRANSFER
       382-XFER-READ-PARA.
           MOVE T-ACCT-NO TO M-ACCT-NO
           READ MASTER-FILE
             INVALID KEY
               MOVE 'TRANSFER ACCT NOT ON FILE' TO WS-SUSP-REASON
             NOT INVALID KEY
               IF NOT-ACTIVE
                 MOVE 'TRANSFER ACCT NOT ACTIVE' TO WS-SUSP-REASON
               END-IF
               MOVE MASTER-REC TO WS-XFER-FROM-REC
               MOVE M-AMOUNT   TO WS-XFER-FROM-OLD
           END-READ
           IF WS-SUSP-REASON = SPACES
             MOVE T-XFER-TO-ACCT TO M-ACCT-NO
             READ MASTER-FILE
               INVALID KEY
                 MOVE 'TRANSFER ACCT NOT ON FILE' TO WS-SUSP-REASON
               NOT INVALID KEY
                 IF NOT-ACTIVE
                   MOVE 'TRANSFER ACCT NOT ACTIVE' TO WS-SUSP-REASON
                 END-IF
                 MOVE MASTER-REC TO WS-XFER-TO-REC
                 MOVE M-AMOUNT   TO WS-XFER-TO-OLD
             END-READ
           END-IF.
      *----------------------------------------------------------------
      *THE ACCOUNT HOLDS AND THE BALANCE FLOOR GUARD THE DEBIT SIDE;
      *THE CREDIT SIDE MUST FIT ITS AMOUNT FIELD. A HOLD ON THE
      *RECEIVING ACCOUNT DOES NOT STOP MONEY COMING IN
       384-XFER-CHECK-PARA.
           MOVE T-ACCT-NO        TO WS-HOLD-ACCT
           MOVE WS-XFER-FROM-OLD TO WS-HOLD-BALANCE
           MOVE T-AMOUNT         TO WS-HOLD-DEBIT
           PERFORM 620-HOLD-CHECK-RTN
           COMPUTE WS-PROJECTED-BALANCE = WS-XFER-FROM-OLD - T-AMOUNT
           IF WS-HOLD-REASON NOT = SPACES
             MOVE WS-HOLD-REASON TO WS-SUSP-REASON
           ELSE
             IF WS-PROJECTED-BALANCE < WS-BALANCE-FLOOR
               MOVE 'WOULD OVERDRAW ACCOUNT' TO WS-SUSP-REASON
             ELSE
               MOVE WS-PROJECTED-BALANCE TO WS-XFER-FROM-NEW
               COMPUTE WS-XFER-TO-NEW = WS-XFER-TO-OLD + T-AMOUNT
                 ON SIZE ERROR
                   MOVE 'TRANSFER WOULD OVERFLOW' TO WS-SUSP-REASON
               END-COMPUTE
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *REWRITES BOTH SIDES AND WRITES AN AUDIT AND A HISTORY LINE
      *FOR EACH, EVERY LINE NAMING THE OTHER SIDE'S ACCOUNT. THE
      *PAIR NETS TO ZERO, SO THE DOLLARS-APPLIED TOTAL IS UNCHANGED
       386-XFER-POST-PARA.
           MOVE WS-XFER-FROM-REC TO MASTER-REC
           MOVE WS-XFER-FROM-NEW TO M-AMOUNT
           REWRITE MASTER-REC
             INVALID KEY
               DISPLAY 'ERROR REWRITING TRANSFER ACCOUNT ', T-ACCT-NO
           END-REWRITE
           MOVE WS-XFER-TO-REC   TO MASTER-REC
           MOVE WS-XFER-TO-NEW   TO M-AMOUNT
           REWRITE MASTER-REC
             INVALID KEY
               DISPLAY 'ERROR REWRITING TRANSFER ACCOUNT ',
                 T-XFER-TO-ACCT
           END-REWRITE
           MOVE T-ACCT-NO        TO WS-XFER-LINE-ACCT
           MOVE T-XFER-TO-ACCT   TO WS-XFER-LINE-XREF
           MOVE WS-XFER-FROM-OLD TO WS-XFER-LINE-OLD
           MOVE WS-XFER-FROM-NEW TO WS-XFER-LINE-NEW
           COMPUTE WS-XFER-LINE-AMOUNT = ZERO - T-AMOUNT
           MOVE 'TRANSFER OUT'   TO WS-AUDIT-ACTION
           MOVE 'XFER OUT'       TO WS-HIST-ACTION
           PERFORM 520-XFER-AUDIT-RTN
           PERFORM 570-XFER-HISTORY-RTN
           MOVE T-XFER-TO-ACCT   TO WS-XFER-LINE-ACCT
           MOVE T-ACCT-NO        TO WS-XFER-LINE-XREF
           MOVE WS-XFER-TO-OLD   TO WS-XFER-LINE-OLD
           MOVE WS-XFER-TO-NEW   TO WS-XFER-LINE-NEW
           MOVE T-AMOUNT         TO WS-XFER-LINE-AMOUNT
           MOVE 'TRANSFER IN'    TO WS-AUDIT-ACTION
           MOVE 'XFER IN'        TO WS-HIST-ACTION
           PERFORM 520-XFER-AUDIT-RTN
           PERFORM 570-XFER-HISTORY-RTN
           ADD 1 TO WS-APPLIED-COUNT.
      *----------------------------------------------------------------
      *ADDS A BRAND-NEW ACCOUNT BY KEYED WRITE - RANDOM ACCESS CAN
      *INSERT DIRECTLY, NO MERGE PASS NEEDED
       400-ADD-PARA.
      *FILE FIRST, UNDER THE SAME BALANCE-FLOOR GUARD
       450-REVERSAL-PARA.
           PERFORM 460-FIND-ORIGINAL-PARA
           MOVE T-ACCT-NO TO WS-HOLD-ACCT
           MOVE M-AMOUNT  TO WS-HOLD-BALANCE
           MOVE T-AMOUNT  TO WS-HOLD-DEBIT
           PERFORM 620-HOLD-CHECK-RTN
           COMPUTE WS-PROJECTED-BALANCE = M-AMOUNT - T-AMOUNT
           EVALUATE TRUE
             WHEN WS-ORIGINAL-FOUND-SW = 'N'
               MOVE 'ORIGINAL POST NOT FOUND' TO WS-SUSP-REASON
               PERFORM 600-SUSPENSE-RTN
             WHEN WS-HOLD-REASON NOT = SPACES
               MOVE WS-HOLD-REASON TO WS-SUSP-REASON
               PERFORM 600-SUSPENSE-RTN
             WHEN WS-PROJECTED-BALANCE < WS-BALANCE-FLOOR
               MOVE 'WOULD OVERDRAW ACCOUNT' TO WS-SUSP-REASON
               PERFORM 600-SUSPENSE-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *SCANS THE HISTORY FILE FOR THE POSTING BEING REVERSED - SAME
      *ACCOUNT, SAME EDITED AMOUNT, NOT ITSELF A REVERSAL OR EITHER
      *SIDE OF A TRANSFER (ONE SIDE ALONE NEVER BACKS OUT). THE LAST
      *MATCH WINS. THE LOOKUP SEES EVERY LINE THROUGH THE LAST
      *COMPLETED RUN; LINES THIS PROGRAM HAS APPENDED DURING THIS
      *SAME EXECUTION SIT IN THE OPEN EXTEND FILE'S BUFFERS AND ARE
               IF  HLK-ACCT-NO = T-ACCT-NO
               AND HLK-TRANS-AMOUNT = WS-TRANS-AMOUNT-ED
               AND HLK-ACTION NOT = 'REVERSAL'
               AND HLK-ACTION NOT = 'XFER OUT'
               AND HLK-ACTION NOT = 'XFER IN'
                 MOVE 'Y'      TO WS-ORIGINAL-FOUND-SW
                 MOVE HLK-DATE TO WS-ORIGINAL-DATE
               END-IF
           MOVE T-BRANCH        TO AUDIT-BRANCH
           WRITE AUDIT-RPT-REC.
      *----------------------------------------------------------------
      *WRITES ONE SIDE'S TRANSFER AUDIT LINE
       520-XFER-AUDIT-RTN.
           MOVE SPACES            TO AUDIT-RPT-REC
           MOVE WS-XFER-LINE-ACCT TO AUDIT-ACCT-NO
           MOVE WS-AUDIT-ACTION   TO AUDIT-ACTION
           MOVE WS-XFER-LINE-OLD  TO AUDIT-OLD-AMOUNT
           MOVE WS-XFER-LINE-NEW  TO AUDIT-NEW-AMOUNT
           MOVE T-BRANCH          TO AUDIT-BRANCH
           MOVE WS-XFER-LINE-XREF TO AUDIT-XREF-ACCT
           WRITE AUDIT-RPT-REC.
      *----------------------------------------------------------------
      *APPENDS A BEFORE/AFTER HISTORY LINE FOR A MONETARY POSTING
       550-HISTORY-RTN.
           MOVE SPACES           TO HISTORY-REC
           MOVE WS-HIST-REF-DATE TO HIST-REF-DATE
           WRITE HISTORY-REC.
      *----------------------------------------------------------------
      *APPENDS ONE SIDE'S TRANSFER HISTORY LINE. THE AMOUNT CARRIES
      *THE SIDE'S OWN SIGN - NEGATIVE GOING OUT, POSITIVE COMING IN -
      *SO THE ROLLOVER AND STATEMENT ARITHMETIC NEEDS NO SPECIAL CASE
       570-XFER-HISTORY-RTN.
           MOVE SPACES              TO HISTORY-REC
           MOVE WS-XFER-LINE-ACCT   TO HIST-ACCT-NO
           MOVE WS-XFER-LINE-OLD    TO HIST-PRIOR-AMOUNT
           MOVE WS-XFER-LINE-AMOUNT TO HIST-TRANS-AMOUNT
           MOVE WS-XFER-LINE-NEW    TO HIST-NEW-AMOUNT
           MOVE WS-RUN-ID           TO HIST-DATE
           MOVE WS-HIST-ACTION      TO HIST-ACTION
           MOVE WS-XFER-LINE-XREF   TO HIST-XREF-ACCT
           WRITE HISTORY-REC.
      *----------------------------------------------------------------
      *HOLDS AN UNPOSTABLE URGENT TRANSACTION IN THE SHARED SUSPENSE
      *FILE, AGED LIKE THE NIGHTLY RUN'S OWN ITEMS SO SUSPRCY
      *RE-PRESENTS IT TONIGHT. THE CALLER HAS SET THE REASON
           END-IF
           WRITE SUSPENSE-REC
           ADD 1 TO WS-SUSPENSE-COUNT.
      *----------------------------------------------------------------
      *TESTS THE DEBIT IN WS-HOLD-DEBIT AGAINST THE HOLDS ON
      *WS-HOLD-ACCT. A FULL FREEZE STOPS ANY DEBIT, UNDER A REASON
      *NAMING THE KIND OF HOLD. OTHERWISE THE DOLLARS HELD COME OFF
      *THE AVAILABLE BALANCE: A DEBIT THE FLOOR WOULD ALLOW ON THE
      *BALANCE ALONE, BUT NOT ON WHAT IS LEFT AVAILABLE, IS STOPPED
      *FOR THE HELD FUNDS; ONE THE FLOOR REFUSES ANYWAY IS LEFT TO
      *THE CALLER'S OVERDRAW TEST. A CREDIT IS NEVER HELD
       620-HOLD-CHECK-RTN.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZERO   TO WS-HELD-AMOUNT
           IF WS-HOLD-DEBIT > ZERO
             PERFORM 630-HOLD-SCAN-RTN
               VARYING WS-AH-SUB FROM 1 BY 1
               UNTIL WS-AH-SUB > WS-AH-COUNT
             IF  WS-HOLD-REASON = SPACES
             AND WS-HELD-AMOUNT > ZERO
             AND WS-HOLD-BALANCE - WS-HOLD-DEBIT
                   NOT < WS-BALANCE-FLOOR
             AND WS-HOLD-BALANCE - WS-HOLD-DEBIT - WS-HELD-AMOUNT
                   < WS-BALANCE-FLOOR
               MOVE 'INSUFFICIENT - FUNDS HELD' TO WS-HOLD-REASON
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *TAKES ONE TABLED HOLD INTO ACCOUNT IF IT IS ON THE DEBITED
      *ACCOUNT - THE FIRST FREEZE FOUND NAMES THE REASON
       630-HOLD-SCAN-RTN.
           IF WS-AH-ACCT-NO (WS-AH-SUB) = WS-HOLD-ACCT
             IF WS-AH-SCOPE (WS-AH-SUB) = 'F'
               IF WS-HOLD-REASON = SPACES
                 EVALUATE WS-AH-TYPE (WS-AH-SUB)
                   WHEN 'L'
                     MOVE 'FROZEN - LEGAL HOLD'     TO WS-HOLD-REASON
                   WHEN 'D'
                     MOVE 'FROZEN - DECEASED'       TO WS-HOLD-REASON
                   WHEN OTHER
                     MOVE 'FROZEN - DISPUTED FUNDS' TO WS-HOLD-REASON
                 END-EVALUATE
               END-IF
             ELSE
               ADD WS-AH-AMOUNT (WS-AH-SUB) TO WS-HELD-AMOUNT
             END-IF
           END-IF.
      *****************************************************************
