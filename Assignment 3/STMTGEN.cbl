      *         SO A "WHAT HAPPENED TO MY BALANCE" CALL NO LONGER
      *         MEANS GREPPING RAW HISTORY BY HAND. THE JOB STREAM
      *         SORTS THE HISTORY INTO ACCOUNT/DATE ORDER FIRST.
      *         WITH A 'C' ON THE PARM CARD IT PRINTS CONSOLIDATED
      *         STATEMENTS INSTEAD - ONE PER CUSTOMER ON THE
      *         CUSTOMER MASTER, WITH A SECTION FOR EVERY ACCOUNT
      *         THE CUSTOMER IS LINKED TO (OWNER, JOINT, OR
      *         BENEFICIARY) AND A RELATIONSHIP TOTAL OF THEIR
      *         CLOSING BALANCES. FOR THAT MODE THE JOB STREAM JOINS
      *         THE SORTED HISTORY TO THE LINK FILE, SO EACH HISTORY
      *         RECORD ARRIVES ONCE FOR EVERY CUSTOMER LINKED TO ITS
      *         ACCOUNT, IN CUSTOMER/ACCOUNT/DATE ORDER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *READ IN KEY ORDER FOR ACCOUNT STATEMENTS, AND BY KEY FOR
      *EACH LINKED ACCOUNT ON A CONSOLIDATED STATEMENT
           SELECT MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS M-ACCT-NO.
      *HIST.DAT RESEQUENCED INTO ACCOUNT/DATE ORDER BY THE MONTH-END
      *SORT STEP - THE NIGHTLY FILE ITSELF ARRIVES IN POSTING ORDER
           SELECT OPTIONAL ACCT-TYPE-REF
             ASSIGN TO 'ACCTYPE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD: THE STATEMENT MODE - 'C' FOR CONSOLIDATED
      *CUSTOMER STATEMENTS, ANYTHING ELSE (OR NO CARD) FOR ONE
      *STATEMENT PER ACCOUNT
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'STMTGEN.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE CUSTOMER MASTER AND LINK FILE CUSTMNT MAINTAINS, BOTH IN
      *KEY ORDER, AND THE SORTED HISTORY JOINED TO THE LINKS -
      *READ ONLY IN CONSOLIDATED MODE
           SELECT OPTIONAL CUSTOMER-FILE
             ASSIGN TO 'CUSTMAST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-LINK-FILE
             ASSIGN TO 'CUSTLNK.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-HISTORY-IN
             ASSIGN TO 'HISTCUS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
           RECORD CONTAINS 24 CHARACTERS.
           COPY ACCTYPE.

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-STMT-MODE      PIC X.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY CUSTREC.

       FD  CUST-LINK-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY CUSTLNK.

      *THE HISTORY-IN LAYOUT WITH THE LINKED CUSTOMER'S NUMBER IN
      *FRONT
       FD  CUST-HISTORY-IN
           RECORD CONTAINS 94 CHARACTERS.
       01  CUST-HISTORY-IN-REC.
           05 HC-KEY.
              10 HC-CUST-NO       PIC X(6).
              10 HC-ACCT-NO       PIC X(5).
           05                     PIC X(3).
           05 HC-PRIOR-AMOUNT     PIC X(11).
           05                     PIC X(3).
           05 HC-TRANS-AMOUNT     PIC X(11).
           05                     PIC X(3).
           05 HC-NEW-AMOUNT       PIC X(11).
           05                     PIC X(3).
           05 HC-DATE             PIC X(8).
           05                     PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MASTER-EOF-SW    PIC X       VALUE 'N'.
           05  WS-LINE-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-OPENING-ED       PIC X(11)   VALUE SPACES.
           05  WS-BALANCE-ED       PIC $$$,$$9.99-.
           05  WS-STMT-MODE        PIC X       VALUE 'A'.
      *CONSOLIDATED MODE - THE THREE KEYED STREAMS, THE LINK IN HAND,
      *AND THE CUSTOMER'S RUNNING RELATIONSHIP TOTAL
           05  WS-CUST-EOF-SW      PIC X       VALUE 'N'.
           05  WS-LINK-EOF-SW      PIC X       VALUE 'N'.
           05  WS-CUST-HIST-EOF-SW PIC X       VALUE 'N'.
           05  WS-ACCT-FOUND-SW    PIC X       VALUE 'N'.
           05  WS-LINK-KEY.
               10  WS-LINK-CUST-NO PIC X(6).
               10  WS-LINK-ACCT-NO PIC X(5).
           05  WS-REL-TOTAL        PIC S9(7)V99 VALUE ZERO.
           05  WS-SECTION-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-CLOSED-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-LINK-ORPHAN-COUNT PIC 9(7)   VALUE ZERO.
      *THE ACCOUNT-TYPE DESCRIPTIONS, LOADED ONCE FROM THE
      *REFERENCE FILE
       01  WS-ATYPE-EOF-SW         PIC X       VALUE 'N'.
           05                      PIC X(5)    VALUE SPACES.
           05  DL-HIST-NEW         PIC X(11).
           05                      PIC X(24)   VALUE SPACES.
       01  HL-CUST-HEADING.
           05                      PIC X(24)
               VALUE 'CONSOLIDATED STATEMENT  '.
           05                      PIC X(9)
               VALUE 'CUSTOMER '.
           05  HL-CUST-NO          PIC X(6).
           05                      PIC X(12)
               VALUE '    AS OF   '.
           05  HL-CUST-DATE        PIC X(8).
           05                      PIC X(21)   VALUE SPACES.
      *ONE LINE OF THE CUSTOMER'S NAME AND ADDRESS BLOCK
       01  HL-ADDRESS-LINE.
           05                      PIC X(4)    VALUE SPACES.
           05  HL-ADDRESS-TEXT     PIC X(60).
           05                      PIC X(16)   VALUE SPACES.
       01  HL-SECTION-LINE.
           05                      PIC X(8)    VALUE 'ACCOUNT '.
           05  HL-SECT-ACCT-NO     PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  HL-SECT-ACCT-NAME   PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  HL-SECT-ROLE        PIC X(11).
           05                      PIC X(2)    VALUE SPACES.
           05  HL-SECT-STATUS      PIC X(7).
           05                      PIC X(23)   VALUE SPACES.
       01  DL-CLOSED-LINE.
           05                      PIC X(8)    VALUE 'ACCOUNT '.
           05  DL-CLOSED-ACCT-NO   PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-CLOSED-ROLE      PIC X(11).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(29)
               VALUE 'NO LONGER ON THE MASTER FILE'.
           05                      PIC X(23)   VALUE SPACES.
       01  DL-REL-TOTAL-LINE.
           05                      PIC X(18)
               VALUE 'RELATIONSHIP TOTAL'.
           05                      PIC X(1)    VALUE SPACES.
           05  DL-REL-TOTAL        PIC $$,$$$,$$9.99-.
           05                      PIC X(47)   VALUE SPACES.
       01  DL-SUMMARY-LINE.
           05  DL-SUM-LABEL        PIC X(30).
           05  DL-SUM-COUNT        PIC ZZZZZZ9.
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-ACCT-TYPES-RTN
           PERFORM 170-LOAD-PARM-RTN
           IF WS-STMT-MODE = 'C'
             PERFORM 500-CONSOLIDATED-RUN-RTN
             STOP RUN
           END-IF
           OPEN INPUT  MASTER-FILE
                INPUT  HISTORY-IN
                OUTPUT STATEMENT-FILE
               MOVE ATR-TYPE-DESC TO WS-ATYPE-DESC (WS-ATYPE-COUNT)
           END-READ.
      *----------------------------------------------------------------
      *TAKES THE STATEMENT MODE FROM THE PARM CARD WHEN ONE IS
      *SUPPLIED - ONLY 'C' CHANGES IT
       170-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-STMT-MODE = 'C'
                 MOVE 'C' TO WS-STMT-MODE
               END-IF
           END-READ
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE MASTER FILE
       200-READ-MASTER-PARA.
           READ MASTER-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-MASTER-EOF-SW
               MOVE HIGH-VALUES TO M-ACCT-NO
             AFTER ADVANCING 1 LINE
           PERFORM 210-READ-HISTORY-PARA.
      *----------------------------------------------------------------
      *CONSOLIDATED MODE. WALKS THE CUSTOMER MASTER, THE STANDING
      *LINKS, AND THE JOINED HISTORY IN STEP BY CUSTOMER NUMBER,
      *PRINTING ONE STATEMENT PER CUSTOMER WITH AT LEAST ONE
      *STANDING LINK AND A RUN SUMMARY AT THE END
       500-CONSOLIDATED-RUN-RTN.
           OPEN INPUT  MASTER-FILE
                INPUT  CUSTOMER-FILE
                INPUT  CUST-LINK-FILE
                INPUT  CUST-HISTORY-IN
                OUTPUT STATEMENT-FILE
           PERFORM 510-READ-CUSTOMER-PARA
           PERFORM 520-NEXT-LINK-PARA
           PERFORM 530-READ-CUST-HISTORY-PARA
           PERFORM 550-CUSTOMER-PARA UNTIL WS-CUST-EOF-SW = 'Y'
      *LINKS AND HISTORY LEFT OVER PAST THE LAST CUSTOMER BELONG TO
      *CUSTOMERS NO LONGER ON FILE
           PERFORM 545-SKIP-ORPHAN-LINK-PARA
             UNTIL WS-LINK-EOF-SW = 'Y'
           PERFORM 540-SKIP-CUST-HISTORY-PARA
             UNTIL WS-CUST-HIST-EOF-SW = 'Y'
           PERFORM 850-CONSOLIDATED-SUMMARY-RTN
           CLOSE MASTER-FILE
                 CUSTOMER-FILE
                 CUST-LINK-FILE
                 CUST-HISTORY-IN
                 STATEMENT-FILE.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE CUSTOMER MASTER
       510-READ-CUSTOMER-PARA.
           READ CUSTOMER-FILE
             AT END
               MOVE 'Y' TO WS-CUST-EOF-SW
               MOVE HIGH-VALUES TO CU-CUST-NO
           END-READ.
      *----------------------------------------------------------------
      *MOVES TO THE NEXT STANDING LINK, PASSING OVER RELATIONSHIPS
      *THAT HAVE BEEN UNLINKED, AND KEEPS ITS KEY IN WS-LINK-KEY
       520-NEXT-LINK-PARA.
           PERFORM 525-READ-LINK-PARA
           PERFORM 525-READ-LINK-PARA
             UNTIL WS-LINK-EOF-SW = 'Y'
             OR    CL-LINKED
           MOVE CL-CUST-NO TO WS-LINK-CUST-NO
           MOVE CL-ACCT-NO TO WS-LINK-ACCT-NO.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE LINK FILE
       525-READ-LINK-PARA.
           READ CUST-LINK-FILE
             AT END
               MOVE 'Y' TO WS-LINK-EOF-SW
               MOVE HIGH-VALUES TO CL-CUST-NO
                                   CL-ACCT-NO
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE JOINED HISTORY FILE
       530-READ-CUST-HISTORY-PARA.
           READ CUST-HISTORY-IN
             AT END
               MOVE 'Y' TO WS-CUST-HIST-EOF-SW
               MOVE HIGH-VALUES TO HC-KEY
           END-READ.
      *----------------------------------------------------------------
      *COUNTS AND SKIPS ONE JOINED HISTORY RECORD WITH NO STATEMENT
      *SECTION TO PRINT IT IN
       540-SKIP-CUST-HISTORY-PARA.
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM 530-READ-CUST-HISTORY-PARA.
      *----------------------------------------------------------------
      *COUNTS AND SKIPS ONE LINK WHOSE CUSTOMER IS NOT ON FILE
       545-SKIP-ORPHAN-LINK-PARA.
           ADD 1 TO WS-LINK-ORPHAN-COUNT
           PERFORM 520-NEXT-LINK-PARA.
      *----------------------------------------------------------------
      *PRODUCES ONE CUSTOMER'S CONSOLIDATED STATEMENT. A CUSTOMER
      *WITH NO STANDING LINK GETS NO STATEMENT, BUT ANY HISTORY
      *JOINED TO THEM STILL HAS TO BE WALKED PAST
       550-CUSTOMER-PARA.
           PERFORM 545-SKIP-ORPHAN-LINK-PARA
             UNTIL WS-LINK-CUST-NO >= CU-CUST-NO
           PERFORM 540-SKIP-CUST-HISTORY-PARA
             UNTIL HC-CUST-NO >= CU-CUST-NO
           IF WS-LINK-CUST-NO = CU-CUST-NO
             PERFORM 600-PRINT-CUSTOMER-RTN
           END-IF
           PERFORM 540-SKIP-CUST-HISTORY-PARA
             UNTIL HC-CUST-NO NOT = CU-CUST-NO
           PERFORM 510-READ-CUSTOMER-PARA.
      *----------------------------------------------------------------
      *PRINTS ONE CUSTOMER'S STATEMENT - THE NAME AND ADDRESS BLOCK,
      *A SECTION FOR EACH STANDING LINK IN ACCOUNT ORDER, AND THE
      *RELATIONSHIP TOTAL OF THE SECTIONS' CLOSING BALANCES
       600-PRINT-CUSTOMER-RTN.
           MOVE ZERO        TO WS-REL-TOTAL
           MOVE CU-CUST-NO  TO HL-CUST-NO
           MOVE WS-RUN-DATE TO HL-CUST-DATE
           WRITE STATEMENT-REC FROM HL-CUST-HEADING
             AFTER ADVANCING PAGE
           MOVE CU-CUST-NAME   TO HL-ADDRESS-TEXT
           WRITE STATEMENT-REC FROM HL-ADDRESS-LINE
             AFTER ADVANCING 2 LINES
           MOVE CU-ADDR-LINE-1 TO HL-ADDRESS-TEXT
           WRITE STATEMENT-REC FROM HL-ADDRESS-LINE
             AFTER ADVANCING 1 LINE
           IF CU-ADDR-LINE-2 NOT = SPACES
             MOVE CU-ADDR-LINE-2 TO HL-ADDRESS-TEXT
             WRITE STATEMENT-REC FROM HL-ADDRESS-LINE
               AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO HL-ADDRESS-TEXT
           STRING CU-CITY         DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CU-STATE        DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  CU-POSTAL-CODE  DELIMITED BY SIZE
             INTO HL-ADDRESS-TEXT
           END-STRING
           WRITE STATEMENT-REC FROM HL-ADDRESS-LINE
             AFTER ADVANCING 1 LINE
           PERFORM 650-ACCOUNT-SECTION-RTN
             UNTIL WS-LINK-CUST-NO NOT = CU-CUST-NO
           MOVE WS-REL-TOTAL TO DL-REL-TOTAL
           WRITE STATEMENT-REC FROM DL-REL-TOTAL-LINE
             AFTER ADVANCING 3 LINES
           ADD 1 TO WS-STMT-COUNT.
      *----------------------------------------------------------------
      *PRINTS THE SECTION FOR THE LINK IN HAND. AN ACCOUNT SINCE
      *PURGED FROM THE MASTER GETS A ONE-LINE SECTION SAYING SO AND
      *ADDS NOTHING TO THE TOTAL
       650-ACCOUNT-SECTION-RTN.
           PERFORM 540-SKIP-CUST-HISTORY-PARA
             UNTIL HC-KEY >= WS-LINK-KEY
           MOVE WS-LINK-ACCT-NO TO M-ACCT-NO
           READ MASTER-FILE
             INVALID KEY
               MOVE 'N' TO WS-ACCT-FOUND-SW
             NOT INVALID KEY
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ
           IF WS-ACCT-FOUND-SW = 'Y'
             PERFORM 660-PRINT-SECTION-RTN
           ELSE
             MOVE WS-LINK-ACCT-NO TO DL-CLOSED-ACCT-NO
             PERFORM 690-ROLE-NAME-RTN
             MOVE HL-SECT-ROLE    TO DL-CLOSED-ROLE
             WRITE STATEMENT-REC FROM DL-CLOSED-LINE
               AFTER ADVANCING 3 LINES
             ADD 1 TO WS-CLOSED-COUNT
             PERFORM 540-SKIP-CUST-HISTORY-PARA
               UNTIL HC-KEY NOT = WS-LINK-KEY
           END-IF
           PERFORM 520-NEXT-LINK-PARA.
      *----------------------------------------------------------------
      *PRINTS ONE LINKED ACCOUNT'S SECTION THE WAY 400 PRINTS AN
      *ACCOUNT STATEMENT - OPENING BALANCE, THE PERIOD'S
      *TRANSACTIONS, AND THE CLOSING BALANCE FROM THE MASTER. A
      *DORMANT ACCOUNT IS STILL SHOWN, MARKED AS SUCH, SINCE ITS
      *BALANCE IS STILL PART OF THE RELATIONSHIP
       660-PRINT-SECTION-RTN.
           MOVE M-ACCT-NO   TO HL-SECT-ACCT-NO
           MOVE M-ACCT-NAME TO HL-SECT-ACCT-NAME
           PERFORM 690-ROLE-NAME-RTN
           IF ACTIVE
             MOVE SPACES    TO HL-SECT-STATUS
           ELSE
             MOVE 'DORMANT' TO HL-SECT-STATUS
           END-IF
           WRITE STATEMENT-REC FROM HL-SECTION-LINE
             AFTER ADVANCING 3 LINES
           PERFORM 410-TYPE-HEADING-RTN
           IF HC-KEY = WS-LINK-KEY
             MOVE HC-PRIOR-AMOUNT TO WS-OPENING-ED
           ELSE
             MOVE M-AMOUNT        TO WS-BALANCE-ED
             MOVE WS-BALANCE-ED   TO WS-OPENING-ED
           END-IF
           MOVE 'OPENING BALANCE   ' TO DL-BAL-LABEL
           MOVE WS-OPENING-ED        TO DL-BAL-AMOUNT
           WRITE STATEMENT-REC FROM DL-BALANCE-LINE
             AFTER ADVANCING 2 LINES
           WRITE STATEMENT-REC FROM HL-COLUMN-LINE
             AFTER ADVANCING 2 LINES
           PERFORM 670-CUST-HISTORY-LINE-RTN
             UNTIL HC-KEY NOT = WS-LINK-KEY
           MOVE M-AMOUNT          TO WS-BALANCE-ED
           MOVE 'CLOSING BALANCE   ' TO DL-BAL-LABEL
           MOVE WS-BALANCE-ED        TO DL-BAL-AMOUNT
           WRITE STATEMENT-REC FROM DL-BALANCE-LINE
             AFTER ADVANCING 2 LINES
           ADD M-AMOUNT TO WS-REL-TOTAL
           ADD 1 TO WS-SECTION-COUNT.
      *----------------------------------------------------------------
      *PRINTS ONE POSTED TRANSACTION IN A SECTION
       670-CUST-HISTORY-LINE-RTN.
           MOVE HC-DATE          TO DL-HIST-DATE
           MOVE HC-PRIOR-AMOUNT  TO DL-HIST-PRIOR
           MOVE HC-TRANS-AMOUNT  TO DL-HIST-TRANS
           MOVE HC-NEW-AMOUNT    TO DL-HIST-NEW
           WRITE STATEMENT-REC FROM DL-HISTORY-LINE
             AFTER ADVANCING 1 LINE
           PERFORM 530-READ-CUST-HISTORY-PARA.
      *----------------------------------------------------------------
      *NAMES THE CUSTOMER'S ROLE ON THE ACCOUNT IN HAND
       690-ROLE-NAME-RTN.
           EVALUATE TRUE
             WHEN CL-OWNER       MOVE 'OWNER'       TO HL-SECT-ROLE
             WHEN CL-JOINT       MOVE 'JOINT'       TO HL-SECT-ROLE
             WHEN CL-BENEFICIARY MOVE 'BENEFICIARY' TO HL-SECT-ROLE
             WHEN OTHER          MOVE CL-ROLE       TO HL-SECT-ROLE
           END-EVALUATE.
      *----------------------------------------------------------------
      *PRINTS THE RUN-LEVEL SUMMARY PAGE
       800-SUMMARY-RTN.
           MOVE 'STATEMENTS PRODUCED. . . . . :' TO DL-SUM-LABEL
           MOVE WS-ORPHAN-COUNT                  TO DL-SUM-COUNT
           WRITE STATEMENT-REC FROM DL-SUMMARY-LINE
             AFTER ADVANCING 1 LINE.
      *----------------------------------------------------------------
      *PRINTS THE CONSOLIDATED RUN'S SUMMARY PAGE
       850-CONSOLIDATED-SUMMARY-RTN.
           MOVE 'STATEMENTS PRODUCED. . . . . :' TO DL-SUM-LABEL
           MOVE WS-STMT-COUNT                    TO DL-SUM-COUNT
           WRITE STATEMENT-REC FROM DL-SUMMARY-LINE
             AFTER ADVANCING PAGE
           MOVE 'ACCOUNT SECTIONS PRINTED . . :' TO DL-SUM-LABEL
           MOVE WS-SECTION-COUNT                 TO DL-SUM-COUNT
           WRITE STATEMENT-REC FROM DL-SUMMARY-LINE
             AFTER ADVANCING 1 LINE
           MOVE 'LINKED ACCOUNTS NOT ON FILE. :' TO DL-SUM-LABEL
           MOVE WS-CLOSED-COUNT                  TO DL-SUM-COUNT
           WRITE STATEMENT-REC FROM DL-SUMMARY-LINE
             AFTER ADVANCING 1 LINE
           MOVE 'LINKS WITHOUT CUSTOMER . . . :' TO DL-SUM-LABEL
           MOVE WS-LINK-ORPHAN-COUNT             TO DL-SUM-COUNT
           WRITE STATEMENT-REC FROM DL-SUMMARY-LINE
             AFTER ADVANCING 1 LINE
           MOVE 'HISTORY NOT PRINTED. . . . . :' TO DL-SUM-LABEL
           MOVE WS-ORPHAN-COUNT                  TO DL-SUM-COUNT
           WRITE STATEMENT-REC FROM DL-SUMMARY-LINE
             AFTER ADVANCING 1 LINE.
      *****************************************************************
