             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS M-ACCT-NO.
      *A SECOND, KEYED PATH OVER THE SAME MASTER FILE FOR THE
      *TRANSFER PHASE - THE TWO SIDES OF A TRANSFER SIT AT TWO
      *DIFFERENT POINTS IN ACCOUNT SEQUENCE, SO THE SEQUENTIAL
      *MATCH-MERGE CANNOT SEE BOTH AT ONCE. OPENED ONLY WHILE
      *MASTER-FILE ITSELF IS CLOSED
           SELECT MASTER-XFER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS XM-ACCT-NO.
           SELECT TRANSACTION-FILE
             ASSIGN TO 'TRANS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE
             ASSIGN TO 'GLMAP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE ACCOUNT HOLDS HOLDMNT MAINTAINS - LEGAL HOLDS, DECEASED
      *FREEZES, AND DISPUTED FUNDS. OPTIONAL: NO FILE MEANS NO HOLDS
           SELECT OPTIONAL ACCT-HOLD-FILE
             ASSIGN TO 'ACCTHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *CUSTMNT'S MAINTENANCE CARDS. AN ADD KEYED WITH A CUSTOMER
      *NUMBER APPENDS AN OWNER LINK CARD HERE FOR CUSTMNT TO APPLY
      *AFTER THE NEW MASTER IS PROMOTED. OPTIONAL SO THE FIRST SUCH
      *ADD CAN CREATE IT
           SELECT OPTIONAL CUST-TRANS-FILE
             ASSIGN TO 'CUSTTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
           RECORD CONTAINS 51 CHARACTERS.
           COPY MASTREC.

       FD  MASTER-XFER-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY MASTREC REPLACING ==MASTER-REC==  BY ==XFER-MAST-REC==,
                                   ==M-ACCT-NO==   BY ==XM-ACCT-NO==,
                                   ==M-AMOUNT==    BY ==XM-AMOUNT==,
                                   ==M-ACTIVE==    BY ==XM-ACTIVE==,
                                   ==M-DEACT-DATE== BY
                                                   ==XM-DEACT-DATE==,
                                   ==ACTIVE==      BY ==XM-ACTIVE-Y==,
                                   ==NOT-ACTIVE==  BY ==XM-ACTIVE-N==,
                                   ==M-ACCT-NAME== BY ==XM-ACCT-NAME==,
                                   ==M-ACCT-TYPE== BY ==XM-ACCT-TYPE==,
                                   ==M-OPEN-DATE== BY ==XM-OPEN-DATE==.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.

       FD  NEW-MASTER-FILE
           05 AUDIT-NEW-AMOUNT PIC $$$,$$9.99-.
           05                  PIC X(2)         VALUE SPACES.
           05 AUDIT-BRANCH     PIC X(10).
           05                  PIC X(2)         VALUE SPACES.
      *THE OTHER SIDE'S ACCOUNT ON EITHER LINE OF A TRANSFER
           05 AUDIT-XREF-ACCT  PIC X(5).
           05                  PIC X(13)        VALUE SPACES.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 58 CHARACTERS.
      *MIDNIGHT ROLLOVER, SO IT IS WHAT 120-READ-CHECKPOINT-PARA USES
      *TO DECIDE WHETHER A CHECKPOINT IS A GENUINE RESTART POINT
           05 CHKPT-RUN-SEQ         PIC 9(7).
           05                       PIC X(1)      VALUE SPACES.
      *'Y' ONCE THE TRANSFER PHASE HAS POSTED, SO A RUN THAT ABENDS
      *IN THE MERGE PASS IS NOT RESTARTED INTO POSTING THEM TWICE
           05 CHKPT-XFER-POSTED-SW  PIC X.
           05                       PIC X(1)      VALUE SPACES.

      *CARRIES THE SINGLE LAST-ASSIGNED RUN-SEQUENCE NUMBER FORWARD
      *FROM ONE INVOCATION TO THE NEXT. UNLIKE CHECKPOINT-FILE, THIS
           05 HIST-DATE           PIC X(8).
           05                     PIC X(2)      VALUE SPACES.
      *WHAT KIND OF LINE THIS IS - 'POSTED' FOR A NORMAL UPDATE,
      *'INTEREST' FOR INTEREST PAID, 'REVERSAL' FOR A BACKOUT - AND,
      *ON A REVERSAL, THE POSTING
      *DATE OF THE ORIGINAL LINE IT BACKS OUT, SO CORRECTIONS ARE
      *SELF-DOCUMENTING INSTEAD OF DISGUISED AS FRESH ACTIVITY
           05 HIST-ACTION         PIC X(8).
           05                     PIC X(2)      VALUE SPACES.
           05 HIST-REF-DATE       PIC X(8).
           05                     PIC X(2)      VALUE SPACES.
      *ON EITHER SIDE OF A TRANSFER, THE OTHER SIDE'S ACCOUNT
           05 HIST-XREF-ACCT      PIC X(5).
           05                     PIC X(3)      VALUE SPACES.

      *MIRRORS HISTORY-REC FOR THE READ-ONLY REVERSAL LOOKUPS
       FD  HISTORY-LOOKUP
           05                     PIC X(10).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SUSPENSE-REC.
           05 SUSP-TRANS-IMAGE    PIC X(69).
           05                     PIC X(2)      VALUE SPACES.
           05 SUSP-REASON         PIC X(25).
           05                     PIC X(2)      VALUE SPACES.
      *GL CLEARING ACCOUNT - FOR EVERY MONETARY TRANSACTION APPLIED.
      *'S' RECORDS SUMMARIZE EACH TRANSACTION CODE, AND THE SINGLE
      *'T' TRAILER CARRIES THE NET TOTAL THAT MUST EQUAL THE RUN'S
      *DOLLARS-APPLIED CONTROL FIGURE. A TRANSFER'S PAIR FALLS ON
      *ITS TWO ACCOUNTS INSTEAD - CREDIT THE FROM-ACCOUNT, DEBIT THE
      *TO-ACCOUNT - AND NETS TO ZERO WITHOUT TOUCHING THE CLEARING
      *ACCOUNT
       FD  GL-POST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-POST-REC.
           05                     PIC X(2).
           05 GLM-GL-ACCT         PIC X(5).

       FD  ACCT-HOLD-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY ACCTHOLD.

       FD  CUST-TRANS-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY CUSTTRN.

       FD  RUN-LOG-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  RUN-LOG-REC.
       01  WS-GL-REACT-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-GL-REVERSE-COUNT     PIC 9(7)     VALUE ZERO.
       01  WS-GL-MAINT-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-GL-XFER-COUNT        PIC 9(7)     VALUE ZERO.
       01  WS-GL-XFER-AMOUNT       PIC S9(7)V99 VALUE ZERO.
       01  WS-GL-INTEREST-COUNT    PIC 9(7)     VALUE ZERO.
       01  WS-GL-INTEREST-AMOUNT   PIC S9(7)V99 VALUE ZERO.
      *THE BALANCE FLOOR AND THE PROJECTED BALANCE AN UPDATE OR
      *REVERSAL WOULD LEAVE - AN UPDATE THAT WOULD LAND BELOW THE
      *FLOOR IS HELD IN SUSPENSE INSTEAD OF OVERDRAWING THE ACCOUNT
       01  WS-BALANCE-FLOOR        PIC S9(5)V99 VALUE ZERO.
       01  WS-PROJECTED-BALANCE    PIC S9(6)V99 VALUE ZERO.
       01  WS-OVERDRAW-COUNT       PIC 9(7) COMP VALUE ZERO.
      *THE HOLDS IN FORCE TONIGHT, LOADED ONCE AT RUN START. A DEBIT
      *IS TESTED AGAINST ITS ACCOUNT'S ENTRIES - A FULL FREEZE STOPS
      *IT OUTRIGHT, AND THE DOLLARS HELD COME OFF THE AVAILABLE
      *BALANCE BEFORE THE FLOOR TEST
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
      *THE DEBIT UNDER TEST AND WHAT THE HOLDS MAKE OF IT - A
      *SUSPENSE REASON WHEN A HOLD STOPS IT, SPACES WHEN NONE DOES
       01  WS-HOLD-ACCT            PIC X(5)     VALUE SPACES.
       01  WS-HOLD-BALANCE         PIC S9(5)V99 VALUE ZERO.
       01  WS-HOLD-DEBIT           PIC S9(6)V99 VALUE ZERO.
       01  WS-HELD-AMOUNT          PIC 9(9)V99  VALUE ZERO.
       01  WS-HOLD-REASON          PIC X(25)    VALUE SPACES.
       01  WS-HOLD-BLOCK-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-GL-REVERSE-AMOUNT    PIC S9(7)V99 VALUE ZERO.
      *REVERSAL-LOOKUP WORK AREAS - THE TRANSACTION AMOUNT IN THE
      *SAME EDITED PICTURE HISTORY CARRIES, SO THE ORIGINAL POSTING
      *BY THE POSTING PATH THAT PERFORMS IT
       01  WS-HIST-ACTION          PIC X(8)     VALUE SPACES.
       01  WS-HIST-REF-DATE        PIC X(8)     VALUE SPACES.
      *THE NIGHT'S TRANSFERS, TABLED WHOLE BY THE SEQUENCE-CHECK
      *PASS (WHICH READS EVERY TRANSACTION ON EVERY RUN, RESTART OR
      *NOT) AND POSTED AFTER THE MATCH-MERGE BY 370-POST-TRANSFERS-
      *PARA. THE MERGE PASS ITSELF STEPS OVER THEM
       01  WS-XFER-PASS-SW         PIC X        VALUE 'N'.
       01  WS-XFER-POSTED-SW       PIC X        VALUE 'N'.
       01  WS-XFER-OVERFLOW-SW     PIC X        VALUE 'N'.
       01  WS-XFER-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-XFER-POST-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-XFER-SUSP-COUNT      PIC 9(7) COMP VALUE ZERO.
       01  WS-OWNER-LINK-COUNT     PIC 9(7) COMP VALUE ZERO.
       01  WS-XFER-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-XFER-TABLE.
           05 WS-XFER-IMAGE        PIC X(69)
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-XFER-COUNT.
      *EACH SIDE'S RECORD AND BEFORE/AFTER BALANCES, HELD UNTIL BOTH
      *SIDES ARE KNOWN TO POST, AND THE ONE SIDE'S AUDIT AND HISTORY
      *LINE BEING WRITTEN
       01  WS-XFER-REASON          PIC X(25)    VALUE SPACES.
       01  WS-XFER-FROM-REC        PIC X(51)    VALUE SPACES.
       01  WS-XFER-TO-REC          PIC X(51)    VALUE SPACES.
       01  WS-XFER-FROM-OLD        PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-FROM-NEW        PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-TO-OLD          PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-TO-NEW          PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-LINE-ACTION     PIC X(12)    VALUE SPACES.
       01  WS-XFER-LINE-ACCT       PIC X(5)     VALUE SPACES.
       01  WS-XFER-LINE-XREF       PIC X(5)     VALUE SPACES.
       01  WS-XFER-LINE-OLD        PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-LINE-NEW        PIC S9(5)V99 VALUE ZERO.
       01  WS-XFER-LINE-AMOUNT     PIC S9(5)V99 VALUE ZERO.
       01  WS-NEW-ACCT-COUNT  PIC 9(4) COMP VALUE ZERO.
       01  WS-NEW-ACCT-TABLE.
           05 WS-NEW-ACCT-ENTRY
               10 WS-NEW-ACCT-NAME     PIC X(20).
               10 WS-NEW-ACCT-TYPE     PIC X(2).
               10 WS-NEW-ACCT-OPEN     PIC X(8).
               10 WS-NEW-ACCT-CUST     PIC X(6).

      **********************************************************
       PROCEDURE DIVISION.
           PERFORM 105-ASSIGN-RUN-SEQ-PARA
           PERFORM 106-LOAD-FLOOR-PARA
           PERFORM 108-LOAD-GL-MAP-PARA
           PERFORM 116-LOAD-HOLDS-PARA
           PERFORM 107-LOG-RUN-START-PARA
           PERFORM 110-RESTART-CHECK-PARA
           PERFORM 112-PRELOAD-HISTORY-PARA
               WS-RESTART-TRANS-COUNT TIMES
           END-IF
           PERFORM 300-UPDATE-PARA UNTIL MORE-RECORDS = 'N'
           PERFORM 370-POST-TRANSFERS-PARA
           PERFORM 330-CLOSE-OPEN-MASTER
           PERFORM 500-NEW-FILE-SETUP
           PERFORM 600-COMPARE-PARA UNTIL M-ACCT-NO = HIGH-VALUES
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *LOADS EVERY HOLD IN FORCE TONIGHT - ACTIVE, AND ITS RELEASE
      *DATE NOT YET COME. A HOLD THE TABLE CANNOT TAKE WOULD LET
      *DEBITS THROUGH THAT IT SHOULD STOP, SO THE NIGHT STOPS BEFORE
      *ANYTHING POSTS
       116-LOAD-HOLDS-PARA.
           OPEN INPUT ACCT-HOLD-FILE
           PERFORM 117-HOLD-READ-PARA
             UNTIL WS-HOLD-EOF-SW = 'Y'
           CLOSE ACCT-HOLD-FILE.
      *----------------------------------------------------------------
      *TABLES ONE HOLD IF IT IS IN FORCE
       117-HOLD-READ-PARA.
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
      *APPENDS THE STATUS-S (STARTED) RECORD FOR THIS INVOCATION. IF
      *THE RUN NEVER REACHES 700-CLOSE-ALL, THIS RECORD WITHOUT A
      *MATCHING STATUS-C IS HOW THE RUN-LOG REPORT SHOWS THE ABEND
      *----------------------------------------------------------------
      *READS THE HISTORY FILE EXACTLY ONCE, BEFORE IT IS OPENED
      *EXTEND FOR TONIGHT'S OWN LINES, AND HOLDS EVERY POSTED LINE
      *IN THE LOOKUP TABLE - NEITHER SIDE OF A TRANSFER QUALIFIES,
      *SINCE ONE SIDE ALONE NEVER BACKS OUT. THE VIEW IS THE SAME ONE
      *THE OLD PER-REVERSAL SCAN SAW - EVERYTHING THROUGH THE LAST
      *COMPLETED RUN, NONE OF TONIGHT'S BUFFERED LINES
       112-PRELOAD-HISTORY-PARA.
           MOVE 'N' TO WS-LOOKUP-EOF-SW
           OPEN INPUT HISTORY-LOOKUP
             AT END
               MOVE 'Y' TO WS-LOOKUP-EOF-SW
             NOT AT END
               IF  HLK-ACTION NOT = 'REVERSAL'
               AND HLK-ACTION NOT = 'XFER OUT'
               AND HLK-ACTION NOT = 'XFER IN'
                 IF WS-HIST-TABLE-COUNT < 30000
                   ADD 1 TO WS-HIST-TABLE-COUNT
                   MOVE HLK-ACCT-NO
                 MOVE CHKPT-TRANS-AMT-TOTAL TO WS-TRANS-AMOUNT-TOTAL
                 MOVE CHKPT-OPENING-TOTAL   TO WS-OPENING-MASTER-TOTAL
                 MOVE 'Y'                   TO WS-RESTART-SW
                 IF CHKPT-XFER-POSTED-SW = 'Y'
                   MOVE 'Y'                 TO WS-XFER-POSTED-SW
                 ELSE
                   MOVE 'N'                 TO WS-XFER-POSTED-SW
                 END-IF
               END-IF
           END-READ.
      *----------------------------------------------------------------
               'ASCENDING ACCOUNT-NUMBER ORDER'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
      *A TRANSFER THE TABLE CANNOT HOLD COULD NEITHER POST NOR BE
      *SAFELY DROPPED, SO THE NIGHT STOPS BEFORE ANYTHING POSTS
           IF WS-XFER-OVERFLOW-SW = 'Y'
             DISPLAY 'RUN ABORTED - MORE THAN 5000 TRANSFERS IN ',
               'THE TRANSACTION FILE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *----------------------------------------------------------------
      *READS ONE TRANSACTION-FILE RECORD AND CHECKS IT AGAINST THE KEY
      *OF THE PREVIOUS RECORD READ. A TRANSFER IS TABLED HERE FOR
      *THE TRANSFER PHASE
       150-SEQ-CHECK-TRANS-PARA.
           READ TRANSACTION-FILE
             AT END
                 MOVE 'Y' TO WS-SEQ-ERROR-SW
               END-IF
               MOVE T-ACCT-NO TO WS-SEQ-PREV-ACCT-NO
               IF TRANSFER-R
                 IF WS-XFER-COUNT < 5000
                   ADD 1 TO WS-XFER-COUNT
                   MOVE TRANS-REC TO WS-XFER-IMAGE (WS-XFER-COUNT)
                 ELSE
                   MOVE 'Y' TO WS-XFER-OVERFLOW-SW
                 END-IF
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READS MASTER-FILE START TO FINISH EXACTLY ONCE, BEFORE THE
      *AND THE TRANS RECORD IS NOT BLANK SPACE SHOW AN ERROR MESSAGE
      *SAYING THE ACCOUNT NUMBER ISN'T ON THE MASTER RECORD
             EVALUATE TRUE
      *A TRANSFER WAS TABLED BY THE SEQUENCE CHECK AND POSTS IN THE
      *TRANSFER PHASE - HERE IT IS STEPPED OVER, LEAVING THE MASTER
      *WHERE IT STANDS FOR THE NEXT TRANSACTION
               WHEN TRANSFER-R
                 MOVE 'Y' TO WS-XFER-PASS-SW
               WHEN M-ACCT-NO = T-ACCT-NO
                 PERFORM 320-UPDATE-OR-DELETE-PARA
               WHEN M-ACCT-NO > T-ACCT-NO AND
             END-IF
      *READ THE NEXT TRANS RECORD AND THE NEXT MASTER RECORD
             PERFORM 200-READ-TRANS
             IF WS-XFER-PASS-SW = 'Y'
               MOVE 'N' TO WS-XFER-PASS-SW
             ELSE
               PERFORM 400-READ-MASTER
             END-IF.
      *--------------------------------------------------------------
      *THERE IS A CORRESPONDING TRANSACTION RECORD FOR THE MASTER
      *RECORD. SO UPDATE THE AMOUNT IF THE T-CODE IS U, CHANGE THE
       320-UPDATE-OR-DELETE-PARA.
           MOVE M-AMOUNT TO WS-OLD-AMOUNT
           EVALUATE TRUE
      *INTEREST POSTS UNDER THE SAME RULES AS AN UPDATE - ONLY ITS
      *AUDIT, HISTORY, AND GL RECORDS ARE MARKED DIFFERENTLY
             WHEN UPDATE-R OR INTEREST-R
      *AN UPDATE THAT WOULD LEAVE THE ACCOUNT BELOW THE BALANCE
      *FLOOR DOES NOT POST - IT GOES TO SUSPENSE AND ITS OWN
      *CONTROL-TOTAL LINE INSTEAD OF OVERDRAWING THE ACCOUNT. A
      *DEBIT AN ACCOUNT HOLD STOPS GOES THE SAME WAY UNDER THE
      *HOLD'S REASON
               MOVE T-ACCT-NO TO WS-HOLD-ACCT
               MOVE M-AMOUNT  TO WS-HOLD-BALANCE
               COMPUTE WS-HOLD-DEBIT = ZERO - T-AMOUNT
               PERFORM 358-HOLD-CHECK-RTN
               COMPUTE WS-PROJECTED-BALANCE = M-AMOUNT + T-AMOUNT
               IF WS-HOLD-REASON NOT = SPACES
                 PERFORM 356-HOLD-SUSPENSE-RTN
               ELSE
               IF WS-PROJECTED-BALANCE < WS-BALANCE-FLOOR
                 PERFORM 357-OVERDRAW-RTN
               ELSE
                   NOT ON SIZE ERROR
                     REWRITE MASTER-REC
                     PERFORM 340-AUDIT-RTN
                     IF INTEREST-R
                       MOVE 'INTEREST' TO WS-HIST-ACTION
                     ELSE
                       MOVE 'POSTED'   TO WS-HIST-ACTION
                     END-IF
                     MOVE SPACES    TO WS-HIST-REF-DATE
                     PERFORM 345-HISTORY-RTN
                 END-ADD
               END-IF
               END-IF
             WHEN REVERSE-R
               PERFORM 325-REVERSAL-PARA
             WHEN MAINT-R
      *POSTING'S DATE
       325-REVERSAL-PARA.
           PERFORM 327-FIND-ORIGINAL-PARA
      *A REVERSAL IS AN UPDATE IN REVERSE, SO THE SAME HOLD AND
      *BALANCE-FLOOR GUARDS APPLY TO WHAT IT WOULD LEAVE BEHIND
           MOVE T-ACCT-NO TO WS-HOLD-ACCT
           MOVE M-AMOUNT  TO WS-HOLD-BALANCE
           MOVE T-AMOUNT  TO WS-HOLD-DEBIT
           PERFORM 358-HOLD-CHECK-RTN
           COMPUTE WS-PROJECTED-BALANCE = M-AMOUNT - T-AMOUNT
           IF  WS-ORIGINAL-FOUND-SW = 'Y'
           AND WS-HOLD-REASON NOT = SPACES
             PERFORM 356-HOLD-SUSPENSE-RTN
           ELSE
           IF  WS-ORIGINAL-FOUND-SW = 'Y'
           AND WS-PROJECTED-BALANCE < WS-BALANCE-FLOOR
             PERFORM 357-OVERDRAW-RTN
           ELSE
               IF  HLK-ACCT-NO = T-ACCT-NO
               AND HLK-TRANS-AMOUNT = WS-TRANS-AMOUNT-ED
               AND HLK-ACTION NOT = 'REVERSAL'
               AND HLK-ACTION NOT = 'XFER OUT'
               AND HLK-ACTION NOT = 'XFER IN'
                 MOVE 'Y'      TO WS-ORIGINAL-FOUND-SW
                 MOVE HLK-DATE TO WS-ORIGINAL-DATE
               END-IF
               PERFORM 346-BRANCH-ACCUM-RTN
               MOVE M-ACCT-TYPE TO WS-GL-POST-TYPE
               PERFORM 342-GL-POST-RTN
             WHEN INTEREST-R
               MOVE 'INTEREST'     TO AUDIT-ACTION
               ADD T-AMOUNT TO WS-TRANS-AMOUNT-TOTAL
               ADD 1        TO WS-GL-INTEREST-COUNT
               ADD T-AMOUNT TO WS-GL-INTEREST-AMOUNT
               MOVE T-AMOUNT TO WS-BR-NET-WORK
               PERFORM 346-BRANCH-ACCUM-RTN
               MOVE M-ACCT-TYPE TO WS-GL-POST-TYPE
               PERFORM 342-GL-POST-RTN
             WHEN DELETE-R
               MOVE 'DEACTIVATE'   TO AUDIT-ACTION
               ADD 1        TO WS-GL-DEACT-COUNT
      *THE ACCOUNT AND CREDITED TO THE GL ACCOUNT THE CHART MAPPING
      *NAMES FOR THE TYPE/CODE PAIR (THE CLEARING ACCOUNT WHEN NO
      *MAPPING EXISTS), SO EVERY PAIR NETS TO ZERO ACROSS THE TWO
      *SIDES. THE ACCOUNT-SIDE DEBITS OF THESE PAIRS MATCH THE
      *MONETARY POSTINGS APPLIED; TRANSFER PAIRS (349) ARE WRITTEN
      *AND COUNTED SEPARATELY AND ARE NOT PART OF THAT FIGURE
       342-GL-POST-RTN.
           PERFORM 341-GL-OFFSET-LOOKUP-RTN
           MOVE SPACES            TO GL-POST-REC
               ADD WS-BR-NET-WORK  TO WS-BR-NET-TOTAL (BRANCH-IDX)
           END-SEARCH.
      *--------------------------------------------------------------
      *WRITES ONE SIDE'S TRANSFER AUDIT LINE
       347-XFER-AUDIT-RTN.
           MOVE SPACES              TO AUDIT-RPT-REC
           MOVE WS-XFER-LINE-ACTION TO AUDIT-ACTION
           MOVE WS-XFER-LINE-ACCT   TO AUDIT-ACCT-NO
           MOVE WS-XFER-LINE-OLD    TO AUDIT-OLD-AMOUNT
           MOVE WS-XFER-LINE-NEW    TO AUDIT-NEW-AMOUNT
           MOVE T-BRANCH            TO AUDIT-BRANCH
           MOVE WS-XFER-LINE-XREF   TO AUDIT-XREF-ACCT
           WRITE AUDIT-RPT-REC.
      *--------------------------------------------------------------
      *APPENDS ONE SIDE'S TRANSFER HISTORY LINE. THE AMOUNT CARRIES
      *THE SIDE'S OWN SIGN - NEGATIVE GOING OUT, POSITIVE COMING IN -
      *SO THE ROLLOVER AND STATEMENT ARITHMETIC NEEDS NO SPECIAL CASE
       348-XFER-HISTORY-RTN.
           MOVE SPACES              TO HISTORY-REC
           MOVE WS-XFER-LINE-ACCT   TO HIST-ACCT-NO
           MOVE WS-XFER-LINE-OLD    TO HIST-PRIOR-AMOUNT
           MOVE WS-XFER-LINE-AMOUNT TO HIST-TRANS-AMOUNT
           MOVE WS-XFER-LINE-NEW    TO HIST-NEW-AMOUNT
           MOVE WS-RUN-ID           TO HIST-DATE
           MOVE WS-HIST-ACTION      TO HIST-ACTION
           MOVE WS-XFER-LINE-XREF   TO HIST-XREF-ACCT
           WRITE HISTORY-REC.
      *--------------------------------------------------------------
      *WRITES THE TRANSFER'S GL PAIR - CREDIT THE FROM-ACCOUNT, DEBIT
      *THE TO-ACCOUNT - SO THE PAIR NETS TO ZERO ACROSS THE TWO
      *ACCOUNTS WITH NO OFFSETTING GL ACCOUNT INVOLVED
       349-XFER-GL-RTN.
           MOVE SPACES            TO GL-POST-REC
           MOVE 'D'               TO GLP-REC-TYPE
           MOVE T-CODE            TO GLP-TRANS-CODE
           MOVE T-ACCT-NO         TO GLP-ACCT-NO
           MOVE ZERO              TO GLP-DR-AMOUNT
           MOVE T-AMOUNT          TO GLP-CR-AMOUNT
           MOVE ZERO              TO GLP-COUNT
           MOVE WS-RUN-ID         TO GLP-RUN-DATE
           MOVE T-BRANCH          TO GLP-BRANCH
           WRITE GL-POST-REC
           MOVE SPACES            TO GL-POST-REC
           MOVE 'D'               TO GLP-REC-TYPE
           MOVE T-CODE            TO GLP-TRANS-CODE
           MOVE T-XFER-TO-ACCT    TO GLP-ACCT-NO
           MOVE T-AMOUNT          TO GLP-DR-AMOUNT
           MOVE ZERO              TO GLP-CR-AMOUNT
           MOVE ZERO              TO GLP-COUNT
           MOVE WS-RUN-ID         TO GLP-RUN-DATE
           MOVE T-BRANCH          TO GLP-BRANCH
           WRITE GL-POST-REC.

      *THE CHART MAPPING ENTRY FOR THE ACCOUNT TYPE AND TRANSACTION
      *CODE, OR THE CLEARING ACCOUNT WHEN THE PAIR IS UNMAPPED
       341-GL-OFFSET-LOOKUP-RTN.
           ELSE
             MOVE WS-RUN-ID   TO WS-NEW-ACCT-OPEN (WS-NEW-ACCT-COUNT)
           END-IF
           MOVE T-CUST-NO TO WS-NEW-ACCT-CUST (WS-NEW-ACCT-COUNT)
           MOVE SPACES         TO AUDIT-RPT-REC
           MOVE T-ACCT-NO      TO AUDIT-ACCT-NO
           MOVE 'ADD ACCOUNT'  TO AUDIT-ACTION
           END-IF
           WRITE SUSPENSE-REC.
      *--------------------------------------------------------------
      *HOLDS A DEBIT AN ACCOUNT HOLD HAS STOPPED - THE TRANSACTION
      *GOES TO SUSPENSE UNDER THE HOLD'S REASON AND IS COUNTED ON ITS
      *OWN CONTROL-TOTAL LINE. SUSPRCY RE-PRESENTS IT NIGHTLY, SO IT
      *POSTS BY ITSELF ONCE THE HOLD IS RELEASED OR LAPSES
       356-HOLD-SUSPENSE-RTN.
           MOVE SPACES         TO SUSPENSE-REC
           MOVE TRANS-REC      TO SUSP-TRANS-IMAGE
           MOVE WS-HOLD-REASON TO SUSP-REASON
           IF T-RECYCLE-AGE NUMERIC
             COMPUTE SUSP-AGE = T-RECYCLE-AGE + 1
           ELSE
             MOVE 1 TO SUSP-AGE
           END-IF
           WRITE SUSPENSE-REC
           ADD 1 TO WS-HOLD-BLOCK-COUNT.
      *--------------------------------------------------------------
      *HOLDS AN UPDATE (OR REVERSAL) THAT WOULD TAKE THE ACCOUNT
      *BELOW THE BALANCE FLOOR - THE TRANSACTION GOES TO SUSPENSE
      *WITH ITS OWN REASON AND IS COUNTED ON ITS OWN CONTROL-TOTAL
           WRITE SUSPENSE-REC
           ADD 1 TO WS-OVERDRAW-COUNT.
      *--------------------------------------------------------------
      *TESTS THE DEBIT IN WS-HOLD-DEBIT AGAINST THE HOLDS ON
      *WS-HOLD-ACCT. A FULL FREEZE STOPS ANY DEBIT, UNDER A REASON
      *NAMING THE KIND OF HOLD. OTHERWISE THE DOLLARS HELD COME OFF
      *THE AVAILABLE BALANCE: A DEBIT THE FLOOR WOULD ALLOW ON THE
      *BALANCE ALONE, BUT NOT ON WHAT IS LEFT AVAILABLE, IS STOPPED
      *FOR THE HELD FUNDS; ONE THE FLOOR REFUSES ANYWAY IS LEFT TO
      *THE CALLER'S OVERDRAW TEST. A CREDIT IS NEVER HELD
       358-HOLD-CHECK-RTN.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZERO   TO WS-HELD-AMOUNT
           IF WS-HOLD-DEBIT > ZERO
             PERFORM 359-HOLD-SCAN-RTN
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
      *--------------------------------------------------------------
      *TAKES ONE TABLED HOLD INTO ACCOUNT IF IT IS ON THE DEBITED
      *ACCOUNT - THE FIRST FREEZE FOUND NAMES THE REASON
       359-HOLD-SCAN-RTN.
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
      *--------------------------------------------------------------
      *WRITES A CHECKPOINT RECORD SHOWING THE LAST TRANSACTION
      *ACCOUNT NUMBER APPLIED BY THIS RUN
       360-WRITE-CHECKPOINT-PARA.
           MOVE WS-TRANS-AMOUNT-TOTAL TO CHKPT-TRANS-AMT-TOTAL
           MOVE WS-OPENING-MASTER-TOTAL TO CHKPT-OPENING-TOTAL
           MOVE WS-RUN-SEQ              TO CHKPT-RUN-SEQ
           MOVE WS-XFER-POSTED-SW       TO CHKPT-XFER-POSTED-SW
           WRITE CHECKPOINT-REC.
      *---------------------------------------------------------------
      *POSTS THE NIGHT'S TABLED TRANSFERS, AFTER EVERY OTHER POSTING
      *HAS BEEN APPLIED, THROUGH THE KEYED PATH OVER THE MASTER. THE
      *DEBIT SIDE'S FLOOR CHECK THEREFORE SEES THE FROM-ACCOUNT'S
      *END-OF-NIGHT BALANCE. A CHECKPOINT MARKED POSTED IS DROPPED
      *AS SOON AS THE PHASE ENDS, SO A RESTART OUT OF THE MERGE PASS
      *SKIPS THE PHASE RATHER THAN POSTING THE TRANSFERS AGAIN
       370-POST-TRANSFERS-PARA.
           IF WS-XFER-POSTED-SW = 'Y'
             DISPLAY 'TRANSFERS ALREADY POSTED BEFORE THE RESTART'
           END-IF
           IF  WS-XFER-COUNT > ZERO
           AND WS-XFER-POSTED-SW = 'N'
             CLOSE MASTER-FILE
             OPEN I-O MASTER-XFER-FILE
             PERFORM 372-POST-ONE-TRANSFER-PARA
               VARYING WS-XFER-SUB FROM 1 BY 1
               UNTIL WS-XFER-SUB > WS-XFER-COUNT
             CLOSE MASTER-XFER-FILE
             OPEN I-O MASTER-FILE
             MOVE 'Y' TO WS-XFER-POSTED-SW
             PERFORM 360-WRITE-CHECKPOINT-PARA
           END-IF.
      *---------------------------------------------------------------
      *POSTS ONE TRANSFER AS A UNIT. BOTH ACCOUNTS ARE READ AND EVERY
      *CHECK IS MADE BEFORE EITHER IS REWRITTEN, SO A TRANSFER THAT
      *CANNOT POST ON ONE SIDE GOES TO SUSPENSE WHOLE AND NEITHER
      *BALANCE MOVES. THE TABLED IMAGE IS PUT BACK IN THE
      *TRANSACTION RECORD SO THE SHARED SUSPENSE, BRANCH, AND
      *OVERDRAW ROUTINES SEE IT AS THEY WOULD ANY TRANSACTION
       372-POST-ONE-TRANSFER-PARA.
           MOVE WS-XFER-IMAGE (WS-XFER-SUB) TO TRANS-REC
           MOVE SPACES TO WS-XFER-REASON
                          WS-HOLD-REASON
           IF T-XFER-TO-ACCT NOT NUMERIC
           OR T-XFER-TO-ACCT = T-ACCT-NO
           OR T-AMOUNT NOT NUMERIC
           OR T-AMOUNT NOT > ZERO
             MOVE 'TRANSFER INVALID' TO WS-XFER-REASON
           ELSE
             PERFORM 374-XFER-READ-PARA
           END-IF
           IF WS-XFER-REASON = SPACES
             PERFORM 376-XFER-CHECK-PARA
           END-IF
           EVALUATE TRUE
             WHEN WS-XFER-REASON = SPACES
               PERFORM 378-XFER-POST-PARA
             WHEN WS-HOLD-REASON NOT = SPACES
               PERFORM 356-HOLD-SUSPENSE-RTN
               ADD 1 TO WS-XFER-SUSP-COUNT
             WHEN WS-XFER-REASON = 'WOULD OVERDRAW ACCOUNT'
               PERFORM 357-OVERDRAW-RTN
               ADD 1 TO WS-XFER-SUSP-COUNT
             WHEN OTHER
               PERFORM 379-XFER-SUSPENSE-RTN
           END-EVALUATE.
      *---------------------------------------------------------------
      *READS BOTH SIDES BY KEY. EACH MUST BE ON FILE AND ACTIVE - A
      *DORMANT ACCOUNT NEITHER PAYS NOR RECEIVES A TRANSFER, AND AN
      *ACCOUNT ADDED TONIGHT IS NOT ON FILE UNTIL THE MERGE PASS
       374-XFER-READ-PARA.
           MOVE T-ACCT-NO TO XM-ACCT-NO
           READ MASTER-XFER-FILE
             INVALID KEY
               MOVE 'TRANSFER ACCT NOT ON FILE' TO WS-XFER-REASON
             NOT INVALID KEY
               IF XM-ACTIVE-N
                 MOVE 'TRANSFER ACCT NOT ACTIVE' TO WS-XFER-REASON
               END-IF
               MOVE XFER-MAST-REC TO WS-XFER-FROM-REC
               MOVE XM-AMOUNT       TO WS-XFER-FROM-OLD
           END-READ
           IF WS-XFER-REASON = SPACES
             MOVE T-XFER-TO-ACCT TO XM-ACCT-NO
             READ MASTER-XFER-FILE
               INVALID KEY
                 MOVE 'TRANSFER ACCT NOT ON FILE' TO WS-XFER-REASON
               NOT INVALID KEY
                 IF XM-ACTIVE-N
                   MOVE 'TRANSFER ACCT NOT ACTIVE' TO WS-XFER-REASON
                 END-IF
                 MOVE XFER-MAST-REC TO WS-XFER-TO-REC
                 MOVE XM-AMOUNT       TO WS-XFER-TO-OLD
             END-READ
           END-IF.
      *---------------------------------------------------------------
      *THE ACCOUNT HOLDS AND THE BALANCE FLOOR GUARD THE DEBIT SIDE;
      *THE CREDIT SIDE MUST FIT ITS AMOUNT FIELD. A HOLD ON THE
      *RECEIVING ACCOUNT DOES NOT STOP MONEY COMING IN
       376-XFER-CHECK-PARA.
           MOVE T-ACCT-NO        TO WS-HOLD-ACCT
           MOVE WS-XFER-FROM-OLD TO WS-HOLD-BALANCE
           MOVE T-AMOUNT         TO WS-HOLD-DEBIT
           PERFORM 358-HOLD-CHECK-RTN
           COMPUTE WS-PROJECTED-BALANCE = WS-XFER-FROM-OLD - T-AMOUNT
           IF WS-HOLD-REASON NOT = SPACES
             MOVE WS-HOLD-REASON TO WS-XFER-REASON
           ELSE
             IF WS-PROJECTED-BALANCE < WS-BALANCE-FLOOR
               MOVE 'WOULD OVERDRAW ACCOUNT' TO WS-XFER-REASON
             ELSE
               MOVE WS-PROJECTED-BALANCE TO WS-XFER-FROM-NEW
               COMPUTE WS-XFER-TO-NEW = WS-XFER-TO-OLD + T-AMOUNT
                 ON SIZE ERROR
                   MOVE 'TRANSFER WOULD OVERFLOW' TO WS-XFER-REASON
               END-COMPUTE
             END-IF
           END-IF.
      *---------------------------------------------------------------
      *REWRITES BOTH SIDES, THEN WRITES AN AUDIT AND A HISTORY LINE
      *FOR EACH - EVERY LINE NAMING THE OTHER SIDE'S ACCOUNT - AND
      *THE GL PAIR. THE TRANSFER NETS TO ZERO, SO THE DOLLARS-APPLIED
      *FIGURE IS UNCHANGED AND THE BRANCH SETTLES IT AS A ZERO ITEM
       378-XFER-POST-PARA.
           MOVE WS-XFER-FROM-REC TO XFER-MAST-REC
           MOVE WS-XFER-FROM-NEW TO XM-AMOUNT
           REWRITE XFER-MAST-REC
             INVALID KEY
               DISPLAY 'ERROR REWRITING TRANSFER ACCOUNT ', T-ACCT-NO
           END-REWRITE
           MOVE WS-XFER-TO-REC   TO XFER-MAST-REC
           MOVE WS-XFER-TO-NEW   TO XM-AMOUNT
           REWRITE XFER-MAST-REC
             INVALID KEY
               DISPLAY 'ERROR REWRITING TRANSFER ACCOUNT ',
                 T-XFER-TO-ACCT
           END-REWRITE
           MOVE T-ACCT-NO        TO WS-XFER-LINE-ACCT
           MOVE T-XFER-TO-ACCT   TO WS-XFER-LINE-XREF
           MOVE WS-XFER-FROM-OLD TO WS-XFER-LINE-OLD
           MOVE WS-XFER-FROM-NEW TO WS-XFER-LINE-NEW
           COMPUTE WS-XFER-LINE-AMOUNT = ZERO - T-AMOUNT
           MOVE 'TRANSFER OUT'   TO WS-XFER-LINE-ACTION
           MOVE 'XFER OUT'       TO WS-HIST-ACTION
           PERFORM 347-XFER-AUDIT-RTN
           PERFORM 348-XFER-HISTORY-RTN
           MOVE T-XFER-TO-ACCT   TO WS-XFER-LINE-ACCT
           MOVE T-ACCT-NO        TO WS-XFER-LINE-XREF
           MOVE WS-XFER-TO-OLD   TO WS-XFER-LINE-OLD
           MOVE WS-XFER-TO-NEW   TO WS-XFER-LINE-NEW
           MOVE T-AMOUNT         TO WS-XFER-LINE-AMOUNT
           MOVE 'TRANSFER IN'    TO WS-XFER-LINE-ACTION
           MOVE 'XFER IN'        TO WS-HIST-ACTION
           PERFORM 347-XFER-AUDIT-RTN
           PERFORM 348-XFER-HISTORY-RTN
           PERFORM 349-XFER-GL-RTN
           ADD 1        TO WS-GL-XFER-COUNT
           ADD T-AMOUNT TO WS-GL-XFER-AMOUNT
           MOVE ZERO    TO WS-BR-NET-WORK
           PERFORM 346-BRANCH-ACCUM-RTN
           ADD 1        TO WS-XFER-POST-COUNT.
      *---------------------------------------------------------------
      *HOLDS A TRANSFER THAT CANNOT POST IN THE SUSPENSE FILE WITH
      *THE REASON IN HAND, AGED LIKE ANY OTHER SUSPENDED ITEM SO
      *SUSPRCY RE-PRESENTS IT WHOLE TOMORROW NIGHT
       379-XFER-SUSPENSE-RTN.
           MOVE SPACES         TO SUSPENSE-REC
           MOVE TRANS-REC      TO SUSP-TRANS-IMAGE
           MOVE WS-XFER-REASON TO SUSP-REASON
           IF T-RECYCLE-AGE NUMERIC
             COMPUTE SUSP-AGE = T-RECYCLE-AGE + 1
           ELSE
             MOVE 1 TO SUSP-AGE
           END-IF
           WRITE SUSPENSE-REC
           ADD 1 TO WS-XFER-SUSP-COUNT.
      *---------------------------------------------------------------
      *READ NEXT RECORD FROM MASTER FILE
       400-READ-MASTER.
           READ MASTER-FILE
             MOVE 'Y' TO WS-NEW-ACCT-DONE
           END-IF
           OPEN OUTPUT NEW-MASTER-FILE
                EXTEND CUST-TRANS-FILE
           PERFORM 400-READ-MASTER.
      *--------------------------------------------------------------
      *MERGES THE UPDATED MASTER-FILE WITH ANY NEW ACCOUNTS HELD IN
           WRITE NEW-MASTER-REC
           ADD 1 TO WS-NEW-MASTER-COUNT
           ADD N-AMOUNT TO WS-CLOSING-MASTER-TOTAL
           IF WS-NEW-ACCT-CUST (NEW-ACCT-IDX) NOT = SPACES
             PERFORM 635-QUEUE-OWNER-LINK-RTN
           END-IF
           SET NEW-ACCT-IDX UP BY 1
           IF NEW-ACCT-IDX > WS-NEW-ACCT-COUNT
             MOVE 'Y' TO WS-NEW-ACCT-DONE
           END-IF.
      *--------------------------------------------------------------
      *QUEUES THE OWNER LINK BETWEEN A NEW ACCOUNT AND THE CUSTOMER
      *ITS ADD NAMED. THE ACCOUNT IS NOT ON THE LIVE MASTER UNTIL
      *THE NEW FILE IS PROMOTED, SO CUSTMNT APPLIES THE CARD LATER IN
      *THE STREAM; A CUSTOMER NOT ON FILE IS REJECTED THERE
       635-QUEUE-OWNER-LINK-RTN.
           MOVE SPACES                          TO CUST-TRANS-REC
           MOVE 'L'                             TO CTR-ACTION
           MOVE WS-NEW-ACCT-CUST (NEW-ACCT-IDX) TO CTR-CUST-NO
           MOVE WS-NEW-ACCT-NO (NEW-ACCT-IDX)   TO CTR-ACCT-NO
           MOVE 'O'                             TO CTR-ROLE
           MOVE 'NIGHTLY'                       TO CTR-OPERATOR
           WRITE CUST-TRANS-REC
           ADD 1 TO WS-OWNER-LINK-COUNT.
      *----------------------------------------------------------------
      *PRINTS THE RUN'S CONTROL TOTALS SO AN OUT-OF-BALANCE RUN IS
      *CAUGHT RIGHT AWAY, CLEARS THE CHECKPOINT FILE SINCE THE RUN
               WS-DORMANT-COUNT
           DISPLAY 'UPDATES HELD - WOULD OVERDRAW . . : '
               WS-OVERDRAW-COUNT
           DISPLAY 'DEBITS HELD - ACCOUNT HOLDS . . . : '
               WS-HOLD-BLOCK-COUNT
           DISPLAY 'TRANSFERS POSTED. . . . . . . . . : '
               WS-XFER-POST-COUNT
           DISPLAY 'TRANSFERS HELD IN SUSPENSE. . . . : '
               WS-XFER-SUSP-COUNT
           DISPLAY 'OWNER LINKS QUEUED FOR CUSTMNT. . : '
               WS-OWNER-LINK-COUNT
           DISPLAY '-----------------------------------------------'
           PERFORM 705-LOG-RUN-COMPLETE-PARA
           PERFORM 707-WRITE-CONTROL-TOTALS-PARA
                 SUSPENSE-FILE
                 DORMANT-RPT-FILE
                 BRANCH-SETTLE-FILE
                 GL-POST-FILE
                 CUST-TRANS-FILE.
      *----------------------------------------------------------------
      *APPENDS THE STATUS-C (COMPLETED) RECORD CARRYING THE SAME
      *CONTROL TOTALS THE CONSOLE DISPLAY JUST SHOWED, SO TREND
           MOVE WS-GL-REVERSE-COUNT TO GLP-COUNT
           MOVE WS-RUN-ID          TO GLP-RUN-DATE
           WRITE GL-POST-REC
      *THE TRANSFER SUMMARY CARRIES THE DOLLARS MOVED ON BOTH SIDES,
      *SO IT NETS TO ZERO JUST AS EACH TRANSFER'S OWN PAIR DOES
           MOVE SPACES             TO GL-POST-REC
           MOVE 'S'                TO GLP-REC-TYPE
           MOVE 'X'                TO GLP-TRANS-CODE
           MOVE SPACES             TO GLP-ACCT-NO
           MOVE WS-GL-XFER-AMOUNT  TO GLP-DR-AMOUNT
           MOVE WS-GL-XFER-AMOUNT  TO GLP-CR-AMOUNT
           MOVE WS-GL-XFER-COUNT   TO GLP-COUNT
           MOVE WS-RUN-ID          TO GLP-RUN-DATE
           WRITE GL-POST-REC
           MOVE SPACES             TO GL-POST-REC
           MOVE 'S'                TO GLP-REC-TYPE
           MOVE 'I'                TO GLP-TRANS-CODE
           MOVE SPACES             TO GLP-ACCT-NO
           MOVE WS-GL-INTEREST-AMOUNT TO GLP-DR-AMOUNT
           MOVE ZERO               TO GLP-CR-AMOUNT
           MOVE WS-GL-INTEREST-COUNT TO GLP-COUNT
           MOVE WS-RUN-ID          TO GLP-RUN-DATE
           WRITE GL-POST-REC
      *ONE 'G' RECORD PER GL ACCOUNT THE CHART MAPPING BOOKED TO
      *(INCLUDING THE CLEARING ACCOUNT FOR UNMAPPED PAIRS), SO
      *ACCOUNTING SEES EACH ACCOUNT'S SHARE OF THE NIGHT ALREADY
