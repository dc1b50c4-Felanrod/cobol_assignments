      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO MAINTAIN THE ACCOUNT HOLD FILE (ACCTHOLD.DAT) BY
      *         KEYED ADD/CHANGE/RELEASE CARD - ONE RECORD PER LEGAL
      *         HOLD, DECEASED-CUSTOMER FREEZE, OR DISPUTED-FUNDS
      *         HOLD, KEYED BY ACCOUNT NUMBER AND HOLD NUMBER. AN ADD
      *         CARRIES THE WHOLE HOLD - TYPE, A FULL FREEZE OR A
      *         DOLLAR AMOUNT HELD, THE REASON, AND AN OPTIONAL
      *         RELEASE DATE - AND THE OPERATOR KEYING IT IS
      *         RECORDED AS THE ONE WHO PLACED IT. A CHANGE REPLACES
      *         ONLY THE FIELDS KEYED. A RELEASE ENDS THE HOLD AS OF
      *         TODAY. EVERY CARD IS EDITED AND NAMES ITS OPERATOR,
      *         EVERY APPLIED FIELD GETS AN OLD/NEW AUDIT LINE, AND
      *         THE JOB STREAM ONLY COPIES THE NEW FILE OVER THE LIVE
      *         ONE ON A CLEAN RUN. HOLDS ARE NEVER DELETED - A
      *         RELEASED HOLD STAYS ON FILE AS THE RECORD OF WHO
      *         PLACED IT AND WHY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
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
      *OPTIONAL SO THE VERY FIRST MAINTENANCE RUN STARTS FROM AN
      *EMPTY FILE
           SELECT OPTIONAL ACCT-HOLD-FILE
             ASSIGN TO 'ACCTHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED MAINTENANCE CARDS - 'A'DD, 'C'HANGE, OR 'R'ELEASE
      *PLUS THE ACCOUNT AND HOLD NUMBERS AND THE HOLD'S TERMS
           SELECT TRANSACTION-FILE
             ASSIGN TO 'AHLDTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE LIVE MASTER, READ BY KEY SO A HOLD IS NEVER PLACED ON AN
      *ACCOUNT THAT DOES NOT EXIST
           SELECT MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS M-ACCT-NO.
           SELECT NEW-ACCT-HOLD-FILE
             ASSIGN TO 'AHLDNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT-FILE
             ASSIGN TO 'AHLDAUD.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-HOLD-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY ACCTHOLD.

      *ONE MAINTENANCE CARD. ON A CHANGE A BLANK FIELD IS LEFT AS IT
      *STANDS; ON A RELEASE ONLY THE KEY AND OPERATOR ARE READ
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-TRANS-REC.
           05 HTR-ACTION          PIC X(1).
           05 HTR-ACCT-NO         PIC X(5).
           05 HTR-HOLD-NO         PIC X(2).
           05 HTR-HOLD-TYPE       PIC X(1).
           05 HTR-HOLD-SCOPE      PIC X(1).
           05 HTR-AMOUNT          PIC X(7).
           05 HTR-AMOUNT-N REDEFINES HTR-AMOUNT
                                  PIC 9(5)V99.
           05 HTR-REASON          PIC X(20).
           05 HTR-OPERATOR        PIC X(8).
           05 HTR-RELEASE-DATE    PIC X(8).
           05                     PIC X(27).

       FD  MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY MASTREC.

       FD  NEW-ACCT-HOLD-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY ACCTHOLD REPLACING ==ACCT-HOLD-REC==
                                     BY ==NEW-ACCT-HOLD-REC==,
                                   ==AH-ACCT-NO==
                                     BY ==NAH-ACCT-NO==,
                                   ==AH-HOLD-NO==
                                     BY ==NAH-HOLD-NO==,
                                   ==AH-HOLD-TYPE==
                                     BY ==NAH-HOLD-TYPE==,
                                   ==AH-LEGAL-HOLD==
                                     BY ==NAH-LEGAL-HOLD==,
                                   ==AH-DECEASED==
                                     BY ==NAH-DECEASED==,
                                   ==AH-DISPUTED-FUNDS==
                                     BY ==NAH-DISPUTED-FUNDS==,
                                   ==AH-HOLD-SCOPE==
                                     BY ==NAH-HOLD-SCOPE==,
                                   ==AH-FULL-FREEZE==
                                     BY ==NAH-FULL-FREEZE==,
                                   ==AH-AMOUNT-HOLD==
                                     BY ==NAH-AMOUNT-HOLD==,
                                   ==AH-AMOUNT==
                                     BY ==NAH-AMOUNT==,
                                   ==AH-REASON==
                                     BY ==NAH-REASON==,
                                   ==AH-PLACED-BY==
                                     BY ==NAH-PLACED-BY==,
                                   ==AH-PLACED-DATE==
                                     BY ==NAH-PLACED-DATE==,
                                   ==AH-RELEASE-DATE==
                                     BY ==NAH-RELEASE-DATE==,
                                   ==AH-STATUS==
                                     BY ==NAH-STATUS==,
                                   ==AH-ACTIVE==
                                     BY ==NAH-ACTIVE==,
                                   ==AH-RELEASED==
                                     BY ==NAH-RELEASED==.

       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-RPT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-HOLD-EOF-SW      PIC X       VALUE 'N'.
           05  WS-TRANS-EOF-SW     PIC X       VALUE 'N'.
           05  WS-FOUND-SW         PIC X       VALUE 'N'.
           05  WS-ACCT-FOUND-SW    PIC X       VALUE 'N'.
           05  WS-DATE-OK-SW       PIC X       VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
           05  WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-LIVE-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-ACTIVE-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-BEFORE-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-SUB         PIC 9(4)    VALUE ZERO.
      *THE HOLD'S TERMS AS THE CARD WOULD LEAVE THEM, BUILT AND
      *EDITED BEFORE ANY OF THEM IS APPLIED
           05  WS-NEW-SCOPE        PIC X       VALUE SPACES.
           05  WS-NEW-AMOUNT       PIC 9(5)V99 VALUE ZERO.
           05  WS-NEW-REASON       PIC X(20)   VALUE SPACES.
           05  WS-NEW-RELEASE-DATE PIC X(8)    VALUE SPACES.
      *THE DATE UNDER EDIT, WITH ITS PARTS
           05  WS-WORK-DATE.
               10  WS-WD-YEAR      PIC 9(4).
               10  WS-WD-MONTH     PIC 9(2).
               10  WS-WD-DAY       PIC 9(2).
      *EDITED IMAGE OF THE AMOUNT HELD FOR THE AUDIT LINES
           05  WS-AMOUNT-ED        PIC ZZ,ZZ9.99.
           05  WS-AUD-TERMS        PIC X(20)   VALUE SPACES.
      *THE HOLDS ON FILE, HELD IN A TABLE WHILE THE CARDS APPLY
       01  WS-HOLD-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-HOLD-COUNT.
               10  WS-AH-ACCT-NO       PIC X(5).
               10  WS-AH-HOLD-NO       PIC X(2).
               10  WS-AH-HOLD-TYPE     PIC X.
               10  WS-AH-HOLD-SCOPE    PIC X.
               10  WS-AH-AMOUNT        PIC 9(5)V99.
               10  WS-AH-REASON        PIC X(20).
               10  WS-AH-PLACED-BY     PIC X(8).
               10  WS-AH-PLACED-DATE   PIC X(8).
               10  WS-AH-RELEASE-DATE  PIC X(8).
               10  WS-AH-STATUS        PIC X.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-AUDIT-HEADING.
           05                      PIC X(40)   VALUE
               'ACCOUNT HOLD MAINTENANCE - CHANGE AUDIT '.
           05                      PIC X(40)   VALUE SPACES.
       01  DL-AUDIT-LINE.
           05  AUD-ACTION          PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-ACCT-NO         PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-HOLD-NO         PIC X(2).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-OPERATOR        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-FIELD           PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-OLD-VALUE       PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-NEW-VALUE       PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
       01  DL-REJECT-LINE.
           05  REJ-ACTION          PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  REJ-ACCT-NO         PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  REJ-HOLD-NO         PIC X(2).
           05                      PIC X(1)    VALUE SPACES.
           05  REJ-OPERATOR        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'REJECTED - '.
           05  REJ-REASON          PIC X(30).
           05                      PIC X(12)   VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZ9.
           05                      PIC X(45)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE HOLDS ON FILE, APPLIES THE CARDS IN ORDER, AND
      *WRITES EVERY HOLD TO THE NEW FILE THE JOB STREAM COPIES BACK
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  TRANSACTION-FILE
                INPUT  MASTER-FILE
                OUTPUT AUDIT-RPT-FILE
           WRITE AUDIT-RPT-REC FROM HL-AUDIT-HEADING
           PERFORM 150-LOAD-HOLDS-RTN
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-APPLY-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           PERFORM 750-WRITE-OUTPUT-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE TRANSACTION-FILE
                 MASTER-FILE
                 AUDIT-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *LOADS THE LIVE HOLD FILE INTO ITS TABLE. A FILE TOO BIG FOR
      *THE TABLE WOULD LOSE HOLDS FROM THE NEW FILE, SO IT ENDS THE
      *RUN NON-ZERO AND THE NEW FILE IS NOT PROMOTED
       150-LOAD-HOLDS-RTN.
           OPEN INPUT ACCT-HOLD-FILE
           PERFORM 155-HOLD-READ-RTN
             UNTIL WS-HOLD-EOF-SW = 'Y'
           CLOSE ACCT-HOLD-FILE.
      *----------------------------------------------------------------
      *READS ONE HOLD INTO THE TABLE
       155-HOLD-READ-RTN.
           READ ACCT-HOLD-FILE
             AT END
               MOVE 'Y' TO WS-HOLD-EOF-SW
             NOT AT END
               IF WS-HOLD-COUNT < 5000
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE AH-ACCT-NO      TO WS-AH-ACCT-NO (WS-HOLD-COUNT)
                 MOVE AH-HOLD-NO      TO WS-AH-HOLD-NO (WS-HOLD-COUNT)
                 MOVE AH-HOLD-TYPE
                   TO WS-AH-HOLD-TYPE (WS-HOLD-COUNT)
                 MOVE AH-HOLD-SCOPE
                   TO WS-AH-HOLD-SCOPE (WS-HOLD-COUNT)
                 MOVE AH-AMOUNT       TO WS-AH-AMOUNT (WS-HOLD-COUNT)
                 MOVE AH-REASON       TO WS-AH-REASON (WS-HOLD-COUNT)
                 MOVE AH-PLACED-BY
                   TO WS-AH-PLACED-BY (WS-HOLD-COUNT)
                 MOVE AH-PLACED-DATE
                   TO WS-AH-PLACED-DATE (WS-HOLD-COUNT)
                 MOVE AH-RELEASE-DATE
                   TO WS-AH-RELEASE-DATE (WS-HOLD-COUNT)
                 MOVE AH-STATUS       TO WS-AH-STATUS (WS-HOLD-COUNT)
               ELSE
                 DISPLAY 'ACCOUNT HOLD TABLE FULL AT 5000 - '
                   'HOLD ' AH-ACCT-NO ' ' AH-HOLD-NO ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT MAINTENANCE CARD
       200-READ-TRANS-PARA.
           READ TRANSACTION-FILE
             AT END
               MOVE 'Y' TO WS-TRANS-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ONE MAINTENANCE CARD. EVERY CARD NEEDS ITS ACCOUNT AND HOLD
      *NUMBERS AND THE OPERATOR KEYING IT; THE ACTIONS THEN CARRY
      *THEIR OWN EDITS
       300-APPLY-PARA.
           PERFORM 350-FIND-HOLD-RTN
           EVALUATE TRUE
             WHEN HTR-ACCT-NO = SPACES
               MOVE 'ACCOUNT NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN HTR-HOLD-NO = SPACES
               MOVE 'HOLD NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN HTR-OPERATOR = SPACES
               MOVE 'OPERATOR MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN HTR-ACTION = 'A'
               PERFORM 400-ADD-HOLD-PARA
             WHEN HTR-ACTION = 'C'
               PERFORM 500-CHANGE-HOLD-PARA
             WHEN HTR-ACTION = 'R'
               PERFORM 550-RELEASE-HOLD-PARA
             WHEN OTHER
               MOVE 'ACTION NOT A, C, OR R' TO REJ-REASON
               PERFORM 650-REJECT-RTN
           END-EVALUATE
           PERFORM 200-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *FINDS THE CARD'S HOLD AMONG THE HOLDS ON FILE
       350-FIND-HOLD-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 355-FIND-HOLD-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-HOLD-COUNT.
      *----------------------------------------------------------------
       355-FIND-HOLD-SCAN-RTN.
           IF  WS-AH-ACCT-NO (WS-SUB) = HTR-ACCT-NO
           AND WS-AH-HOLD-NO (WS-SUB) = HTR-HOLD-NO
             MOVE 'Y'    TO WS-FOUND-SW
             MOVE WS-SUB TO WS-HOLD-SUB
           END-IF.
      *----------------------------------------------------------------
      *LOOKS THE CARD'S ACCOUNT UP ON THE MASTER BY KEY. A DORMANT
      *ACCOUNT MAY STILL BE HELD - A DECEASED CUSTOMER'S ACCOUNT
      *OFTEN IS
       360-ACCOUNT-CHECK-RTN.
           MOVE HTR-ACCT-NO TO M-ACCT-NO
           READ MASTER-FILE
             INVALID KEY
               MOVE 'N' TO WS-ACCT-FOUND-SW
             NOT INVALID KEY
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ.
      *----------------------------------------------------------------
      *EDITS THE DATE IN WS-WORK-DATE - NUMERIC, A REAL MONTH, AND A
      *DAY THE MONTH CAN HOLD
       370-DATE-CHECK-RTN.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-WORK-DATE NUMERIC
             IF  WS-WD-YEAR > 1900
             AND WS-WD-MONTH > ZERO AND WS-WD-MONTH < 13
             AND WS-WD-DAY > ZERO AND WS-WD-DAY < 32
               MOVE 'Y' TO WS-DATE-OK-SW
             END-IF
             IF  WS-WD-DAY = 31
             AND (WS-WD-MONTH = 4 OR 6 OR 9 OR 11)
               MOVE 'N' TO WS-DATE-OK-SW
             END-IF
             IF WS-WD-MONTH = 2 AND WS-WD-DAY > 29
               MOVE 'N' TO WS-DATE-OK-SW
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *LAYS THE CARD'S TERMS OVER THE TERMS IN WS-NEW-... (AN ADD
      *STARTS THEM BLANK, A CHANGE FROM THE HOLD ON FILE) AND EDITS
      *THE RESULT, LEAVING THE FIRST FAULT FOUND IN REJ-REASON. A
      *RELEASE DATE MUST LIE AHEAD - ONE ALREADY PAST WOULD LAPSE
      *THE HOLD THE MOMENT IT WAS KEYED
       380-TERMS-EDIT-RTN.
           MOVE SPACES TO REJ-REASON
           IF HTR-HOLD-SCOPE NOT = SPACES
             MOVE HTR-HOLD-SCOPE TO WS-NEW-SCOPE
           END-IF
           EVALUATE TRUE
             WHEN HTR-AMOUNT = SPACES
               CONTINUE
             WHEN HTR-AMOUNT-N NUMERIC
               MOVE HTR-AMOUNT-N TO WS-NEW-AMOUNT
             WHEN OTHER
               MOVE 'AMOUNT NOT NUMERIC' TO REJ-REASON
           END-EVALUATE
           IF HTR-REASON NOT = SPACES
             MOVE HTR-REASON TO WS-NEW-REASON
           END-IF
           IF HTR-RELEASE-DATE NOT = SPACES
             MOVE HTR-RELEASE-DATE TO WS-WORK-DATE
             PERFORM 370-DATE-CHECK-RTN
             EVALUATE TRUE
               WHEN WS-DATE-OK-SW = 'N'
                 MOVE 'RELEASE DATE NOT VALID' TO REJ-REASON
               WHEN HTR-RELEASE-DATE NOT > WS-RUN-DATE
                 MOVE 'RELEASE DATE NOT AFTER TODAY' TO REJ-REASON
               WHEN OTHER
                 MOVE HTR-RELEASE-DATE TO WS-NEW-RELEASE-DATE
             END-EVALUATE
           END-IF
           IF REJ-REASON = SPACES
             EVALUATE TRUE
               WHEN WS-NEW-SCOPE NOT = 'F' AND NOT = 'A'
                 MOVE 'SCOPE NOT F OR A' TO REJ-REASON
               WHEN WS-NEW-SCOPE = 'A' AND WS-NEW-AMOUNT = ZERO
                 MOVE 'AMOUNT HOLD HAS NO AMOUNT' TO REJ-REASON
               WHEN WS-NEW-SCOPE = 'F'
                AND HTR-AMOUNT-N NUMERIC AND HTR-AMOUNT-N > ZERO
                 MOVE 'FULL FREEZE TAKES NO AMOUNT' TO REJ-REASON
               WHEN WS-NEW-REASON = SPACES
                 MOVE 'HOLD REASON MISSING' TO REJ-REASON
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
      *A FREEZE HOLDS EVERYTHING, SO IT CARRIES NO AMOUNT OF ITS OWN
           IF WS-NEW-SCOPE = 'F'
             MOVE ZERO TO WS-NEW-AMOUNT
           END-IF.
      *----------------------------------------------------------------
      *ADDS ONE HOLD - IT MUST NOT ALREADY BE ON FILE, ITS ACCOUNT
      *MUST BE ON THE MASTER, AND ITS TERMS MUST EDIT CLEAN. THE
      *OPERATOR ON THE CARD IS RECORDED AS THE ONE WHO PLACED IT
       400-ADD-HOLD-PARA.
           MOVE SPACES    TO WS-NEW-SCOPE
                             WS-NEW-REASON
                             WS-NEW-RELEASE-DATE
           MOVE ZERO      TO WS-NEW-AMOUNT
           PERFORM 380-TERMS-EDIT-RTN
           PERFORM 360-ACCOUNT-CHECK-RTN
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'Y'
               MOVE 'HOLD ALREADY ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-HOLD-COUNT = 5000
               MOVE 'HOLD TABLE FULL' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-ACCT-FOUND-SW = 'N'
               MOVE 'ACCOUNT NOT ON MASTER FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN HTR-HOLD-TYPE NOT = 'L' AND NOT = 'D' AND NOT = 'F'
               MOVE 'HOLD TYPE NOT L, D, OR F' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN REJ-REASON NOT = SPACES
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-COUNT   TO WS-HOLD-SUB
               MOVE HTR-ACCT-NO     TO WS-AH-ACCT-NO (WS-HOLD-SUB)
               MOVE HTR-HOLD-NO     TO WS-AH-HOLD-NO (WS-HOLD-SUB)
               MOVE HTR-HOLD-TYPE   TO WS-AH-HOLD-TYPE (WS-HOLD-SUB)
               MOVE HTR-OPERATOR    TO WS-AH-PLACED-BY (WS-HOLD-SUB)
               MOVE WS-RUN-DATE     TO WS-AH-PLACED-DATE (WS-HOLD-SUB)
               MOVE 'A'             TO WS-AH-STATUS (WS-HOLD-SUB)
               MOVE SPACES          TO WS-AH-HOLD-SCOPE (WS-HOLD-SUB)
                                       WS-AH-REASON (WS-HOLD-SUB)
                                       WS-AH-RELEASE-DATE (WS-HOLD-SUB)
               MOVE ZERO            TO WS-AH-AMOUNT (WS-HOLD-SUB)
               MOVE 'ADD'           TO AUD-ACTION
               MOVE 'TYPE'          TO AUD-FIELD
               MOVE SPACES          TO AUD-OLD-VALUE
               EVALUATE HTR-HOLD-TYPE
                 WHEN 'L'   MOVE 'LEGAL HOLD'      TO AUD-NEW-VALUE
                 WHEN 'D'   MOVE 'DECEASED'        TO AUD-NEW-VALUE
                 WHEN OTHER MOVE 'DISPUTED FUNDS'  TO AUD-NEW-VALUE
               END-EVALUATE
               PERFORM 600-AUDIT-RTN
               PERFORM 450-APPLY-TERMS-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *MOVES THE EDITED TERMS ONTO THE HOLD IN HAND, WRITING AN
      *AUDIT LINE FOR EACH ONE THAT ACTUALLY CHANGES
       450-APPLY-TERMS-RTN.
           IF WS-NEW-SCOPE NOT = WS-AH-HOLD-SCOPE (WS-HOLD-SUB)
           OR WS-NEW-AMOUNT NOT = WS-AH-AMOUNT (WS-HOLD-SUB)
             MOVE 'HOLD'      TO AUD-FIELD
             PERFORM 460-TERMS-IMAGE-RTN
             MOVE WS-AUD-TERMS TO AUD-OLD-VALUE
             MOVE WS-NEW-SCOPE  TO WS-AH-HOLD-SCOPE (WS-HOLD-SUB)
             MOVE WS-NEW-AMOUNT TO WS-AH-AMOUNT (WS-HOLD-SUB)
             PERFORM 460-TERMS-IMAGE-RTN
             MOVE WS-AUD-TERMS TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
           END-IF
           IF WS-NEW-REASON NOT = WS-AH-REASON (WS-HOLD-SUB)
             MOVE 'REASON'    TO AUD-FIELD
             MOVE WS-AH-REASON (WS-HOLD-SUB) TO AUD-OLD-VALUE
             MOVE WS-NEW-REASON              TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-REASON TO WS-AH-REASON (WS-HOLD-SUB)
           END-IF
           IF WS-NEW-RELEASE-DATE NOT = WS-AH-RELEASE-DATE (WS-HOLD-SUB)
             MOVE 'RELEASE'   TO AUD-FIELD
             MOVE WS-AH-RELEASE-DATE (WS-HOLD-SUB) TO AUD-OLD-VALUE
             MOVE WS-NEW-RELEASE-DATE              TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-RELEASE-DATE
               TO WS-AH-RELEASE-DATE (WS-HOLD-SUB)
           END-IF.
      *----------------------------------------------------------------
      *BUILDS THE TERMS IMAGE OF THE HOLD IN HAND - A FULL FREEZE OR
      *THE DOLLAR AMOUNT HELD
       460-TERMS-IMAGE-RTN.
           MOVE SPACES TO WS-AUD-TERMS
           EVALUATE WS-AH-HOLD-SCOPE (WS-HOLD-SUB)
             WHEN 'F'
               MOVE 'FULL FREEZE' TO WS-AUD-TERMS
             WHEN 'A'
               MOVE WS-AH-AMOUNT (WS-HOLD-SUB) TO WS-AMOUNT-ED
               STRING WS-AMOUNT-ED       DELIMITED BY SIZE
                      ' HELD'            DELIMITED BY SIZE
                 INTO WS-AUD-TERMS
               END-STRING
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
      *CHANGES ONE ACTIVE HOLD'S TERMS - BLANK FIELDS LEFT ALONE.
      *THE TYPE IS FIXED WHEN THE HOLD IS PLACED; A DIFFERENT KIND
      *OF HOLD IS A NEW HOLD. A HOLD WHOSE RELEASE DATE HAS PASSED
      *IS STILL ACTIVE ON FILE AND MAY BE EXTENDED HERE
       500-CHANGE-HOLD-PARA.
           IF WS-FOUND-SW = 'Y'
             MOVE WS-AH-HOLD-SCOPE (WS-HOLD-SUB)   TO WS-NEW-SCOPE
             MOVE WS-AH-AMOUNT (WS-HOLD-SUB)       TO WS-NEW-AMOUNT
             MOVE WS-AH-REASON (WS-HOLD-SUB)       TO WS-NEW-REASON
             MOVE WS-AH-RELEASE-DATE (WS-HOLD-SUB)
               TO WS-NEW-RELEASE-DATE
             PERFORM 380-TERMS-EDIT-RTN
           END-IF
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'N'
               MOVE 'HOLD NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-AH-STATUS (WS-HOLD-SUB) NOT = 'A'
               MOVE 'HOLD NOT ACTIVE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN HTR-HOLD-TYPE NOT = SPACES
              AND HTR-HOLD-TYPE NOT = WS-AH-HOLD-TYPE (WS-HOLD-SUB)
               MOVE 'HOLD TYPE CANNOT CHANGE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN REJ-REASON NOT = SPACES
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE 'CHANGE' TO AUD-ACTION
               MOVE WS-APPLIED-COUNT TO WS-BEFORE-COUNT
               PERFORM 450-APPLY-TERMS-RTN
               IF WS-APPLIED-COUNT = WS-BEFORE-COUNT
                 MOVE 'NOTHING TO CHANGE' TO REJ-REASON
                 PERFORM 650-REJECT-RTN
               END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
      *RELEASES ONE ACTIVE HOLD AS OF TODAY - THE NEXT POSTING RUN
      *NO LONGER SEES IT
       550-RELEASE-HOLD-PARA.
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'N'
               MOVE 'HOLD NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-AH-STATUS (WS-HOLD-SUB) NOT = 'A'
               MOVE 'HOLD NOT ACTIVE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE 'RELEASE'   TO AUD-ACTION
               MOVE 'STATUS'    TO AUD-FIELD
               MOVE 'ACTIVE'    TO AUD-OLD-VALUE
               MOVE 'RELEASED'  TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
               MOVE 'R' TO WS-AH-STATUS (WS-HOLD-SUB)
               IF WS-RUN-DATE NOT = WS-AH-RELEASE-DATE (WS-HOLD-SUB)
                 MOVE 'RELEASE'   TO AUD-FIELD
                 MOVE WS-AH-RELEASE-DATE (WS-HOLD-SUB) TO AUD-OLD-VALUE
                 MOVE WS-RUN-DATE                      TO AUD-NEW-VALUE
                 PERFORM 600-AUDIT-RTN
                 MOVE WS-RUN-DATE TO WS-AH-RELEASE-DATE (WS-HOLD-SUB)
               END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
      *WRITES ONE APPLIED FIELD'S AUDIT LINE, NAMING THE OPERATOR WHO
      *KEYED THE CARD - AN ADD HAS NO OLD VALUE TO SHOW
       600-AUDIT-RTN.
           IF AUD-ACTION = 'ADD'
             MOVE SPACES TO AUD-OLD-VALUE
           END-IF
           MOVE HTR-ACCT-NO     TO AUD-ACCT-NO
           MOVE HTR-HOLD-NO     TO AUD-HOLD-NO
           MOVE HTR-OPERATOR    TO AUD-OPERATOR
           WRITE AUDIT-RPT-REC FROM DL-AUDIT-LINE
           ADD 1 TO WS-APPLIED-COUNT.
      *----------------------------------------------------------------
      *WRITES THE FAILED CARD AND ITS REASON TO THE AUDIT REPORT
       650-REJECT-RTN.
           EVALUATE HTR-ACTION
             WHEN 'A'   MOVE 'ADD'       TO REJ-ACTION
             WHEN 'C'   MOVE 'CHANGE'    TO REJ-ACTION
             WHEN 'R'   MOVE 'RELEASE'   TO REJ-ACTION
             WHEN OTHER MOVE HTR-ACTION  TO REJ-ACTION
           END-EVALUATE
           MOVE HTR-ACCT-NO     TO REJ-ACCT-NO
           MOVE HTR-HOLD-NO     TO REJ-HOLD-NO
           MOVE HTR-OPERATOR    TO REJ-OPERATOR
           WRITE AUDIT-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *WRITES EVERY HOLD TO THE NEW FILE
       750-WRITE-OUTPUT-RTN.
           OPEN OUTPUT NEW-ACCT-HOLD-FILE
           PERFORM 760-WRITE-HOLD-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-HOLD-COUNT
           CLOSE NEW-ACCT-HOLD-FILE.
      *----------------------------------------------------------------
       760-WRITE-HOLD-RTN.
           MOVE SPACES TO NEW-ACCT-HOLD-REC
           MOVE WS-AH-ACCT-NO (WS-SUB)       TO NAH-ACCT-NO
           MOVE WS-AH-HOLD-NO (WS-SUB)       TO NAH-HOLD-NO
           MOVE WS-AH-HOLD-TYPE (WS-SUB)     TO NAH-HOLD-TYPE
           MOVE WS-AH-HOLD-SCOPE (WS-SUB)    TO NAH-HOLD-SCOPE
           MOVE WS-AH-AMOUNT (WS-SUB)        TO NAH-AMOUNT
           MOVE WS-AH-REASON (WS-SUB)        TO NAH-REASON
           MOVE WS-AH-PLACED-BY (WS-SUB)     TO NAH-PLACED-BY
           MOVE WS-AH-PLACED-DATE (WS-SUB)   TO NAH-PLACED-DATE
           MOVE WS-AH-RELEASE-DATE (WS-SUB)  TO NAH-RELEASE-DATE
           MOVE WS-AH-STATUS (WS-SUB)        TO NAH-STATUS
           WRITE NEW-ACCT-HOLD-REC
           ADD 1 TO WS-LIVE-COUNT
           IF WS-AH-STATUS (WS-SUB) = 'A'
             ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
      *----------------------------------------------------------------
      *SHOWS THE RUN'S TOTALS ON THE AUDIT REPORT
       800-TOTALS-RTN.
           WRITE AUDIT-RPT-REC FROM BLANK-LINE
           MOVE 'FIELDS CHANGED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-APPLIED-COUNT                 TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CARDS REJECTED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'HOLDS ON NEW FILE. . . . . . :' TO DL-TOT-LABEL
           MOVE WS-LIVE-COUNT                    TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ACTIVE HOLDS . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-ACTIVE-COUNT                  TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE.
      *****************************************************************
