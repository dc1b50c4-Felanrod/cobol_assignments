      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO RECONCILE THE GENERAL LEDGER'S MORNING
      *         ACKNOWLEDGEMENT (GLACK.DAT) AGAINST THE POSTING FILES
      *         SENT TO IT. EVERY NIGHT'S GLPOST.DAT, AND EVERY
      *         MORNING'S RE-SENT CORRECTIONS, IS KEPT ON THE SENT
      *         LOG (GLSENT.DAT) UNTIL THE LEDGER ACKNOWLEDGES IT BY
      *         RUN DATE AND SOURCE. AN ACKNOWLEDGED FILE'S ENTRIES
      *         ARE MATCHED TO THE LEDGER'S REJECTS BY GL ACCOUNT,
      *         CODE, AND AMOUNT, AND WHAT THE LEDGER SAYS IT
      *         ACCEPTED IS PROVED AGAINST WHAT IS LEFT. REJECTED
      *         ENTRIES, AND EVERY ENTRY OF A FILE REFUSED WHOLE, GO
      *         TO THE UNPOSTED FILE (GLUNPST.DAT) WITH THE LEDGER'S
      *         REASON AND ARE CARRIED FORWARD UNTIL A CORRECTION
      *         CARD (GLCORR.DAT) RE-SENDS THEM (GLRSND.DAT). A FILE
      *         STILL UNACKNOWLEDGED PAST THE PARM CARD'S DAYS IS
      *         FLAGGED OVERDUE, SO THE LEDGER AND THE MASTER CANNOT
      *         DRIFT APART UNNOTICED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
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
      *OPTIONAL SO A MORNING THE LEDGER SENT NOTHING STILL CHECKS
      *THE FILES AWAITING ACKNOWLEDGEMENT FOR ONES OVERDUE
           SELECT OPTIONAL GL-ACK-FILE
             ASSIGN TO 'GLACK.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *EVERY POSTING FILE SENT AND NOT YET ACKNOWLEDGED, IN THE
      *GLPOST.DAT LAYOUT - THE NIGHT STREAM APPENDS EACH NIGHT'S
      *FILE AND THIS JOB EACH MORNING'S RE-SENDS
           SELECT OPTIONAL GL-SENT-FILE
             ASSIGN TO 'GLSENT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SENT-FILE
             ASSIGN TO 'GLSNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UNPOSTED-FILE
             ASSIGN TO 'GLUNPST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-UNPOSTED-FILE
             ASSIGN TO 'GLUNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED CORRECTION CARDS
           SELECT OPTIONAL CORRECTION-FILE
             ASSIGN TO 'GLCORR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE CORRECTED ITEMS, FOR THE LEDGER, IN THE GLPOST.DAT LAYOUT
           SELECT RESEND-FILE
             ASSIGN TO 'GLRSND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD: THE DAYS A FILE MAY WAIT FOR ITS
      *ACKNOWLEDGEMENT BEFORE IT IS FLAGGED (DEFAULT 3)
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'GLRECON.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLRECON-RPT-FILE
             ASSIGN TO 'GLRECON.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLACKREC.

      *MIRRORS THE GL-POST-REC LAYOUT THE NIGHTLY UPDATE WRITES. A
      *RE-SENT ITEM ('R') CARRIES THE NIGHT IT WAS FIRST SENT IN THE
      *SPACE THE NIGHTLY RECORDS LEAVE BLANK
       FD  GL-SENT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-SENT-REC.
           05 GLS-REC-TYPE        PIC X.
           05 GLS-TRANS-CODE      PIC X.
           05 GLS-ACCT-NO         PIC X(5).
           05 GLS-DR-AMOUNT       PIC S9(7)V99.
           05 GLS-CR-AMOUNT       PIC S9(7)V99.
           05 GLS-COUNT           PIC 9(7).
           05 GLS-RUN-DATE        PIC X(8).
           05 GLS-BRANCH          PIC X(10).
           05 GLS-ORIG-DATE       PIC X(8).
           05                     PIC X(2).

       FD  NEW-SENT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  NEW-SENT-REC           PIC X(60).

       FD  UNPOSTED-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY GLUNPST.

       FD  NEW-UNPOSTED-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY GLUNPST REPLACING ==GL-UNPOSTED-REC==
                                    BY ==NEW-UNPOSTED-REC==,
                                  ==GLU-RUN-DATE==
                                    BY ==NGU-RUN-DATE==,
                                  ==GLU-SOURCE==
                                    BY ==NGU-SOURCE==,
                                  ==GLU-ORIG-DATE==
                                    BY ==NGU-ORIG-DATE==,
                                  ==GLU-TRANS-CODE==
                                    BY ==NGU-TRANS-CODE==,
                                  ==GLU-GL-ACCT==
                                    BY ==NGU-GL-ACCT==,
                                  ==GLU-DR-AMOUNT==
                                    BY ==NGU-DR-AMOUNT==,
                                  ==GLU-CR-AMOUNT==
                                    BY ==NGU-CR-AMOUNT==,
                                  ==GLU-BRANCH==
                                    BY ==NGU-BRANCH==,
                                  ==GLU-REASON-CODE==
                                    BY ==NGU-REASON-CODE==,
                                  ==GLU-REASON==
                                    BY ==NGU-REASON==,
                                  ==GLU-REPORTED-DATE==
                                    BY ==NGU-REPORTED-DATE==.

      *ONE CORRECTION CARD. IT NAMES THE UNPOSTED ITEM BY THE RUN
      *DATE IT WAS LAST SENT ON, ITS GL ACCOUNT, AND ITS AMOUNTS,
      *AND RE-SENDS IT - TO THE ACCOUNT KEYED IN PLACE OF A CLOSED
      *ONE, OR AS IT STOOD WHEN THE NEW ACCOUNT IS LEFT BLANK
       FD  CORRECTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-CORR-REC.
           05 GLC-RUN-DATE        PIC X(8).
           05 GLC-GL-ACCT         PIC X(5).
           05 GLC-DR-AMOUNT       PIC 9(7)V99.
           05 GLC-CR-AMOUNT       PIC 9(7)V99.
           05 GLC-NEW-GL-ACCT     PIC X(5).
           05 GLC-NEW-GL-ACCT-N REDEFINES GLC-NEW-GL-ACCT
                                  PIC 9(5).
           05 GLC-OPERATOR        PIC X(8).
           05                     PIC X(36).

       FD  RESEND-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  GL-RESEND-REC.
           05 GLR-REC-TYPE        PIC X.
           05 GLR-TRANS-CODE      PIC X.
           05 GLR-ACCT-NO         PIC X(5).
           05 GLR-DR-AMOUNT       PIC S9(7)V99.
           05 GLR-CR-AMOUNT       PIC S9(7)V99.
           05 GLR-COUNT           PIC 9(7).
           05 GLR-RUN-DATE        PIC X(8).
           05 GLR-BRANCH          PIC X(10).
           05 GLR-ORIG-DATE       PIC X(8).
           05                     PIC X(2).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-ACK-DAYS       PIC 9(3).

       FD  GLRECON-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GLRECON-RPT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ACK-EOF-SW       PIC X        VALUE 'N'.
           05  WS-SENT-EOF-SW      PIC X        VALUE 'N'.
           05  WS-UNPOSTED-EOF-SW  PIC X        VALUE 'N'.
           05  WS-CORR-EOF-SW      PIC X        VALUE 'N'.
           05  WS-FOUND-SW         PIC X        VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)     VALUE SPACES.
           05  WS-ACK-DAYS         PIC 9(3)     VALUE 3.
           05  WS-SUB              PIC 9(4)     VALUE ZERO.
           05  WS-KEY-SUB          PIC 9(4)     VALUE ZERO.
           05  WS-REJ-SUB          PIC 9(4)     VALUE ZERO.
           05  WS-UNP-SUB          PIC 9(4)     VALUE ZERO.
      *THE FILE A RECORD BELONGS TO - ITS RUN DATE AND SOURCE
           05  WS-FILE-DATE        PIC X(8)     VALUE SPACES.
           05  WS-FILE-SOURCE      PIC X        VALUE SPACE.
      *THE ITEM BEING TAKEN ONTO THE UNPOSTED TABLE
           05  WS-ITEM-ORIG-DATE   PIC X(8)     VALUE SPACES.
           05  WS-ITEM-TRANS-CODE  PIC X        VALUE SPACE.
           05  WS-ITEM-GL-ACCT     PIC X(5)     VALUE SPACES.
           05  WS-ITEM-DR-AMOUNT   PIC S9(7)V99 VALUE ZERO.
           05  WS-ITEM-CR-AMOUNT   PIC S9(7)V99 VALUE ZERO.
           05  WS-ITEM-BRANCH      PIC X(10)    VALUE SPACES.
           05  WS-ITEM-REASON-CODE PIC X(3)     VALUE SPACES.
           05  WS-ITEM-REASON      PIC X(25)    VALUE SPACES.
      *THE DAYS FROM ONE DATE TO THE RUN DATE, COUNTED A DAY AT A
      *TIME AND STOPPED AT 999
           05  WS-DAYS-COUNT       PIC 9(3)     VALUE ZERO.
           05  WS-STEP-DATE.
               10  WS-STEP-YEAR    PIC 9(4).
               10  WS-STEP-MONTH   PIC 9(2).
               10  WS-STEP-DAY     PIC 9(2).
           05  WS-STEP-DATE-X REDEFINES WS-STEP-DATE
                                   PIC X(8).
           05  WS-MONTH-LENGTH     PIC 9(2)     VALUE ZERO.
           05  WS-LEAP-QUOTIENT    PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REMAINDER   PIC 9(3)     VALUE ZERO.
      *THE RE-SENT FILE'S TRAILER FIGURES
           05  WS-RESEND-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-RESEND-DR        PIC S9(7)V99 VALUE ZERO.
           05  WS-RESEND-CR        PIC S9(7)V99 VALUE ZERO.
      *RUN COUNTS
           05  WS-ACK-READ         PIC 9(7)     VALUE ZERO.
           05  WS-ACK-UNUSABLE     PIC 9(7)     VALUE ZERO.
           05  WS-ACK-DUPLICATE    PIC 9(7)     VALUE ZERO.
           05  WS-FILES-ACKED      PIC 9(7)     VALUE ZERO.
           05  WS-FILES-OUT        PIC 9(7)     VALUE ZERO.
           05  WS-FILES-AWAITING   PIC 9(7)     VALUE ZERO.
           05  WS-FILES-OVERDUE    PIC 9(7)     VALUE ZERO.
           05  WS-SENT-READ        PIC 9(7)     VALUE ZERO.
           05  WS-SENT-CARRIED     PIC 9(7)     VALUE ZERO.
           05  WS-NEW-UNPOSTED     PIC 9(7)     VALUE ZERO.
           05  WS-REJ-UNMATCHED    PIC 9(7)     VALUE ZERO.
           05  WS-CORR-APPLIED     PIC 9(7)     VALUE ZERO.
           05  WS-CORR-REJECTED    PIC 9(7)     VALUE ZERO.
           05  WS-UNPOSTED-LEFT    PIC 9(7)     VALUE ZERO.
           05  WS-UNPOSTED-DR      PIC S9(9)V99 VALUE ZERO.
           05  WS-UNPOSTED-CR      PIC S9(9)V99 VALUE ZERO.
      *ONE ENTRY PER POSTING FILE - EVERY FILE THE LEDGER
      *ACKNOWLEDGED THIS MORNING AND EVERY FILE STILL ON THE SENT
      *LOG - WITH WHAT WAS SENT ON IT, WHAT THE LEDGER SAYS IT
      *ACCEPTED, AND WHAT IS FOUND POSTED AND UNPOSTED HERE
       01  WS-KEY-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-KEY-COUNT.
               10  WS-KEY-RUN-DATE     PIC X(8).
               10  WS-KEY-SOURCE       PIC X.
               10  WS-KEY-ACKED-SW     PIC X.
               10  WS-KEY-STATUS       PIC X.
               10  WS-KEY-LOAD-DATE    PIC X(8).
               10  WS-KEY-REASON-CODE  PIC X(3).
               10  WS-KEY-REASON       PIC X(25).
               10  WS-KEY-ACK-COUNT    PIC 9(7).
               10  WS-KEY-ACK-DR       PIC 9(9)V99.
               10  WS-KEY-ACK-CR       PIC 9(9)V99.
               10  WS-KEY-SENT-COUNT   PIC 9(7).
               10  WS-KEY-SENT-DR      PIC S9(9)V99.
               10  WS-KEY-SENT-CR      PIC S9(9)V99.
               10  WS-KEY-POST-COUNT   PIC 9(7).
               10  WS-KEY-POST-DR      PIC S9(9)V99.
               10  WS-KEY-POST-CR      PIC S9(9)V99.
               10  WS-KEY-REJ-COUNT    PIC 9(7).
      *THE LEDGER'S REJECTED ENTRIES, EACH MATCHED TO ONE ENTRY SENT
       01  WS-REJ-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-REJ-COUNT.
               10  WS-REJ-RUN-DATE     PIC X(8).
               10  WS-REJ-SOURCE       PIC X.
               10  WS-REJ-GL-ACCT      PIC X(5).
               10  WS-REJ-TRANS-CODE   PIC X.
               10  WS-REJ-DR-AMOUNT    PIC S9(7)V99.
               10  WS-REJ-CR-AMOUNT    PIC S9(7)V99.
               10  WS-REJ-REASON-CODE  PIC X(3).
               10  WS-REJ-REASON       PIC X(25).
               10  WS-REJ-MATCHED-SW   PIC X.
      *THE UNPOSTED ITEMS - THOSE CARRIED IN AND THOSE FOUND THIS
      *MORNING - UNTIL THE CORRECTIONS HAVE BEEN APPLIED
       01  WS-UNP-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-UNP-TABLE.
           05  WS-UNP-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-UNP-COUNT.
               10  WS-UNP-RUN-DATE     PIC X(8).
               10  WS-UNP-SOURCE       PIC X.
               10  WS-UNP-ORIG-DATE    PIC X(8).
               10  WS-UNP-TRANS-CODE   PIC X.
               10  WS-UNP-GL-ACCT      PIC X(5).
               10  WS-UNP-DR-AMOUNT    PIC S9(7)V99.
               10  WS-UNP-CR-AMOUNT    PIC S9(7)V99.
               10  WS-UNP-BRANCH       PIC X(10).
               10  WS-UNP-REASON-CODE  PIC X(3).
               10  WS-UNP-REASON       PIC X(25).
               10  WS-UNP-REPORTED     PIC X(8).
               10  WS-UNP-RESENT-SW    PIC X.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-RECON-HEADING.
           05                      PIC X(40)   VALUE
               'GL ACKNOWLEDGEMENT RECONCILIATION       '.
           05                      PIC X(9)    VALUE 'RUN DATE '.
           05  HL-RUN-DATE         PIC X(8).
           05                      PIC X(23)   VALUE SPACES.
       01  HL-SECTION-LINE.
           05  HL-SECTION-TITLE    PIC X(80).
       01  HL-FILE-COLUMNS.
           05                      PIC X(40)   VALUE
               'RUN DATE S STATUS     SENT  POSTED  REJE'.
           05                      PIC X(40)   VALUE
               'CT RESULT                               '.
       01  HL-ITEM-COLUMNS.
           05                      PIC X(40)   VALUE
               'RUN DATE ACCT  C        DEBIT       CRED'.
           05                      PIC X(40)   VALUE
               'IT RSN REASON                    DAYS   '.
       01  HL-CORR-COLUMNS.
           05                      PIC X(40)   VALUE
               'RUN DATE ACCT  NEW          DEBIT       '.
           05                      PIC X(40)   VALUE
               ' CREDIT OPERATOR RESULT                 '.
       01  HL-AWAIT-COLUMNS.
           05                      PIC X(40)   VALUE
               'RUN DATE S ENTRIES          DEBIT       '.
           05                      PIC X(40)   VALUE
               '    CREDIT  WAITING                     '.
      *ONE ACKNOWLEDGED FILE AND ITS VERDICT
       01  DL-FILE-LINE.
           05  FIL-RUN-DATE        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  FIL-SOURCE          PIC X(1).
           05                      PIC X(1)    VALUE SPACES.
           05  FIL-STATUS          PIC X(7).
           05                      PIC X(1)    VALUE SPACES.
           05  FIL-SENT            PIC ZZZZZZ9.
           05                      PIC X(1)    VALUE SPACES.
           05  FIL-POSTED          PIC ZZZZZZ9.
           05                      PIC X(1)    VALUE SPACES.
           05  FIL-REJECTED        PIC ZZZZZZ9.
           05                      PIC X(1)    VALUE SPACES.
           05  FIL-RESULT          PIC X(37).
      *THE TWO SIDES OF A FILE THAT DOES NOT PROVE
       01  DL-PROOF-LINE.
           05                      PIC X(10)   VALUE SPACES.
           05  PRF-LABEL           PIC X(18).
           05  PRF-COUNT           PIC ZZZZZZ9.
           05                      PIC X(5)    VALUE '  DR '.
           05  PRF-DR              PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(4)    VALUE ' CR '.
           05  PRF-CR              PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(6)    VALUE SPACES.
      *ONE UNPOSTED ITEM OR UNMATCHED REJECT
       01  DL-ITEM-LINE.
           05  ITM-RUN-DATE        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  ITM-GL-ACCT         PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  ITM-TRANS-CODE      PIC X(1).
           05                      PIC X(1)    VALUE SPACES.
           05  ITM-DR-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(1)    VALUE SPACES.
           05  ITM-CR-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(1)    VALUE SPACES.
           05  ITM-REASON-CODE     PIC X(3).
           05                      PIC X(1)    VALUE SPACES.
           05  ITM-REASON          PIC X(25).
           05                      PIC X(1)    VALUE SPACES.
           05  ITM-DAYS            PIC ZZ9.
           05                      PIC X(4)    VALUE SPACES.
      *ONE CORRECTION CARD AND WHAT BECAME OF IT
       01  DL-CORR-LINE.
           05  COR-RUN-DATE        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  COR-GL-ACCT         PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  COR-NEW-GL-ACCT     PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  COR-DR-AMOUNT       PIC X(12).
           05                      PIC X(1)    VALUE SPACES.
           05  COR-CR-AMOUNT       PIC X(12).
           05                      PIC X(1)    VALUE SPACES.
           05  COR-OPERATOR        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  COR-RESULT          PIC X(24).
       01  WS-AMOUNT-ED            PIC Z,ZZZ,ZZ9.99.
      *ONE FILE STILL WAITING FOR ITS ACKNOWLEDGEMENT
       01  DL-AWAIT-LINE.
           05  AWT-RUN-DATE        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  AWT-SOURCE          PIC X(1).
           05                      PIC X(1)    VALUE SPACES.
           05  AWT-COUNT           PIC ZZZZZZ9.
           05                      PIC X(1)    VALUE SPACES.
           05  AWT-DR              PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(1)    VALUE SPACES.
           05  AWT-CR              PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  AWT-DAYS            PIC ZZ9.
           05                      PIC X(6)    VALUE ' DAYS '.
           05  AWT-FLAG            PIC X(21).
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZZZ9.
           05                      PIC X(43)   VALUE SPACES.
       01  DL-AMOUNT-LINE.
           05  DL-AMT-LABEL        PIC X(30).
           05  DL-AMT-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(35)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE ACKNOWLEDGEMENTS AND THE ITEMS ALREADY UNPOSTED,
      *PASSES THE SENT LOG ONCE - SETTLING EACH ACKNOWLEDGED FILE'S
      *ENTRIES AND CARRYING THE REST FORWARD - THEN PROVES EACH
      *ACKNOWLEDGED FILE, APPLIES THE CORRECTION CARDS, AND LISTS
      *WHAT IS STILL WAITING AND STILL UNPOSTED
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-PARM-RTN
           OPEN OUTPUT GLRECON-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE GLRECON-RPT-REC FROM HL-RECON-HEADING
           PERFORM 170-LOAD-ACKS-RTN
           PERFORM 180-LOAD-UNPOSTED-RTN
           OPEN INPUT  GL-SENT-FILE
                OUTPUT NEW-SENT-FILE
           PERFORM 200-READ-SENT-PARA
           PERFORM 300-SENT-PARA UNTIL WS-SENT-EOF-SW = 'Y'
           CLOSE GL-SENT-FILE
                 NEW-SENT-FILE
           PERFORM 400-FILES-ACKED-RTN
           PERFORM 450-NEW-UNPOSTED-RTN
           PERFORM 480-UNMATCHED-REJECTS-RTN
           PERFORM 500-CORRECTIONS-RTN
           PERFORM 600-AWAITING-RTN
           PERFORM 700-CARRY-UNPOSTED-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE GLRECON-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES THE OVERDUE LIMIT FROM THE PARM CARD WHEN IT IS
      *SUPPLIED AND USABLE
       150-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-ACK-DAYS NUMERIC
               AND PARM-ACK-DAYS > ZERO
                 MOVE PARM-ACK-DAYS TO WS-ACK-DAYS
               END-IF
           END-READ
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
      *LOADS THE MORNING'S ACKNOWLEDGEMENT - A FILE RECORD INTO THE
      *FILE TABLE, A REJECTED ENTRY INTO THE REJECT TABLE. A RECORD
      *THAT CANNOT BE READ IS SHOWN ON THE JOB LOG AND LEFT OUT, SO
      *ITS FILE STAYS AWAITING ACKNOWLEDGEMENT
       170-LOAD-ACKS-RTN.
           OPEN INPUT GL-ACK-FILE
           PERFORM 175-ACK-READ-RTN
             UNTIL WS-ACK-EOF-SW = 'Y'
           CLOSE GL-ACK-FILE.
      *----------------------------------------------------------------
       175-ACK-READ-RTN.
           READ GL-ACK-FILE
             AT END
               MOVE 'Y' TO WS-ACK-EOF-SW
             NOT AT END
               ADD 1 TO WS-ACK-READ
               EVALUATE TRUE
                 WHEN NOT GLA-NIGHTLY AND NOT GLA-RESEND
                   PERFORM 178-ACK-UNUSABLE-RTN
                 WHEN GLA-FILE-ACK
                   PERFORM 176-FILE-ACK-RTN
                 WHEN GLA-ENTRY-REJECT
                   PERFORM 177-ENTRY-REJECT-RTN
                 WHEN OTHER
                   PERFORM 178-ACK-UNUSABLE-RTN
               END-EVALUATE
           END-READ.
      *----------------------------------------------------------------
      *ONE FILE'S OUTCOME. A SECOND RECORD FOR A FILE ALREADY
      *ACKNOWLEDGED THIS MORNING IS IGNORED
       176-FILE-ACK-RTN.
           IF (NOT GLA-LOADED AND NOT GLA-REFUSED)
           OR GLA-ACCEPT-COUNT NOT NUMERIC
           OR GLA-ACCEPT-DR NOT NUMERIC
           OR GLA-ACCEPT-CR NOT NUMERIC
             PERFORM 178-ACK-UNUSABLE-RTN
           ELSE
             MOVE GLA-RUN-DATE TO WS-FILE-DATE
             MOVE GLA-SOURCE   TO WS-FILE-SOURCE
             PERFORM 350-FIND-KEY-RTN
             EVALUATE TRUE
               WHEN WS-KEY-SUB = ZERO
                 CONTINUE
               WHEN WS-KEY-ACKED-SW (WS-KEY-SUB) = 'Y'
                 DISPLAY 'DUPLICATE GL ACKNOWLEDGEMENT IGNORED - '
                   GLA-RUN-DATE ' ' GLA-SOURCE
                 ADD 1 TO WS-ACK-DUPLICATE
                 PERFORM 950-SET-WARNING-RTN
               WHEN OTHER
                 MOVE 'Y'            TO WS-KEY-ACKED-SW (WS-KEY-SUB)
                 MOVE GLA-STATUS     TO WS-KEY-STATUS (WS-KEY-SUB)
                 MOVE GLA-LOAD-DATE  TO WS-KEY-LOAD-DATE (WS-KEY-SUB)
                 MOVE GLA-FILE-REASON-CODE
                   TO WS-KEY-REASON-CODE (WS-KEY-SUB)
                 MOVE GLA-FILE-REASON
                   TO WS-KEY-REASON (WS-KEY-SUB)
                 MOVE GLA-ACCEPT-COUNT
                   TO WS-KEY-ACK-COUNT (WS-KEY-SUB)
                 MOVE GLA-ACCEPT-DR  TO WS-KEY-ACK-DR (WS-KEY-SUB)
                 MOVE GLA-ACCEPT-CR  TO WS-KEY-ACK-CR (WS-KEY-SUB)
                 ADD 1 TO WS-FILES-ACKED
             END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *ONE ENTRY THE LEDGER WOULD NOT POST. A FULL TABLE WOULD LET
      *THE ENTRY PASS AS POSTED, SO IT ENDS THE RUN AT 16 AND THE
      *NEW FILES ARE NOT PROMOTED
       177-ENTRY-REJECT-RTN.
           IF GLA-DR-AMOUNT NOT NUMERIC
           OR GLA-CR-AMOUNT NOT NUMERIC
             PERFORM 178-ACK-UNUSABLE-RTN
           ELSE
             IF WS-REJ-COUNT < 2000
               ADD 1 TO WS-REJ-COUNT
               MOVE GLA-RUN-DATE    TO WS-REJ-RUN-DATE (WS-REJ-COUNT)
               MOVE GLA-SOURCE      TO WS-REJ-SOURCE (WS-REJ-COUNT)
               MOVE GLA-GL-ACCT     TO WS-REJ-GL-ACCT (WS-REJ-COUNT)
               MOVE GLA-TRANS-CODE
                 TO WS-REJ-TRANS-CODE (WS-REJ-COUNT)
               MOVE GLA-DR-AMOUNT   TO WS-REJ-DR-AMOUNT (WS-REJ-COUNT)
               MOVE GLA-CR-AMOUNT   TO WS-REJ-CR-AMOUNT (WS-REJ-COUNT)
               MOVE GLA-REASON-CODE
                 TO WS-REJ-REASON-CODE (WS-REJ-COUNT)
               MOVE GLA-REASON      TO WS-REJ-REASON (WS-REJ-COUNT)
               MOVE 'N'            TO WS-REJ-MATCHED-SW (WS-REJ-COUNT)
             ELSE
               DISPLAY 'GL REJECT TABLE FULL AT 2000 - '
                 'REJECT FOR ' GLA-RUN-DATE ' ' GLA-GL-ACCT
                 ' NOT LOADED'
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.
      *----------------------------------------------------------------
       178-ACK-UNUSABLE-RTN.
           DISPLAY 'GL ACKNOWLEDGEMENT RECORD NOT USABLE - '
             GL-ACK-REC
           ADD 1 TO WS-ACK-UNUSABLE
           PERFORM 950-SET-WARNING-RTN.
      *----------------------------------------------------------------
      *LOADS THE ITEMS CARRIED FORWARD FROM EARLIER MORNINGS
       180-LOAD-UNPOSTED-RTN.
           OPEN INPUT UNPOSTED-FILE
           PERFORM 185-UNPOSTED-READ-RTN
             UNTIL WS-UNPOSTED-EOF-SW = 'Y'
           CLOSE UNPOSTED-FILE.
      *----------------------------------------------------------------
       185-UNPOSTED-READ-RTN.
           READ UNPOSTED-FILE
             AT END
               MOVE 'Y' TO WS-UNPOSTED-EOF-SW
             NOT AT END
               MOVE GLU-RUN-DATE      TO WS-FILE-DATE
               MOVE GLU-SOURCE        TO WS-FILE-SOURCE
               MOVE GLU-ORIG-DATE     TO WS-ITEM-ORIG-DATE
               MOVE GLU-TRANS-CODE    TO WS-ITEM-TRANS-CODE
               MOVE GLU-GL-ACCT       TO WS-ITEM-GL-ACCT
               MOVE GLU-DR-AMOUNT     TO WS-ITEM-DR-AMOUNT
               MOVE GLU-CR-AMOUNT     TO WS-ITEM-CR-AMOUNT
               MOVE GLU-BRANCH        TO WS-ITEM-BRANCH
               MOVE GLU-REASON-CODE   TO WS-ITEM-REASON-CODE
               MOVE GLU-REASON        TO WS-ITEM-REASON
               PERFORM 390-ADD-UNPOSTED-RTN
               IF WS-UNP-SUB > ZERO
                 MOVE GLU-REPORTED-DATE
                   TO WS-UNP-REPORTED (WS-UNP-SUB)
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE SENT LOG
       200-READ-SENT-PARA.
           READ GL-SENT-FILE
             AT END
               MOVE 'Y' TO WS-SENT-EOF-SW
             NOT AT END
               ADD 1 TO WS-SENT-READ
           END-READ.
      *----------------------------------------------------------------
      *ONE SENT RECORD. A RE-SENT ITEM, AND THE RE-SENT FILE'S
      *TRAILER, BELONG TO THE MORNING'S RE-SEND ('R'); EVERY OTHER
      *RECORD TO ITS NIGHT'S FILE ('D'). A FILE THE LEDGER HAS NOW
      *ACKNOWLEDGED HAS ITS ENTRIES SETTLED AND LEAVES THE LOG; ANY
      *OTHER FILE STAYS ON IT
       300-SENT-PARA.
           MOVE GLS-RUN-DATE TO WS-FILE-DATE
           IF GLS-REC-TYPE = 'R'
           OR (GLS-REC-TYPE = 'T' AND GLS-TRANS-CODE = 'R')
             MOVE 'R' TO WS-FILE-SOURCE
           ELSE
             MOVE 'D' TO WS-FILE-SOURCE
           END-IF
           PERFORM 350-FIND-KEY-RTN
           IF  WS-KEY-SUB > ZERO
           AND (GLS-REC-TYPE = 'D' OR 'R')
             ADD 1 TO WS-KEY-SENT-COUNT (WS-KEY-SUB)
             ADD GLS-DR-AMOUNT TO WS-KEY-SENT-DR (WS-KEY-SUB)
             ADD GLS-CR-AMOUNT TO WS-KEY-SENT-CR (WS-KEY-SUB)
           END-IF
           IF  WS-KEY-SUB > ZERO
           AND WS-KEY-ACKED-SW (WS-KEY-SUB) = 'Y'
             IF GLS-REC-TYPE = 'D' OR 'R'
               PERFORM 320-SETTLE-ENTRY-RTN
             END-IF
           ELSE
             WRITE NEW-SENT-REC FROM GL-SENT-REC
             ADD 1 TO WS-SENT-CARRIED
           END-IF
           PERFORM 200-READ-SENT-PARA.
      *----------------------------------------------------------------
      *ONE ENTRY OF AN ACKNOWLEDGED FILE. EVERY ENTRY OF A REFUSED
      *FILE IS UNPOSTED FOR THE FILE'S REASON; OTHERWISE AN ENTRY
      *MATCHING ONE OF THE LEDGER'S REJECTS IS UNPOSTED FOR THE
      *REJECT'S REASON, AND ANY OTHER ENTRY HAS POSTED
       320-SETTLE-ENTRY-RTN.
           IF GLS-ORIG-DATE = SPACES
             MOVE GLS-RUN-DATE  TO WS-ITEM-ORIG-DATE
           ELSE
             MOVE GLS-ORIG-DATE TO WS-ITEM-ORIG-DATE
           END-IF
           MOVE GLS-TRANS-CODE  TO WS-ITEM-TRANS-CODE
           MOVE GLS-ACCT-NO     TO WS-ITEM-GL-ACCT
           MOVE GLS-DR-AMOUNT   TO WS-ITEM-DR-AMOUNT
           MOVE GLS-CR-AMOUNT   TO WS-ITEM-CR-AMOUNT
           MOVE GLS-BRANCH      TO WS-ITEM-BRANCH
           IF WS-KEY-STATUS (WS-KEY-SUB) = 'F'
             MOVE WS-KEY-REASON-CODE (WS-KEY-SUB)
               TO WS-ITEM-REASON-CODE
             MOVE WS-KEY-REASON (WS-KEY-SUB) TO WS-ITEM-REASON
             PERFORM 330-NEW-UNPOSTED-RTN
           ELSE
             PERFORM 360-FIND-REJECT-RTN
             IF WS-REJ-SUB > ZERO
               MOVE 'Y' TO WS-REJ-MATCHED-SW (WS-REJ-SUB)
               MOVE WS-REJ-REASON-CODE (WS-REJ-SUB)
                 TO WS-ITEM-REASON-CODE
               MOVE WS-REJ-REASON (WS-REJ-SUB) TO WS-ITEM-REASON
               PERFORM 330-NEW-UNPOSTED-RTN
             ELSE
               ADD 1 TO WS-KEY-POST-COUNT (WS-KEY-SUB)
               ADD GLS-DR-AMOUNT TO WS-KEY-POST-DR (WS-KEY-SUB)
               ADD GLS-CR-AMOUNT TO WS-KEY-POST-CR (WS-KEY-SUB)
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *TAKES THE ENTRY IN HAND ONTO THE UNPOSTED ITEMS, FIRST FOUND
      *THIS MORNING
       330-NEW-UNPOSTED-RTN.
           ADD 1 TO WS-KEY-REJ-COUNT (WS-KEY-SUB)
           PERFORM 390-ADD-UNPOSTED-RTN
           IF WS-UNP-SUB > ZERO
             MOVE WS-RUN-DATE TO WS-UNP-REPORTED (WS-UNP-SUB)
             ADD 1 TO WS-NEW-UNPOSTED
           END-IF.
      *----------------------------------------------------------------
      *FINDS THE FILE NAMED BY WS-FILE-DATE AND WS-FILE-SOURCE IN
      *THE FILE TABLE, ADDING IT WHEN IT IS NOT THERE YET. A FULL
      *TABLE LEAVES WS-KEY-SUB ZERO - THE FILE'S RECORDS STAY ON THE
      *LOG BUT IT GOES UNREPORTED, SO THE RUN ENDS AT 16
       350-FIND-KEY-RTN.
           MOVE ZERO TO WS-KEY-SUB
           PERFORM 355-FIND-KEY-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-KEY-COUNT
                OR WS-KEY-SUB > ZERO
           IF WS-KEY-SUB = ZERO
             IF WS-KEY-COUNT < 500
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT   TO WS-KEY-SUB
               MOVE WS-FILE-DATE   TO WS-KEY-RUN-DATE (WS-KEY-SUB)
               MOVE WS-FILE-SOURCE TO WS-KEY-SOURCE (WS-KEY-SUB)
               MOVE 'N'            TO WS-KEY-ACKED-SW (WS-KEY-SUB)
               MOVE SPACE          TO WS-KEY-STATUS (WS-KEY-SUB)
               MOVE SPACES         TO WS-KEY-LOAD-DATE (WS-KEY-SUB)
                                      WS-KEY-REASON-CODE (WS-KEY-SUB)
                                      WS-KEY-REASON (WS-KEY-SUB)
               MOVE ZERO           TO WS-KEY-ACK-COUNT (WS-KEY-SUB)
                                      WS-KEY-ACK-DR (WS-KEY-SUB)
                                      WS-KEY-ACK-CR (WS-KEY-SUB)
                                      WS-KEY-SENT-COUNT (WS-KEY-SUB)
                                      WS-KEY-SENT-DR (WS-KEY-SUB)
                                      WS-KEY-SENT-CR (WS-KEY-SUB)
                                      WS-KEY-POST-COUNT (WS-KEY-SUB)
                                      WS-KEY-POST-DR (WS-KEY-SUB)
                                      WS-KEY-POST-CR (WS-KEY-SUB)
                                      WS-KEY-REJ-COUNT (WS-KEY-SUB)
             ELSE
               DISPLAY 'GL FILE TABLE FULL AT 500 - FILE '
                 WS-FILE-DATE ' ' WS-FILE-SOURCE ' NOT TRACKED'
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.
      *----------------------------------------------------------------
       355-FIND-KEY-SCAN-RTN.
           IF  WS-KEY-RUN-DATE (WS-SUB) = WS-FILE-DATE
           AND WS-KEY-SOURCE (WS-SUB)   = WS-FILE-SOURCE
             MOVE WS-SUB TO WS-KEY-SUB
           END-IF.
      *----------------------------------------------------------------
      *FINDS A REJECT, NOT YET MATCHED, FOR THE ENTRY IN HAND - SAME
      *FILE, GL ACCOUNT, CODE, DEBIT, AND CREDIT. TWO LIKE ENTRIES
      *ON ONE FILE EACH TAKE ONE REJECT
       360-FIND-REJECT-RTN.
           MOVE ZERO TO WS-REJ-SUB
           PERFORM 365-FIND-REJECT-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-REJ-COUNT
                OR WS-REJ-SUB > ZERO.
      *----------------------------------------------------------------
       365-FIND-REJECT-SCAN-RTN.
           IF  WS-REJ-MATCHED-SW (WS-SUB)  = 'N'
           AND WS-REJ-RUN-DATE (WS-SUB)    = WS-FILE-DATE
           AND WS-REJ-SOURCE (WS-SUB)      = WS-FILE-SOURCE
           AND WS-REJ-GL-ACCT (WS-SUB)     = GLS-ACCT-NO
           AND WS-REJ-TRANS-CODE (WS-SUB)  = GLS-TRANS-CODE
           AND WS-REJ-DR-AMOUNT (WS-SUB)   = GLS-DR-AMOUNT
           AND WS-REJ-CR-AMOUNT (WS-SUB)   = GLS-CR-AMOUNT
             MOVE WS-SUB TO WS-REJ-SUB
           END-IF.
      *----------------------------------------------------------------
      *ADDS ONE ITEM TO THE UNPOSTED TABLE FROM WS-FILE-DATE,
      *WS-FILE-SOURCE, AND THE ITEM FIELDS.
      *A FULL TABLE WOULD DROP THE ITEM FROM THE NEW FILE, SO IT
      *ENDS THE RUN AT 16 AND THE NEW FILES ARE NOT PROMOTED
       390-ADD-UNPOSTED-RTN.
           IF WS-UNP-COUNT < 2000
             ADD 1 TO WS-UNP-COUNT
             MOVE WS-UNP-COUNT        TO WS-UNP-SUB
             MOVE WS-FILE-DATE        TO WS-UNP-RUN-DATE (WS-UNP-SUB)
             MOVE WS-FILE-SOURCE      TO WS-UNP-SOURCE (WS-UNP-SUB)
             MOVE WS-ITEM-ORIG-DATE   TO WS-UNP-ORIG-DATE (WS-UNP-SUB)
             MOVE WS-ITEM-TRANS-CODE
               TO WS-UNP-TRANS-CODE (WS-UNP-SUB)
             MOVE WS-ITEM-GL-ACCT     TO WS-UNP-GL-ACCT (WS-UNP-SUB)
             MOVE WS-ITEM-DR-AMOUNT   TO WS-UNP-DR-AMOUNT (WS-UNP-SUB)
             MOVE WS-ITEM-CR-AMOUNT   TO WS-UNP-CR-AMOUNT (WS-UNP-SUB)
             MOVE WS-ITEM-BRANCH      TO WS-UNP-BRANCH (WS-UNP-SUB)
             MOVE WS-ITEM-REASON-CODE
               TO WS-UNP-REASON-CODE (WS-UNP-SUB)
             MOVE WS-ITEM-REASON      TO WS-UNP-REASON (WS-UNP-SUB)
             MOVE SPACES              TO WS-UNP-REPORTED (WS-UNP-SUB)
             MOVE 'N'                 TO WS-UNP-RESENT-SW (WS-UNP-SUB)
           ELSE
             MOVE ZERO TO WS-UNP-SUB
             DISPLAY 'GL UNPOSTED TABLE FULL AT 2000 - ITEM '
               WS-FILE-DATE ' ' WS-ITEM-GL-ACCT ' NOT CARRIED'
             MOVE 16 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------
      *LISTS EVERY FILE ACKNOWLEDGED THIS MORNING. A LOADED FILE
      *MUST PROVE - WHAT THE LEDGER SAYS IT ACCEPTED AGAINST WHAT
      *WAS SENT LESS WHAT IT REJECTED - AND AN ACKNOWLEDGEMENT FOR A
      *FILE NOT ON THE SENT LOG IS AN EXCEPTION IN ITSELF
       400-FILES-ACKED-RTN.
           WRITE GLRECON-RPT-REC FROM BLANK-LINE
           MOVE 'FILES ACKNOWLEDGED BY THE LEDGER' TO HL-SECTION-TITLE
           WRITE GLRECON-RPT-REC FROM HL-SECTION-LINE
           WRITE GLRECON-RPT-REC FROM HL-FILE-COLUMNS
           PERFORM 410-FILE-LINE-RTN
             VARYING WS-KEY-SUB FROM 1 BY 1
             UNTIL WS-KEY-SUB > WS-KEY-COUNT.
      *----------------------------------------------------------------
       410-FILE-LINE-RTN.
           IF WS-KEY-ACKED-SW (WS-KEY-SUB) = 'Y'
             MOVE WS-KEY-RUN-DATE (WS-KEY-SUB)   TO FIL-RUN-DATE
             MOVE WS-KEY-SOURCE (WS-KEY-SUB)     TO FIL-SOURCE
             MOVE WS-KEY-SENT-COUNT (WS-KEY-SUB) TO FIL-SENT
             MOVE WS-KEY-POST-COUNT (WS-KEY-SUB) TO FIL-POSTED
             MOVE WS-KEY-REJ-COUNT (WS-KEY-SUB)  TO FIL-REJECTED
             MOVE SPACES                         TO FIL-RESULT
             IF WS-KEY-STATUS (WS-KEY-SUB) = 'F'
               MOVE 'REFUSED' TO FIL-STATUS
             ELSE
               MOVE 'LOADED'  TO FIL-STATUS
             END-IF
             EVALUATE TRUE
               WHEN WS-KEY-SENT-COUNT (WS-KEY-SUB) = ZERO
                 MOVE 'NOT AWAITING ACKNOWLEDGEMENT' TO FIL-RESULT
                 ADD 1 TO WS-FILES-OUT
                 PERFORM 950-SET-WARNING-RTN
                 WRITE GLRECON-RPT-REC FROM DL-FILE-LINE
               WHEN WS-KEY-STATUS (WS-KEY-SUB) = 'F'
                 STRING WS-KEY-REASON-CODE (WS-KEY-SUB)
                                                 DELIMITED BY SIZE
                        ' '                      DELIMITED BY SIZE
                        WS-KEY-REASON (WS-KEY-SUB)
                                                 DELIMITED BY SIZE
                   INTO FIL-RESULT
                 END-STRING
                 WRITE GLRECON-RPT-REC FROM DL-FILE-LINE
               WHEN WS-KEY-POST-COUNT (WS-KEY-SUB)
                      = WS-KEY-ACK-COUNT (WS-KEY-SUB)
                AND WS-KEY-POST-DR (WS-KEY-SUB)
                      = WS-KEY-ACK-DR (WS-KEY-SUB)
                AND WS-KEY-POST-CR (WS-KEY-SUB)
                      = WS-KEY-ACK-CR (WS-KEY-SUB)
                 MOVE 'IN BALANCE' TO FIL-RESULT
                 WRITE GLRECON-RPT-REC FROM DL-FILE-LINE
               WHEN OTHER
                 MOVE 'OUT OF BALANCE' TO FIL-RESULT
                 ADD 1 TO WS-FILES-OUT
                 PERFORM 950-SET-WARNING-RTN
                 WRITE GLRECON-RPT-REC FROM DL-FILE-LINE
                 MOVE 'LEDGER ACCEPTED  :' TO PRF-LABEL
                 MOVE WS-KEY-ACK-COUNT (WS-KEY-SUB) TO PRF-COUNT
                 MOVE WS-KEY-ACK-DR (WS-KEY-SUB)    TO PRF-DR
                 MOVE WS-KEY-ACK-CR (WS-KEY-SUB)    TO PRF-CR
                 WRITE GLRECON-RPT-REC FROM DL-PROOF-LINE
                 MOVE 'SENT LESS REJECTS:' TO PRF-LABEL
                 MOVE WS-KEY-POST-COUNT (WS-KEY-SUB) TO PRF-COUNT
                 MOVE WS-KEY-POST-DR (WS-KEY-SUB)    TO PRF-DR
                 MOVE WS-KEY-POST-CR (WS-KEY-SUB)    TO PRF-CR
                 WRITE GLRECON-RPT-REC FROM DL-PROOF-LINE
             END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *LISTS THE ENTRIES FOUND UNPOSTED THIS MORNING, WITH THE
      *LEDGER'S REASONS
       450-NEW-UNPOSTED-RTN.
           WRITE GLRECON-RPT-REC FROM BLANK-LINE
           MOVE 'ENTRIES THE LEDGER DID NOT POST' TO HL-SECTION-TITLE
           WRITE GLRECON-RPT-REC FROM HL-SECTION-LINE
           WRITE GLRECON-RPT-REC FROM HL-ITEM-COLUMNS
           PERFORM 460-NEW-UNPOSTED-LINE-RTN
             VARYING WS-UNP-SUB FROM 1 BY 1
             UNTIL WS-UNP-SUB > WS-UNP-COUNT.
      *----------------------------------------------------------------
       460-NEW-UNPOSTED-LINE-RTN.
           IF WS-UNP-REPORTED (WS-UNP-SUB) = WS-RUN-DATE
             PERFORM 720-ITEM-LINE-RTN
           END-IF.
      *----------------------------------------------------------------
      *LISTS ANY REJECT THAT MATCHED NOTHING SENT ON ITS FILE - THE
      *LEDGER AND THE SENT LOG DISAGREE ABOUT WHAT WAS ON IT
       480-UNMATCHED-REJECTS-RTN.
           WRITE GLRECON-RPT-REC FROM BLANK-LINE
           MOVE 'REJECTS MATCHING NO ENTRY SENT' TO HL-SECTION-TITLE
           WRITE GLRECON-RPT-REC FROM HL-SECTION-LINE
           WRITE GLRECON-RPT-REC FROM HL-ITEM-COLUMNS
           PERFORM 485-UNMATCHED-LINE-RTN
             VARYING WS-REJ-SUB FROM 1 BY 1
             UNTIL WS-REJ-SUB > WS-REJ-COUNT.
      *----------------------------------------------------------------
       485-UNMATCHED-LINE-RTN.
           IF WS-REJ-MATCHED-SW (WS-REJ-SUB) = 'N'
             MOVE WS-REJ-RUN-DATE (WS-REJ-SUB)    TO ITM-RUN-DATE
             MOVE WS-REJ-GL-ACCT (WS-REJ-SUB)     TO ITM-GL-ACCT
             MOVE WS-REJ-TRANS-CODE (WS-REJ-SUB)  TO ITM-TRANS-CODE
             MOVE WS-REJ-DR-AMOUNT (WS-REJ-SUB)   TO ITM-DR-AMOUNT
             MOVE WS-REJ-CR-AMOUNT (WS-REJ-SUB)   TO ITM-CR-AMOUNT
             MOVE WS-REJ-REASON-CODE (WS-REJ-SUB) TO ITM-REASON-CODE
             MOVE WS-REJ-REASON (WS-REJ-SUB)      TO ITM-REASON
             MOVE ZERO                            TO ITM-DAYS
             WRITE GLRECON-RPT-REC FROM DL-ITEM-LINE
             ADD 1 TO WS-REJ-UNMATCHED
             PERFORM 950-SET-WARNING-RTN
           END-IF.
      *----------------------------------------------------------------
      *APPLIES THE CORRECTION CARDS. EACH RE-SENT ITEM GOES ON THE
      *RE-SEND FILE UNDER TODAY'S RUN DATE, TO BE ACKNOWLEDGED LIKE
      *ANY OTHER FILE, AND LEAVES THE UNPOSTED ITEMS. THE FILE ENDS
      *WITH A TRAILER WHEN ANYTHING WAS RE-SENT
       500-CORRECTIONS-RTN.
           WRITE GLRECON-RPT-REC FROM BLANK-LINE
           MOVE 'CORRECTIONS' TO HL-SECTION-TITLE
           WRITE GLRECON-RPT-REC FROM HL-SECTION-LINE
           WRITE GLRECON-RPT-REC FROM HL-CORR-COLUMNS
           OPEN INPUT  CORRECTION-FILE
                OUTPUT RESEND-FILE
           PERFORM 510-READ-CORR-PARA
           PERFORM 520-CORR-PARA UNTIL WS-CORR-EOF-SW = 'Y'
           IF WS-RESEND-COUNT > ZERO
             MOVE SPACES          TO GL-RESEND-REC
             MOVE 'T'             TO GLR-REC-TYPE
             MOVE 'R'             TO GLR-TRANS-CODE
             MOVE SPACES          TO GLR-ACCT-NO
             MOVE WS-RESEND-DR    TO GLR-DR-AMOUNT
             MOVE WS-RESEND-CR    TO GLR-CR-AMOUNT
             MOVE WS-RESEND-COUNT TO GLR-COUNT
             MOVE WS-RUN-DATE     TO GLR-RUN-DATE
             WRITE GL-RESEND-REC
           END-IF
           CLOSE CORRECTION-FILE
                 RESEND-FILE.
      *----------------------------------------------------------------
      *READ NEXT CORRECTION CARD
       510-READ-CORR-PARA.
           READ CORRECTION-FILE
             AT END
               MOVE 'Y' TO WS-CORR-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ONE CORRECTION CARD. IT MUST NAME THE OPERATOR, CARRY USABLE
      *AMOUNTS AND ANY NEW ACCOUNT, AND MATCH AN ITEM STILL UNPOSTED
       520-CORR-PARA.
           MOVE GLC-RUN-DATE    TO COR-RUN-DATE
           MOVE GLC-GL-ACCT     TO COR-GL-ACCT
           MOVE GLC-NEW-GL-ACCT TO COR-NEW-GL-ACCT
           MOVE GLC-OPERATOR    TO COR-OPERATOR
           IF  GLC-DR-AMOUNT NUMERIC
           AND GLC-CR-AMOUNT NUMERIC
             MOVE GLC-DR-AMOUNT TO WS-AMOUNT-ED
             MOVE WS-AMOUNT-ED  TO COR-DR-AMOUNT
             MOVE GLC-CR-AMOUNT TO WS-AMOUNT-ED
             MOVE WS-AMOUNT-ED  TO COR-CR-AMOUNT
           ELSE
             MOVE GL-CORR-REC (14:9)  TO COR-DR-AMOUNT
             MOVE GL-CORR-REC (23:9)  TO COR-CR-AMOUNT
           END-IF
           PERFORM 530-FIND-ITEM-RTN
           EVALUATE TRUE
             WHEN GLC-OPERATOR = SPACES
               MOVE 'OPERATOR MISSING' TO COR-RESULT
               PERFORM 560-CORR-REJECT-RTN
             WHEN GLC-DR-AMOUNT NOT NUMERIC
               OR GLC-CR-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO COR-RESULT
               PERFORM 560-CORR-REJECT-RTN
             WHEN GLC-NEW-GL-ACCT NOT = SPACES
              AND GLC-NEW-GL-ACCT-N NOT NUMERIC
               MOVE 'NEW ACCOUNT NOT NUMERIC' TO COR-RESULT
               PERFORM 560-CORR-REJECT-RTN
             WHEN WS-UNP-SUB = ZERO
               MOVE 'ITEM NOT UNPOSTED' TO COR-RESULT
               PERFORM 560-CORR-REJECT-RTN
             WHEN OTHER
               PERFORM 550-RESEND-RTN
           END-EVALUATE
           PERFORM 510-READ-CORR-PARA.
      *----------------------------------------------------------------
      *FINDS THE CARD'S ITEM AMONG THOSE STILL UNPOSTED AND NOT
      *ALREADY RE-SENT THIS MORNING
       530-FIND-ITEM-RTN.
           MOVE ZERO TO WS-UNP-SUB
           IF  GLC-DR-AMOUNT NUMERIC
           AND GLC-CR-AMOUNT NUMERIC
             PERFORM 535-FIND-ITEM-SCAN-RTN
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UNP-COUNT
                  OR WS-UNP-SUB > ZERO
           END-IF.
      *----------------------------------------------------------------
       535-FIND-ITEM-SCAN-RTN.
           IF  WS-UNP-RESENT-SW (WS-SUB) = 'N'
           AND WS-UNP-RUN-DATE (WS-SUB)  = GLC-RUN-DATE
           AND WS-UNP-GL-ACCT (WS-SUB)   = GLC-GL-ACCT
           AND WS-UNP-DR-AMOUNT (WS-SUB) = GLC-DR-AMOUNT
           AND WS-UNP-CR-AMOUNT (WS-SUB) = GLC-CR-AMOUNT
             MOVE WS-SUB TO WS-UNP-SUB
           END-IF.
      *----------------------------------------------------------------
      *RE-SENDS THE ITEM, TO THE NEW ACCOUNT WHEN ONE IS KEYED,
      *CARRYING THE NIGHT IT WAS FIRST SENT
       550-RESEND-RTN.
           MOVE SPACES                          TO GL-RESEND-REC
           MOVE 'R'                             TO GLR-REC-TYPE
           MOVE WS-UNP-TRANS-CODE (WS-UNP-SUB)  TO GLR-TRANS-CODE
           IF GLC-NEW-GL-ACCT = SPACES
             MOVE WS-UNP-GL-ACCT (WS-UNP-SUB)   TO GLR-ACCT-NO
           ELSE
             MOVE GLC-NEW-GL-ACCT               TO GLR-ACCT-NO
           END-IF
           MOVE WS-UNP-DR-AMOUNT (WS-UNP-SUB)   TO GLR-DR-AMOUNT
           MOVE WS-UNP-CR-AMOUNT (WS-UNP-SUB)   TO GLR-CR-AMOUNT
           MOVE ZERO                            TO GLR-COUNT
           MOVE WS-RUN-DATE                     TO GLR-RUN-DATE
           MOVE WS-UNP-BRANCH (WS-UNP-SUB)      TO GLR-BRANCH
           MOVE WS-UNP-ORIG-DATE (WS-UNP-SUB)   TO GLR-ORIG-DATE
           WRITE GL-RESEND-REC
           ADD 1 TO WS-RESEND-COUNT
           ADD GLR-DR-AMOUNT TO WS-RESEND-DR
           ADD GLR-CR-AMOUNT TO WS-RESEND-CR
           MOVE 'Y' TO WS-UNP-RESENT-SW (WS-UNP-SUB)
           MOVE GLR-ACCT-NO TO COR-NEW-GL-ACCT
           MOVE 'RE-SENT' TO COR-RESULT
           WRITE GLRECON-RPT-REC FROM DL-CORR-LINE
           ADD 1 TO WS-CORR-APPLIED.
      *----------------------------------------------------------------
       560-CORR-REJECT-RTN.
           WRITE GLRECON-RPT-REC FROM DL-CORR-LINE
           ADD 1 TO WS-CORR-REJECTED.
      *----------------------------------------------------------------
      *LISTS EVERY FILE STILL WAITING FOR ITS ACKNOWLEDGEMENT WITH
      *THE DAYS IT HAS WAITED, FLAGGING THOSE PAST THE LIMIT - THE
      *RE-SEND WRITTEN THIS MORNING JOINS THE LOG AFTER THIS RUN AND
      *IS NOT LISTED UNTIL TOMORROW
       600-AWAITING-RTN.
           WRITE GLRECON-RPT-REC FROM BLANK-LINE
           MOVE 'FILES AWAITING ACKNOWLEDGEMENT' TO HL-SECTION-TITLE
           WRITE GLRECON-RPT-REC FROM HL-SECTION-LINE
           WRITE GLRECON-RPT-REC FROM HL-AWAIT-COLUMNS
           PERFORM 610-AWAIT-LINE-RTN
             VARYING WS-KEY-SUB FROM 1 BY 1
             UNTIL WS-KEY-SUB > WS-KEY-COUNT.
      *----------------------------------------------------------------
       610-AWAIT-LINE-RTN.
           IF WS-KEY-ACKED-SW (WS-KEY-SUB) = 'N'
             MOVE WS-KEY-RUN-DATE (WS-KEY-SUB)   TO AWT-RUN-DATE
             MOVE WS-KEY-SOURCE (WS-KEY-SUB)     TO AWT-SOURCE
             MOVE WS-KEY-SENT-COUNT (WS-KEY-SUB) TO AWT-COUNT
             MOVE WS-KEY-SENT-DR (WS-KEY-SUB)    TO AWT-DR
             MOVE WS-KEY-SENT-CR (WS-KEY-SUB)    TO AWT-CR
             MOVE WS-KEY-RUN-DATE (WS-KEY-SUB)   TO WS-STEP-DATE-X
             PERFORM 650-DAYS-SINCE-RTN
             MOVE WS-DAYS-COUNT TO AWT-DAYS
             ADD 1 TO WS-FILES-AWAITING
             IF WS-DAYS-COUNT > WS-ACK-DAYS
               MOVE '*** OVERDUE ***' TO AWT-FLAG
               ADD 1 TO WS-FILES-OVERDUE
               PERFORM 950-SET-WARNING-RTN
               DISPLAY 'GL ACKNOWLEDGEMENT OVERDUE - RUN DATE '
                 WS-KEY-RUN-DATE (WS-KEY-SUB) ' '
                 WS-KEY-SOURCE (WS-KEY-SUB) ' WAITING '
                 WS-DAYS-COUNT ' DAYS'
             ELSE
               MOVE SPACES TO AWT-FLAG
             END-IF
             WRITE GLRECON-RPT-REC FROM DL-AWAIT-LINE
           END-IF.
      *----------------------------------------------------------------
      *COUNTS THE DAYS FROM THE DATE IN WS-STEP-DATE UP TO THE RUN
      *DATE, STOPPING AT 999. A DATE THAT IS NOT A DATE COUNTS AS
      *999, SO ITS FILE OR ITEM IS NEVER PASSED OVER
       650-DAYS-SINCE-RTN.
           MOVE ZERO TO WS-DAYS-COUNT
           IF  WS-STEP-DATE-X NUMERIC
           AND WS-STEP-MONTH > ZERO AND WS-STEP-MONTH < 13
           AND WS-STEP-DAY > ZERO AND WS-STEP-DAY < 32
             PERFORM 660-COUNT-ONE-DAY-RTN
               UNTIL WS-STEP-DATE-X NOT < WS-RUN-DATE
                  OR WS-DAYS-COUNT = 999
           ELSE
             MOVE 999 TO WS-DAYS-COUNT
           END-IF.
      *----------------------------------------------------------------
       660-COUNT-ONE-DAY-RTN.
           PERFORM 670-FORWARD-ONE-DAY-RTN
           ADD 1 TO WS-DAYS-COUNT.
      *----------------------------------------------------------------
      *STEPS THE STEP DATE FORWARD ONE CALENDAR DAY, ROLLING INTO
      *THE NEXT MONTH (AND YEAR) WHEN IT HAS TO
       670-FORWARD-ONE-DAY-RTN.
           PERFORM 680-MONTH-LENGTH-RTN
           IF WS-STEP-DAY < WS-MONTH-LENGTH
             ADD 1 TO WS-STEP-DAY
           ELSE
             MOVE 1 TO WS-STEP-DAY
             IF WS-STEP-MONTH < 12
               ADD 1 TO WS-STEP-MONTH
             ELSE
               MOVE 1 TO WS-STEP-MONTH
               ADD 1 TO WS-STEP-YEAR
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *THE NUMBER OF DAYS IN THE STEP DATE'S MONTH - FEBRUARY HAS 29
      *IN A LEAP YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN
      *DIVISIBLE BY 400)
       680-MONTH-LENGTH-RTN.
           EVALUATE WS-STEP-MONTH
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO WS-MONTH-LENGTH
             WHEN 2
               MOVE 28 TO WS-MONTH-LENGTH
               DIVIDE WS-STEP-YEAR BY 4
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-MONTH-LENGTH
                 DIVIDE WS-STEP-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-MONTH-LENGTH
                   DIVIDE WS-STEP-YEAR BY 400
                     GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                     MOVE 29 TO WS-MONTH-LENGTH
                   END-IF
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 31 TO WS-MONTH-LENGTH
           END-EVALUATE.
      *----------------------------------------------------------------
      *WRITES EVERY ITEM NOT RE-SENT TO THE NEW UNPOSTED FILE AND
      *LISTS IT WITH THE DAYS SINCE IT WAS FIRST FOUND UNPOSTED
       700-CARRY-UNPOSTED-RTN.
           WRITE GLRECON-RPT-REC FROM BLANK-LINE
           MOVE 'UNPOSTED ITEMS CARRIED FORWARD' TO HL-SECTION-TITLE
           WRITE GLRECON-RPT-REC FROM HL-SECTION-LINE
           WRITE GLRECON-RPT-REC FROM HL-ITEM-COLUMNS
           OPEN OUTPUT NEW-UNPOSTED-FILE
           PERFORM 710-CARRY-ITEM-RTN
             VARYING WS-UNP-SUB FROM 1 BY 1
             UNTIL WS-UNP-SUB > WS-UNP-COUNT
           CLOSE NEW-UNPOSTED-FILE.
      *----------------------------------------------------------------
       710-CARRY-ITEM-RTN.
           IF WS-UNP-RESENT-SW (WS-UNP-SUB) = 'N'
             MOVE SPACES TO NEW-UNPOSTED-REC
             MOVE WS-UNP-RUN-DATE (WS-UNP-SUB)    TO NGU-RUN-DATE
             MOVE WS-UNP-SOURCE (WS-UNP-SUB)      TO NGU-SOURCE
             MOVE WS-UNP-ORIG-DATE (WS-UNP-SUB)   TO NGU-ORIG-DATE
             MOVE WS-UNP-TRANS-CODE (WS-UNP-SUB)  TO NGU-TRANS-CODE
             MOVE WS-UNP-GL-ACCT (WS-UNP-SUB)     TO NGU-GL-ACCT
             MOVE WS-UNP-DR-AMOUNT (WS-UNP-SUB)   TO NGU-DR-AMOUNT
             MOVE WS-UNP-CR-AMOUNT (WS-UNP-SUB)   TO NGU-CR-AMOUNT
             MOVE WS-UNP-BRANCH (WS-UNP-SUB)      TO NGU-BRANCH
             MOVE WS-UNP-REASON-CODE (WS-UNP-SUB) TO NGU-REASON-CODE
             MOVE WS-UNP-REASON (WS-UNP-SUB)      TO NGU-REASON
             MOVE WS-UNP-REPORTED (WS-UNP-SUB)    TO NGU-REPORTED-DATE
             WRITE NEW-UNPOSTED-REC
             ADD 1 TO WS-UNPOSTED-LEFT
             ADD WS-UNP-DR-AMOUNT (WS-UNP-SUB) TO WS-UNPOSTED-DR
             ADD WS-UNP-CR-AMOUNT (WS-UNP-SUB) TO WS-UNPOSTED-CR
             PERFORM 720-ITEM-LINE-RTN
           END-IF.
      *----------------------------------------------------------------
      *PRINTS ONE UNPOSTED ITEM WITH THE DAYS SINCE IT WAS FIRST
      *FOUND UNPOSTED
       720-ITEM-LINE-RTN.
           MOVE WS-UNP-RUN-DATE (WS-UNP-SUB)    TO ITM-RUN-DATE
           MOVE WS-UNP-GL-ACCT (WS-UNP-SUB)     TO ITM-GL-ACCT
           MOVE WS-UNP-TRANS-CODE (WS-UNP-SUB)  TO ITM-TRANS-CODE
           MOVE WS-UNP-DR-AMOUNT (WS-UNP-SUB)   TO ITM-DR-AMOUNT
           MOVE WS-UNP-CR-AMOUNT (WS-UNP-SUB)   TO ITM-CR-AMOUNT
           MOVE WS-UNP-REASON-CODE (WS-UNP-SUB) TO ITM-REASON-CODE
           MOVE WS-UNP-REASON (WS-UNP-SUB)      TO ITM-REASON
           MOVE WS-UNP-REPORTED (WS-UNP-SUB)    TO WS-STEP-DATE-X
           PERFORM 650-DAYS-SINCE-RTN
           MOVE WS-DAYS-COUNT                   TO ITM-DAYS
           WRITE GLRECON-RPT-REC FROM DL-ITEM-LINE.
      *----------------------------------------------------------------
      *SHOWS THE RUN'S TOTALS ON THE REPORT
       800-TOTALS-RTN.
           WRITE GLRECON-RPT-REC FROM BLANK-LINE
           MOVE 'ACK RECORDS READ . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-ACK-READ                      TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ACK RECORDS NOT USABLE . . . :' TO DL-TOT-LABEL
           MOVE WS-ACK-UNUSABLE                  TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'DUPLICATE ACKS IGNORED . . . :' TO DL-TOT-LABEL
           MOVE WS-ACK-DUPLICATE                 TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'FILES ACKNOWLEDGED . . . . . :' TO DL-TOT-LABEL
           MOVE WS-FILES-ACKED                   TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'FILES NOT PROVED . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-FILES-OUT                     TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'REJECTS MATCHING NOTHING SENT:' TO DL-TOT-LABEL
           MOVE WS-REJ-UNMATCHED                 TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'SENT LOG RECORDS READ. . . . :' TO DL-TOT-LABEL
           MOVE WS-SENT-READ                     TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'SENT LOG RECORDS CARRIED . . :' TO DL-TOT-LABEL
           MOVE WS-SENT-CARRIED                  TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'FILES AWAITING ACK . . . . . :' TO DL-TOT-LABEL
           MOVE WS-FILES-AWAITING                TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'FILES OVERDUE. . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-FILES-OVERDUE                 TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ENTRIES NEWLY UNPOSTED . . . :' TO DL-TOT-LABEL
           MOVE WS-NEW-UNPOSTED                  TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CORRECTIONS RE-SENT. . . . . :' TO DL-TOT-LABEL
           MOVE WS-CORR-APPLIED                  TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CORRECTION CARDS REJECTED. . :' TO DL-TOT-LABEL
           MOVE WS-CORR-REJECTED                 TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'UNPOSTED ITEMS CARRIED . . . :' TO DL-TOT-LABEL
           MOVE WS-UNPOSTED-LEFT                 TO DL-TOT-COUNT
           WRITE GLRECON-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'UNPOSTED DEBITS. . . . . . . :' TO DL-AMT-LABEL
           MOVE WS-UNPOSTED-DR                   TO DL-AMT-VALUE
           WRITE GLRECON-RPT-REC FROM DL-AMOUNT-LINE
           MOVE 'UNPOSTED CREDITS . . . . . . :' TO DL-AMT-LABEL
           MOVE WS-UNPOSTED-CR                   TO DL-AMT-VALUE
           WRITE GLRECON-RPT-REC FROM DL-AMOUNT-LINE.
      *----------------------------------------------------------------
      *AN EXCEPTION FOR SOMEONE TO LOOK INTO - THE RUN ENDS AT 8,
      *UNLESS SOMETHING WORSE HAS ALREADY SET IT HIGHER
       950-SET-WARNING-RTN.
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
