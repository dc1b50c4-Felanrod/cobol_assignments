      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO TAKE THE DEPOSITS THAT ARRIVE ON THE BANK'S
      *         ELECTRONIC SETTLEMENT FILE (DEPFEED.DAT) INTO THE
      *         NIGHTLY POSTING STREAM INSTEAD OF HAVING THEM
      *         PRINTED AND REKEYED. THE FILE IS FIRST PROVED END TO
      *         END AGAINST ITS OWN BATCH AND FILE CONTROL RECORDS -
      *         ENTRY COUNTS, HASH TOTALS, AND DOLLAR TOTALS. A FILE
      *         THAT PROVES HAS EACH BANK BATCH'S GOOD ENTRIES
      *         WRITTEN AS UPDATE TRANSACTIONS IN THE SHARED TRANSREC
      *         LAYOUT, WRAPPED IN THE SAME BATCH HEADER AND TRAILER
      *         THE BRANCHES KEY (FEEDTRN.DAT) UNDER THE FEED'S ORIGIN
      *         BRANCH CODE, SO TRNEDIT BALANCES, EDITS, APPROVES,
      *         AND SETTLES THEM LIKE ANY BRANCH'S WORK. ENTRIES FOR
      *         ACCOUNTS WE DO NOT HOLD (OR CANNOT POST), AND EVERY
      *         ENTRY OF A FILE THAT FAILS ITS CONTROLS, ARE WRITTEN
      *         BACK TO THE BANK (DEPRTN.DAT) AND LISTED ON THE
      *         RETURN REPORT INSTEAD OF BEING POSTED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPFEED.
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
      *OPTIONAL ON PURPOSE: A NIGHT THE BANK SENDS NOTHING IS AN
      *EMPTY FEED, NOT AN ABEND
           SELECT OPTIONAL DEPOSIT-FEED-FILE
             ASSIGN TO 'DEPFEED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE BATCHED TRANSACTIONS FOR TRNEDIT
           SELECT DEPOSIT-TRANS-FILE
             ASSIGN TO 'FEEDTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE ENTRIES SENT BACK TO THE BANK, IN THE BANK'S OWN LAYOUT
           SELECT RETURN-FILE
             ASSIGN TO 'DEPRTN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-RPT-FILE
             ASSIGN TO 'DEPRTN.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *LOOKED UP BY ACCOUNT NUMBER TO PROVE EACH ENTRY'S ACCOUNT IS
      *ONE WE HOLD AND CAN POST TO
           SELECT MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS M-ACCT-NO.
      *SINGLE PARM CARD: THE ORIGIN BRANCH CODE THE FEED'S BATCHES
      *ARE STAMPED WITH, DEFAULTING TO EXTFEED
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'DEPFEED.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME DATE CARD DATECRD WRITES FOR ASSIGN2
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DEPFILE.

      *TRANSACTIONS ARE 69-CHARACTER RECORDS AND THE BATCH CONTROL
      *RECORDS AROUND THEM 30, EXACTLY AS TRNEDIT READS THEM FROM
      *THE BRANCHES
       FD  DEPOSIT-TRANS-FILE
           RECORD CONTAINS 30 TO 69 CHARACTERS.
           COPY TRANSREC.
       01  BATCH-HEADER-REC.
           05 BH-RECORD-ID        PIC X(5).
           05 BH-BATCH-NO         PIC 9(4).
           05 BH-ORIGIN           PIC X(10).
           05                     PIC X(11).
       01  BATCH-TRAILER-REC.
           05 BT-RECORD-ID        PIC X(5).
           05 BT-BATCH-NO         PIC 9(4).
           05 BT-ITEM-COUNT       PIC 9(5).
           05 BT-DOLLAR-TOTAL     PIC S9(7)V99.
           05                     PIC X(7).

       FD  RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-REC             PIC X(80).

       FD  RETURN-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-RPT-REC         PIC X(80).

       FD  MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY MASTREC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-ORIGIN         PIC X(10).

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-FEED-EOF-SW      PIC X        VALUE 'N'.
           05  WS-FILE-FAIL-SW     PIC X        VALUE 'N'.
           05  WS-TRN-BATCH-SW     PIC X        VALUE 'N'.
      *'Y' ONCE THE CURRENT BANK BATCH HAS HAD AN ENTRY RETURNED AND
      *ITS HEADER WRITTEN TO THE RETURN FILE
           05  WS-RET-BATCH-SW     PIC X        VALUE 'N'.
      *WHERE THE PROVING PASS IS IN THE FILE'S STRUCTURE - 'H'
      *WANTS THE FILE HEADER, 'B' A BATCH HEADER OR THE FILE
      *CONTROL, 'E' AN ENTRY OR THE BATCH CONTROL, 'D' NOTHING MORE
           05  WS-PROVE-STATE      PIC X        VALUE 'H'.
           05  WS-RUN-DATE         PIC X(8)     VALUE SPACES.
           05  WS-ORIGIN           PIC X(10)    VALUE 'EXTFEED'.
           05  WS-FAIL-REASON      PIC X(40)    VALUE SPACES.
           05  WS-RETURN-REASON    PIC X(15)    VALUE SPACES.
           05  WS-RECORD-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-FEED-BATCH-NO    PIC 9(7)     VALUE ZERO.
           05  WS-FEED-EFF-DATE    PIC X(8)     VALUE SPACES.
      *THE PROVING PASS'S OWN FIGURES - ONE BATCH'S AND THE FILE'S
           05  WS-BCH-ENTRY-COUNT  PIC 9(6)     VALUE ZERO.
           05  WS-BCH-HASH         PIC 9(12)    VALUE ZERO.
           05  WS-BCH-AMOUNT       PIC 9(10)V99 VALUE ZERO.
           05  WS-FIL-BATCH-COUNT  PIC 9(6)     VALUE ZERO.
           05  WS-FIL-ENTRY-COUNT  PIC 9(8)     VALUE ZERO.
           05  WS-FIL-HASH         PIC 9(12)    VALUE ZERO.
           05  WS-FIL-AMOUNT       PIC 9(10)V99 VALUE ZERO.
      *THE HASH TOTALS ARE COMPARED ON THEIR LOW-ORDER TEN DIGITS
           05  WS-HASH-CHECK       PIC 9(10)    VALUE ZERO.
      *THE POSTING PASS'S FIGURES
           05  WS-TRN-BATCH-NO     PIC 9(4)     VALUE ZERO.
           05  WS-TRN-ITEM-COUNT   PIC 9(5)     VALUE ZERO.
           05  WS-TRN-DOLLAR-TOTAL PIC S9(7)V99 VALUE ZERO.
           05  WS-TRN-ROOM         PIC S9(7)V99 VALUE ZERO.
           05  WS-BATCHES-BUILT    PIC 9(5)     VALUE ZERO.
           05  WS-ACCEPT-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-ACCEPT-TOTAL     PIC 9(10)V99 VALUE ZERO.
           05  WS-RETURN-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-RETURN-TOTAL     PIC 9(10)V99 VALUE ZERO.
           05  WS-RETURN-HASH      PIC 9(12)    VALUE ZERO.
      *THE CURRENT BANK BATCH'S SHARE OF THE RETURNS
           05  WS-RBC-COUNT        PIC 9(6)     VALUE ZERO.
           05  WS-RBC-HASH         PIC 9(12)    VALUE ZERO.
           05  WS-RBC-AMOUNT       PIC 9(10)V99 VALUE ZERO.
       01  WS-BATCH-CONSTANTS.
           05  WS-BATCH-HEADER-ID  PIC X(5)     VALUE '*BHD*'.
           05  WS-BATCH-TRAILER-ID PIC X(5)     VALUE '*BTR*'.
      *ONE TRANSACTION'S AMOUNT FIELD HOLDS NO MORE THAN THIS, AND
      *ONE BATCH TRAILER NO MORE ITEMS OR DOLLARS THAN THESE - A
      *BANK BATCH TOO BIG FOR ONE TRAILER IS SPLIT ACROSS SEVERAL
       01  WS-POSTING-LIMIT        PIC 9(5)V99  VALUE 99999.99.
       01  WS-TRN-ITEM-LIMIT       PIC 9(5)     VALUE 9999.
       01  WS-TRN-DOLLAR-LIMIT     PIC S9(7)V99 VALUE 9999999.99.
      *THE BANK'S FILE HEADER, KEPT FROM THE PROVING PASS TO HEAD
      *THE RETURN FILE
       01  WS-FEED-HEADER          PIC X(80)    VALUE SPACES.
      *THE CURRENT BANK BATCH'S HEADER, WRITTEN BACK AHEAD OF THE
      *FIRST ENTRY RETURNED FROM IT, AND THE CONTROL RECORD THAT
      *CLOSES THOSE RETURNS. AN ENTRY FOUND OUTSIDE ANY BATCH (A
      *FILE THAT FAILED) GOES BACK UNDER BATCH ZERO
       01  WS-RETURN-BATCH-HEADER.
           05                      PIC X(1)     VALUE '5'.
           05  RBH-BATCH-NO        PIC 9(7)     VALUE ZERO.
           05                      PIC X(72)    VALUE SPACES.
       01  WS-RETURN-BATCH-CONTROL.
           05                      PIC X(1)     VALUE '8'.
           05  RBC-BATCH-NO        PIC 9(7)     VALUE ZERO.
           05  RBC-ENTRY-COUNT     PIC 9(6)     VALUE ZERO.
           05  RBC-ENTRY-HASH      PIC 9(10)    VALUE ZERO.
           05  RBC-TOTAL-AMOUNT    PIC 9(10)V99 VALUE ZERO.
           05                      PIC X(44)    VALUE SPACES.
       01  WS-RETURN-CONTROL.
           05                      PIC X(1)     VALUE '9'.
           05  RTC-BATCH-COUNT     PIC 9(6)     VALUE ZERO.
           05  RTC-ENTRY-COUNT     PIC 9(8)     VALUE ZERO.
           05  RTC-ENTRY-HASH      PIC 9(10)    VALUE ZERO.
           05  RTC-TOTAL-AMOUNT    PIC 9(10)V99 VALUE ZERO.
           05                      PIC X(43)    VALUE SPACES.
       01  BLANK-LINE              PIC X(80)    VALUE SPACES.
       01  HL-RETURN-HEADING.
           05                      PIC X(37)    VALUE
               'EXTERNAL DEPOSIT FEED RETURNS  RUN   '.
           05  HL-RUN-DATE         PIC X(8).
           05                      PIC X(35)    VALUE SPACES.
       01  HL-FILE-LINE.
           05                      PIC X(5)     VALUE 'FILE '.
           05  HL-FILE-ID          PIC X(6).
           05                      PIC X(6)     VALUE ' FROM '.
           05  HL-ORIGIN-BANK      PIC X(10).
           05                      PIC X(1)     VALUE SPACE.
           05  HL-BANK-NAME        PIC X(23).
           05                      PIC X(7)     VALUE ' DATED '.
           05  HL-FILE-DATE        PIC X(8).
           05                      PIC X(14)    VALUE SPACES.
       01  HL-FAIL-LINE.
           05                      PIC X(32)    VALUE
               'FILE FAILED CONTROL - RETURNED: '.
           05  HL-FAIL-REASON      PIC X(40).
           05                      PIC X(8)     VALUE SPACES.
       01  HL-COLUMN-LINE.
           05                      PIC X(44)    VALUE
               'BATCH    TRACE NUMBER     RECEIVING ACCOUNT '.
           05                      PIC X(36)    VALUE
               '          AMOUNT  RSN'.
       01  DL-RETURN-LINE.
           05  DL-RET-BATCH-NO     PIC 9(7).
           05                      PIC X(2)     VALUE SPACES.
           05  DL-RET-TRACE-NO     PIC X(15).
           05                      PIC X(2)     VALUE SPACES.
           05  DL-RET-ACCT         PIC X(17).
           05                      PIC X(2)     VALUE SPACES.
           05  DL-RET-AMOUNT       PIC $$$,$$$,$$9.99.
           05                      PIC X(2)     VALUE SPACES.
           05  DL-RET-CODE         PIC X(3).
           05                      PIC X(1)     VALUE SPACE.
           05  DL-RET-REASON       PIC X(15).
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZZZ9.
           05                      PIC X(3)     VALUE SPACES.
           05  DL-TOT-AMOUNT       PIC $$$,$$$,$$$,$$9.99.
           05                      PIC X(22)    VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *PROVES THE WHOLE FILE FIRST, THEN PASSES IT AGAIN - WRITING
      *THE BATCHED TRANSACTIONS FROM A FILE THAT PROVED, OR
      *RETURNING EVERY ENTRY OF ONE THAT DID NOT
       100-MAIN-PARA.
           PERFORM 150-LOAD-PARM-RTN
           PERFORM 160-DATE-ACCEPT-RTN
           OPEN INPUT DEPOSIT-FEED-FILE
           PERFORM 200-READ-FEED-PARA
           PERFORM 300-PROVE-RECORD-PARA
             UNTIL WS-FEED-EOF-SW = 'Y'
             OR    WS-FILE-FAIL-SW = 'Y'
           IF WS-FILE-FAIL-SW = 'N'
           AND WS-RECORD-COUNT > ZERO
           AND WS-PROVE-STATE NOT = 'D'
             MOVE 'FILE CONTROL RECORD MISSING' TO WS-FAIL-REASON
             MOVE 'Y' TO WS-FILE-FAIL-SW
           END-IF
           CLOSE DEPOSIT-FEED-FILE
           OPEN INPUT  DEPOSIT-FEED-FILE
                INPUT  MASTER-FILE
                OUTPUT DEPOSIT-TRANS-FILE
                OUTPUT RETURN-FILE
                OUTPUT RETURN-RPT-FILE
           PERFORM 180-REPORT-HEADING-RTN
           MOVE 'N' TO WS-FEED-EOF-SW
           MOVE ZERO TO WS-RECORD-COUNT
           PERFORM 200-READ-FEED-PARA
           PERFORM 400-POST-RECORD-PARA
             UNTIL WS-FEED-EOF-SW = 'Y'
           PERFORM 800-TOTALS-RTN
           CLOSE DEPOSIT-FEED-FILE
                 MASTER-FILE
                 DEPOSIT-TRANS-FILE
                 RETURN-FILE
                 RETURN-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES THE ORIGIN BRANCH CODE FROM THE PARM CARD WHEN ONE IS
      *SUPPLIED, OTHERWISE THE SHOP DEFAULT
       150-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-ORIGIN NOT = SPACES
                 MOVE PARM-ORIGIN TO WS-ORIGIN
               END-IF
           END-READ
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
      *GETS TONIGHT'S POSTING DATE FROM THE DATE CARD DATECRD WROTE,
      *FALLING BACK TO THE CONSOLE FOR AN AD HOC MANUAL RUN
       160-DATE-ACCEPT-RTN.
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
      *HEADS THE RETURN REPORT WITH THE BANK'S FILE AND, WHEN THE
      *FILE FAILED, WHY - AND HEADS THE RETURN FILE WITH THE BANK'S
      *OWN FILE HEADER
       180-REPORT-HEADING-RTN.
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE RETURN-RPT-REC FROM HL-RETURN-HEADING
           WRITE RETURN-RPT-REC FROM BLANK-LINE
           IF WS-RECORD-COUNT = ZERO
             MOVE SPACES TO HL-FAIL-LINE
             MOVE 'NO EXTERNAL DEPOSIT FILE RECEIVED' TO HL-FAIL-LINE
             WRITE RETURN-RPT-REC FROM HL-FAIL-LINE
           ELSE
             MOVE WS-FEED-HEADER (2:10)  TO HL-ORIGIN-BANK
             MOVE WS-FEED-HEADER (26:23) TO HL-BANK-NAME
             MOVE WS-FEED-HEADER (12:8)  TO HL-FILE-DATE
             MOVE WS-FEED-HEADER (20:6)  TO HL-FILE-ID
             WRITE RETURN-RPT-REC FROM HL-FILE-LINE
             IF WS-FEED-HEADER NOT = SPACES
               WRITE RETURN-REC FROM WS-FEED-HEADER
             END-IF
             IF WS-FILE-FAIL-SW = 'Y'
               MOVE WS-FAIL-REASON TO HL-FAIL-REASON
               WRITE RETURN-RPT-REC FROM HL-FAIL-LINE
             END-IF
           END-IF
           WRITE RETURN-RPT-REC FROM BLANK-LINE
           WRITE RETURN-RPT-REC FROM HL-COLUMN-LINE.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE BANK'S FILE
       200-READ-FEED-PARA.
           READ DEPOSIT-FEED-FILE
             AT END
               MOVE 'Y' TO WS-FEED-EOF-SW
             NOT AT END
               ADD 1 TO WS-RECORD-COUNT
           END-READ.
      *----------------------------------------------------------------
      *PROVES ONE RECORD AGAINST THE FILE'S STRUCTURE AND FOLDS IT
      *INTO THE RUNNING FIGURES. THE FIRST THING WRONG FAILS THE
      *WHOLE FILE AND ENDS THE PROVING PASS
       300-PROVE-RECORD-PARA.
           IF WS-PROVE-STATE = 'D'
             MOVE 'RECORDS FOLLOW THE FILE CONTROL' TO WS-FAIL-REASON
           ELSE
             EVALUATE TRUE
               WHEN FEED-FILE-HEADER
                 PERFORM 310-PROVE-FILE-HEADER-RTN
               WHEN FEED-BATCH-HEADER
                 PERFORM 320-PROVE-BATCH-HEADER-RTN
               WHEN FEED-ENTRY
                 PERFORM 330-PROVE-ENTRY-RTN
               WHEN FEED-BATCH-CONTROL
                 PERFORM 340-PROVE-BATCH-CONTROL-RTN
               WHEN FEED-FILE-CONTROL
                 PERFORM 350-PROVE-FILE-CONTROL-RTN
               WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-FAIL-REASON
             END-EVALUATE
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
             MOVE 'Y' TO WS-FILE-FAIL-SW
           ELSE
             PERFORM 200-READ-FEED-PARA
           END-IF.
      *----------------------------------------------------------------
      *THE FILE HEADER MUST COME FIRST, AND ONLY ONCE
       310-PROVE-FILE-HEADER-RTN.
           IF WS-PROVE-STATE = 'H'
             MOVE FEED-FILE-HEADER-REC TO WS-FEED-HEADER
             MOVE 'B' TO WS-PROVE-STATE
           ELSE
             MOVE 'FILE HEADER OUT OF SEQUENCE' TO WS-FAIL-REASON
           END-IF.
      *----------------------------------------------------------------
      *OPENS ONE BANK BATCH'S FIGURES
       320-PROVE-BATCH-HEADER-RTN.
           IF WS-PROVE-STATE = 'B'
             ADD 1 TO WS-FIL-BATCH-COUNT
             MOVE FBH-BATCH-NO TO WS-FEED-BATCH-NO
             MOVE ZERO TO WS-BCH-ENTRY-COUNT
                          WS-BCH-HASH
                          WS-BCH-AMOUNT
             MOVE 'E' TO WS-PROVE-STATE
           ELSE
             MOVE 'BATCH HEADER OUT OF SEQUENCE' TO WS-FAIL-REASON
           END-IF.
      *----------------------------------------------------------------
      *COUNTS ONE ENTRY AND ADDS IT TO THE BATCH'S HASH AND DOLLAR
      *TOTALS - AN ENTRY THAT CANNOT BE ADDED CANNOT BE PROVED
       330-PROVE-ENTRY-RTN.
           IF WS-PROVE-STATE = 'E'
             IF FED-RDFI-ID NUMERIC AND FED-AMOUNT NUMERIC
               ADD 1            TO WS-BCH-ENTRY-COUNT
               ADD FED-RDFI-ID  TO WS-BCH-HASH
               ADD FED-AMOUNT   TO WS-BCH-AMOUNT
             ELSE
               MOVE 'ENTRY BANK ID OR AMOUNT NOT NUMERIC'
                 TO WS-FAIL-REASON
             END-IF
           ELSE
             MOVE 'ENTRY OUTSIDE A BATCH' TO WS-FAIL-REASON
           END-IF.
      *----------------------------------------------------------------
      *PROVES ONE BANK BATCH AGAINST ITS CONTROL RECORD AND ADDS IT
      *TO THE FILE'S FIGURES
       340-PROVE-BATCH-CONTROL-RTN.
           IF WS-PROVE-STATE = 'E'
             MOVE WS-BCH-HASH TO WS-HASH-CHECK
             IF  FBC-BATCH-NO     NUMERIC
             AND FBC-ENTRY-COUNT  NUMERIC
             AND FBC-ENTRY-HASH   NUMERIC
             AND FBC-TOTAL-AMOUNT NUMERIC
             AND FBC-BATCH-NO     = WS-FEED-BATCH-NO
             AND FBC-ENTRY-COUNT  = WS-BCH-ENTRY-COUNT
             AND FBC-ENTRY-HASH   = WS-HASH-CHECK
             AND FBC-TOTAL-AMOUNT = WS-BCH-AMOUNT
               ADD WS-BCH-ENTRY-COUNT TO WS-FIL-ENTRY-COUNT
               ADD WS-BCH-HASH        TO WS-FIL-HASH
               ADD WS-BCH-AMOUNT      TO WS-FIL-AMOUNT
               MOVE 'B' TO WS-PROVE-STATE
             ELSE
               STRING 'BATCH '                DELIMITED BY SIZE
                      WS-FEED-BATCH-NO        DELIMITED BY SIZE
                      ' CONTROL DISAGREES'    DELIMITED BY SIZE
                 INTO WS-FAIL-REASON
               END-STRING
             END-IF
           ELSE
             MOVE 'BATCH CONTROL OUT OF SEQUENCE' TO WS-FAIL-REASON
           END-IF.
      *----------------------------------------------------------------
      *PROVES THE FILE AS A WHOLE AGAINST ITS CONTROL RECORD
       350-PROVE-FILE-CONTROL-RTN.
           IF WS-PROVE-STATE = 'B'
             MOVE WS-FIL-HASH TO WS-HASH-CHECK
             IF  FFC-BATCH-COUNT  NUMERIC
             AND FFC-ENTRY-COUNT  NUMERIC
             AND FFC-ENTRY-HASH   NUMERIC
             AND FFC-TOTAL-AMOUNT NUMERIC
             AND FFC-BATCH-COUNT  = WS-FIL-BATCH-COUNT
             AND FFC-ENTRY-COUNT  = WS-FIL-ENTRY-COUNT
             AND FFC-ENTRY-HASH   = WS-HASH-CHECK
             AND FFC-TOTAL-AMOUNT = WS-FIL-AMOUNT
               MOVE 'D' TO WS-PROVE-STATE
             ELSE
               MOVE 'FILE CONTROL DISAGREES' TO WS-FAIL-REASON
             END-IF
           ELSE
             MOVE 'FILE CONTROL OUT OF SEQUENCE' TO WS-FAIL-REASON
           END-IF.
      *----------------------------------------------------------------
      *WORKS ONE RECORD OF THE POSTING PASS. BATCH HEADERS AND
      *CONTROLS FRAME THE TRANSACTION BATCHES; ENTRIES ARE POSTED
      *OR RETURNED. A FAILED FILE RETURNS EVERY ENTRY IT HOLDS.
      *A BANK BATCH THAT HAD ENTRIES RETURNED IS CLOSED ON THE
      *RETURN FILE AT ITS CONTROL RECORD - OR, IN A FILE THAT FAILED
      *FOR WANT OF ONE, AT THE NEXT BATCH HEADER
       400-POST-RECORD-PARA.
           EVALUATE TRUE
             WHEN FEED-BATCH-HEADER
               IF WS-RET-BATCH-SW = 'Y'
                 PERFORM 520-RETURN-BATCH-CONTROL-RTN
               END-IF
               MOVE FBH-BATCH-NO TO WS-FEED-BATCH-NO
               MOVE FBH-EFF-DATE TO WS-FEED-EFF-DATE
               MOVE FEED-BATCH-HEADER-REC TO WS-RETURN-BATCH-HEADER
             WHEN FEED-ENTRY
               IF WS-FILE-FAIL-SW = 'Y'
                 MOVE 'CTL' TO FED-RETURN-CODE
                 MOVE 'FILE REJECTED' TO WS-RETURN-REASON
                 PERFORM 500-RETURN-ENTRY-RTN
               ELSE
                 PERFORM 420-ENTRY-RTN
               END-IF
             WHEN FEED-BATCH-CONTROL
               IF WS-TRN-BATCH-SW = 'Y'
                 PERFORM 470-TRN-TRAILER-RTN
               END-IF
               IF WS-RET-BATCH-SW = 'Y'
                 PERFORM 520-RETURN-BATCH-CONTROL-RTN
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM 200-READ-FEED-PARA.
      *----------------------------------------------------------------
      *EDITS ONE ENTRY OF A PROVED FILE - THE FIRST FAILED CHECK
      *RETURNS IT, OTHERWISE IT GOES INTO THE OPEN TRANSACTION BATCH
       420-ENTRY-RTN.
           MOVE SPACES TO FED-RETURN-CODE
           EVALUATE TRUE
             WHEN NOT FED-DEPOSIT
               MOVE 'NDP' TO FED-RETURN-CODE
               MOVE 'NOT A DEPOSIT' TO WS-RETURN-REASON
             WHEN FED-ACCT-NO NOT NUMERIC
             OR   FED-ACCT-REST NOT = SPACES
               MOVE 'IAC' TO FED-RETURN-CODE
               MOVE 'BAD ACCOUNT NO' TO WS-RETURN-REASON
             WHEN FED-AMOUNT = ZERO
             OR   FED-AMOUNT > WS-POSTING-LIMIT
               MOVE 'AMT' TO FED-RETURN-CODE
               MOVE 'AMOUNT INVALID' TO WS-RETURN-REASON
             WHEN OTHER
               PERFORM 430-ACCOUNT-CHECK-RTN
           END-EVALUATE
           IF FED-RETURN-CODE NOT = SPACES
             PERFORM 500-RETURN-ENTRY-RTN
           ELSE
             PERFORM 450-TRN-ITEM-RTN
           END-IF.
      *----------------------------------------------------------------
      *THE ACCOUNT MUST BE ONE WE HOLD, AND STILL OPEN
       430-ACCOUNT-CHECK-RTN.
           MOVE FED-ACCT-NO TO M-ACCT-NO
           READ MASTER-FILE
             INVALID KEY
               MOVE 'NAC' TO FED-RETURN-CODE
               MOVE 'NO SUCH ACCOUNT' TO WS-RETURN-REASON
             NOT INVALID KEY
               IF NOT-ACTIVE
                 MOVE 'CLS' TO FED-RETURN-CODE
                 MOVE 'ACCOUNT CLOSED' TO WS-RETURN-REASON
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *WRITES ONE GOOD ENTRY AS A DEPOSIT (AN UPDATE) TRANSACTION.
      *THE BANK BATCH'S SETTLEMENT DATE IS THE EFFECTIVE DATE, SO A
      *BATCH SENT AHEAD OF ITS DAY WAITS ON TRNEDIT'S HOLD FILE
       450-TRN-ITEM-RTN.
           COMPUTE WS-TRN-ROOM = WS-TRN-DOLLAR-LIMIT
                               - WS-TRN-DOLLAR-TOTAL
           IF WS-TRN-BATCH-SW = 'Y'
           AND (WS-TRN-ITEM-COUNT = WS-TRN-ITEM-LIMIT
                OR FED-AMOUNT > WS-TRN-ROOM)
             PERFORM 470-TRN-TRAILER-RTN
           END-IF
           IF WS-TRN-BATCH-SW = 'N'
             PERFORM 460-TRN-HEADER-RTN
           END-IF
           MOVE FED-ACCT-NO      TO T-ACCT-NO
           MOVE FED-AMOUNT       TO T-AMOUNT
           MOVE 'U'              TO T-CODE
           MOVE ZERO             TO T-RECYCLE-AGE
           IF WS-FEED-EFF-DATE NUMERIC
             MOVE WS-FEED-EFF-DATE TO T-EFF-DATE
           ELSE
             MOVE SPACES           TO T-EFF-DATE
           END-IF
           MOVE SPACES           TO T-ACCT-NAME
           MOVE SPACES           TO T-ACCT-TYPE
           MOVE SPACES           TO T-OPEN-DATE
      *TRNEDIT STAMPS THE ORIGIN FROM THE BATCH HEADER ONCE THE
      *BATCH PROVES, AS IT DOES FOR THE BRANCHES' OWN WORK
           MOVE SPACES           TO T-BRANCH
           MOVE SPACES           TO T-CUST-NO
           WRITE TRANS-REC
           ADD 1          TO WS-TRN-ITEM-COUNT
           ADD FED-AMOUNT TO WS-TRN-DOLLAR-TOTAL
           ADD 1          TO WS-ACCEPT-COUNT
           ADD FED-AMOUNT TO WS-ACCEPT-TOTAL.
      *----------------------------------------------------------------
      *OPENS A TRANSACTION BATCH UNDER THE FEED'S ORIGIN BRANCH
       460-TRN-HEADER-RTN.
           ADD 1 TO WS-TRN-BATCH-NO
           ADD 1 TO WS-BATCHES-BUILT
           MOVE SPACES              TO BATCH-HEADER-REC
           MOVE WS-BATCH-HEADER-ID  TO BH-RECORD-ID
           MOVE WS-TRN-BATCH-NO     TO BH-BATCH-NO
           MOVE WS-ORIGIN           TO BH-ORIGIN
           WRITE BATCH-HEADER-REC
           MOVE ZERO TO WS-TRN-ITEM-COUNT
                        WS-TRN-DOLLAR-TOTAL
           MOVE 'Y' TO WS-TRN-BATCH-SW.
      *----------------------------------------------------------------
      *CLOSES THE OPEN TRANSACTION BATCH WITH ITS COUNT AND TOTAL
       470-TRN-TRAILER-RTN.
           MOVE SPACES              TO BATCH-TRAILER-REC
           MOVE WS-BATCH-TRAILER-ID TO BT-RECORD-ID
           MOVE WS-TRN-BATCH-NO     TO BT-BATCH-NO
           MOVE WS-TRN-ITEM-COUNT   TO BT-ITEM-COUNT
           MOVE WS-TRN-DOLLAR-TOTAL TO BT-DOLLAR-TOTAL
           WRITE BATCH-TRAILER-REC
           MOVE 'N' TO WS-TRN-BATCH-SW.
      *----------------------------------------------------------------
      *SENDS ONE ENTRY BACK TO THE BANK WITH ITS REASON CODE AND
      *LISTS IT. THE CALLER HAS ALREADY SET THE CODE AND REASON.
      *THE FIRST ENTRY RETURNED FROM A BANK BATCH IS PRECEDED BY
      *THAT BATCH'S HEADER
       500-RETURN-ENTRY-RTN.
           IF WS-RET-BATCH-SW = 'N'
             PERFORM 510-RETURN-BATCH-HEADER-RTN
           END-IF
           WRITE RETURN-REC FROM FEED-ENTRY-REC
           ADD 1 TO WS-RETURN-COUNT
           ADD 1 TO WS-RBC-COUNT
           IF FED-RDFI-ID NUMERIC
             ADD FED-RDFI-ID TO WS-RETURN-HASH
             ADD FED-RDFI-ID TO WS-RBC-HASH
           END-IF
           MOVE WS-FEED-BATCH-NO TO DL-RET-BATCH-NO
           MOVE FED-TRACE-NO     TO DL-RET-TRACE-NO
           MOVE FED-ACCT-FIELD   TO DL-RET-ACCT
           IF FED-AMOUNT NUMERIC
             ADD FED-AMOUNT      TO WS-RETURN-TOTAL
             ADD FED-AMOUNT      TO WS-RBC-AMOUNT
             MOVE FED-AMOUNT     TO DL-RET-AMOUNT
           ELSE
             MOVE ZERO           TO DL-RET-AMOUNT
           END-IF
           MOVE FED-RETURN-CODE  TO DL-RET-CODE
           MOVE WS-RETURN-REASON TO DL-RET-REASON
           WRITE RETURN-RPT-REC FROM DL-RETURN-LINE.
      *----------------------------------------------------------------
      *OPENS A BANK BATCH ON THE RETURN FILE WITH THE BANK'S OWN
      *BATCH HEADER, AND COUNTS IT TOWARD THE FILE CONTROL
       510-RETURN-BATCH-HEADER-RTN.
           WRITE RETURN-REC FROM WS-RETURN-BATCH-HEADER
           ADD 1 TO RTC-BATCH-COUNT
           MOVE ZERO TO WS-RBC-COUNT
                        WS-RBC-HASH
                        WS-RBC-AMOUNT
           MOVE 'Y' TO WS-RET-BATCH-SW.
      *----------------------------------------------------------------
      *CLOSES A BANK BATCH ON THE RETURN FILE WITH THE COUNT, HASH
      *AND DOLLAR TOTAL OF THE ENTRIES RETURNED FROM IT
       520-RETURN-BATCH-CONTROL-RTN.
           MOVE RBH-BATCH-NO  TO RBC-BATCH-NO
           MOVE WS-RBC-COUNT  TO RBC-ENTRY-COUNT
           MOVE WS-RBC-HASH   TO RBC-ENTRY-HASH
           MOVE WS-RBC-AMOUNT TO RBC-TOTAL-AMOUNT
           WRITE RETURN-REC FROM WS-RETURN-BATCH-CONTROL
           MOVE 'N' TO WS-RET-BATCH-SW.
      *----------------------------------------------------------------
      *CLOSES THE RETURN FILE WITH ITS OWN CONTROL RECORD AND PRINTS
      *THE RUN TOTALS. A BATCH STILL OPEN (A FAILED FILE THAT ENDED
      *WITHOUT ITS CONTROL RECORD) IS CLOSED FIRST
       800-TOTALS-RTN.
           IF WS-RET-BATCH-SW = 'Y'
             PERFORM 520-RETURN-BATCH-CONTROL-RTN
           END-IF
           IF WS-RECORD-COUNT > ZERO
             MOVE WS-RETURN-COUNT TO RTC-ENTRY-COUNT
             MOVE WS-RETURN-HASH  TO RTC-ENTRY-HASH
             MOVE WS-RETURN-TOTAL TO RTC-TOTAL-AMOUNT
             WRITE RETURN-REC FROM WS-RETURN-CONTROL
           END-IF
           WRITE RETURN-RPT-REC FROM BLANK-LINE
           MOVE 'FEED RECORDS READ. . . . . . :' TO DL-TOT-LABEL
           MOVE WS-RECORD-COUNT                  TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE RETURN-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ENTRIES IN THE FILE. . . . . :' TO DL-TOT-LABEL
           MOVE WS-FIL-ENTRY-COUNT               TO DL-TOT-COUNT
           MOVE WS-FIL-AMOUNT                    TO DL-TOT-AMOUNT
           WRITE RETURN-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ENTRIES BATCHED FOR POSTING. :' TO DL-TOT-LABEL
           MOVE WS-ACCEPT-COUNT                  TO DL-TOT-COUNT
           MOVE WS-ACCEPT-TOTAL                  TO DL-TOT-AMOUNT
           WRITE RETURN-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ENTRIES RETURNED TO THE BANK :' TO DL-TOT-LABEL
           MOVE WS-RETURN-COUNT                  TO DL-TOT-COUNT
           MOVE WS-RETURN-TOTAL                  TO DL-TOT-AMOUNT
           WRITE RETURN-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'TRANSACTION BATCHES BUILT. . :' TO DL-TOT-LABEL
           MOVE WS-BATCHES-BUILT                 TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE RETURN-RPT-REC FROM DL-TOTAL-LINE
           IF WS-FILE-FAIL-SW = 'Y'
             DISPLAY 'DEPOSIT FEED FAILED CONTROL - FILE RETURNED: '
               WS-FAIL-REASON
           END-IF
           DISPLAY 'DEPOSIT FEED - BATCHED: ' WS-ACCEPT-COUNT
             ' RETURNED: ' WS-RETURN-COUNT
             ' BATCHES: ' WS-BATCHES-BUILT.
      *****************************************************************
