      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO MAINTAIN THE DIRECT-DEPOSIT BANK REFERENCE FILE
      *         (BANKREF.DAT) BY KEYED ADD/CHANGE/DELETE TRANSACTION
      *         INSTEAD OF FREEHAND EDITING - ONE RECORD PER
      *         EMPLOYEE PAID BY DEPOSIT, KEYED BY EMPLOYEE NUMBER.
      *         EVERY CARD IS VALIDATED (THE ROUTING NUMBER MUST
      *         PASS THE BANKS' OWN 3-7-1 CHECK-DIGIT TEST, THE
      *         ACCOUNT NUMBER MUST BE NUMERIC), EVERY APPLIED
      *         CHANGE GETS AN OLD/NEW AUDIT LINE, AND EVERY NEW OR
      *         CHANGED ACCOUNT IS QUEUED FOR A ZERO-DOLLAR PRENOTE
      *         ON THE NEXT BANK FILE AND STAMPED WITH THE RUN DATE
      *         SO DDEPEXT HOLDS IT OFF LIVE MONEY UNTIL THE BANK
      *         HAS HAD ITS CHANCE TO RETURN IT. THE JOB STREAM ONLY
      *         COPIES THE NEW FILE OVER THE LIVE ONE ON A CLEAN RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMNT.
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
           SELECT OPTIONAL BANK-REF-FILE
             ASSIGN TO 'BANKREF.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED MAINTENANCE CARDS - 'A'DD, 'C'HANGE, OR 'D'ELETE
      *PLUS THE EMPLOYEE NUMBER AND THE ROUTING/ACCOUNT NUMBERS
           SELECT TRANSACTION-FILE
             ASSIGN TO 'BANKTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-BANK-REF-FILE
             ASSIGN TO 'BANKNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT-FILE
             ASSIGN TO 'BANKAUD.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PRENOTES WAITING FOR THE NEXT BANK FILE - APPENDED HERE,
      *SENT AND DRAINED BY THE NIGHTLY DDEPEXT STEP. OPTIONAL SO
      *THE FIRST APPEND CREATES IT
           SELECT OPTIONAL PRENOTE-FILE
             ASSIGN TO 'BANKPRE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME DATE CARD DATECRD WRITES, SO A PRENOTE PERIOD STARTS
      *ON THE STREAM'S OWN DATE
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-REF-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY BANKREF.

      *ONE MAINTENANCE CARD. THE ACCOUNT IS KEYED BY EMPLOYEE
      *NUMBER - ONE DEPOSIT ACCOUNT PER EMPLOYEE
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BANK-TRANS-REC.
           05 BTR-ACTION          PIC X(1).
           05 BTR-EMPLOYEE-NO     PIC X(5).
           05 BTR-ROUTING-NO      PIC X(9).
           05 BTR-ACCOUNT-NO      PIC X(10).
           05                     PIC X(55).

       FD  NEW-BANK-REF-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY BANKREF REPLACING ==BANK-REF-REC==
                                    BY ==NEW-BANK-REF-REC==,
                                  ==BNK-EMPLOYEE-NO==
                                    BY ==NBNK-EMPLOYEE-NO==,
                                  ==BNK-ROUTING-NO==
                                    BY ==NBNK-ROUTING-NO==,
                                  ==BNK-ACCOUNT-NO==
                                    BY ==NBNK-ACCOUNT-NO==,
                                  ==BNK-PRENOTE-DATE==
                                    BY ==NBNK-PRENOTE-DATE==.

       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-RPT-REC          PIC X(80).

      *A QUEUED PRENOTE CARRIES THE SAME FIELDS AS THE REFERENCE
      *RECORD ITSELF, THE DATE BEING THE DAY IT WAS QUEUED
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

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-BANK-EOF-SW      PIC X       VALUE 'N'.
           05  WS-TRANS-EOF-SW     PIC X       VALUE 'N'.
           05  WS-FOUND-SW         PIC X       VALUE 'N'.
           05  WS-ROUTING-OK-SW    PIC X       VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
           05  WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-PRENOTE-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-LIVE-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-SUB         PIC 9(4)    VALUE ZERO.
           05  WS-NEW-ROUTING      PIC X(9)    VALUE SPACES.
           05  WS-NEW-ACCOUNT      PIC X(10)   VALUE SPACES.
      *THE ROUTING NUMBER UNDER TEST, ONE DIGIT PER SLOT FOR THE
      *WEIGHTED CHECK-DIGIT SUM
       01  WS-ROUTING-WORK.
           05  WS-RT-DIGIT         PIC 9       OCCURS 9 TIMES.
       01  WS-CHECK-AREAS.
           05  WS-CHECK-SUM        PIC 9(4)    VALUE ZERO.
           05  WS-CHECK-QUOTIENT   PIC 9(4)    VALUE ZERO.
           05  WS-CHECK-REMAINDER  PIC 9(2)    VALUE ZERO.
      *THE LIVE BANK REFERENCE, HELD IN A TABLE WHILE THE CARDS
      *APPLY. A DELETED ENTRY IS ONLY FLAGGED - THE FLAG KEEPS ITS
      *KEY OUT OF THE OUTPUT FILE
       01  WS-BANK-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-BANK-COUNT.
               10  WS-BANK-EMP-NO      PIC X(5).
               10  WS-BANK-ROUTING     PIC X(9).
               10  WS-BANK-ACCOUNT     PIC X(10).
               10  WS-BANK-PRENOTE     PIC X(8).
               10  WS-BANK-DELETED-SW  PIC X.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-AUDIT-HEADING.
           05                      PIC X(40)   VALUE
               'BANK REFERENCE MAINTENANCE - CHANGE AUDI'.
           05                      PIC X(1)    VALUE 'T'.
           05                      PIC X(39)   VALUE SPACES.
       01  DL-AUDIT-LINE.
           05  AUD-ACTION          PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-EMPLOYEE-NO     PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-OLD-VALUE       PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-NEW-VALUE       PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-NOTE            PIC X(19).
       01  DL-REJECT-LINE.
           05  REJ-ACTION          PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  REJ-EMPLOYEE-NO     PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'REJECTED - '.
           05  REJ-REASON          PIC X(30).
           05                      PIC X(22)   VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZ9.
           05                      PIC X(45)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE LIVE BANK REFERENCE, APPLIES THE CARDS IN ORDER,
      *AND WRITES THE SURVIVORS TO THE NEW FILE THE JOB STREAM
      *COPIES BACK
       100-MAIN-PARA.
           PERFORM 140-DATE-ACCEPT-RTN
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT AUDIT-RPT-FILE
                EXTEND PRENOTE-FILE
           WRITE AUDIT-RPT-REC FROM HL-AUDIT-HEADING
           PERFORM 150-LOAD-BANKREF-RTN
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-APPLY-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           PERFORM 750-WRITE-OUTPUT-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE TRANSACTION-FILE
                 AUDIT-RPT-FILE
                 PRENOTE-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *GETS THE RUN DATE FROM THE DATE CARD DATECRD WROTE, FALLING
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
      *LOADS THE LIVE BANK REFERENCE FILE INTO ITS TABLE
       150-LOAD-BANKREF-RTN.
           OPEN INPUT BANK-REF-FILE
           PERFORM 155-BANKREF-READ-RTN
             UNTIL WS-BANK-EOF-SW = 'Y'
             OR    WS-BANK-COUNT = 9999
           CLOSE BANK-REF-FILE.
      *----------------------------------------------------------------
      *READS ONE BANK REFERENCE RECORD INTO THE TABLE
       155-BANKREF-READ-RTN.
           READ BANK-REF-FILE
             AT END
               MOVE 'Y' TO WS-BANK-EOF-SW
             NOT AT END
               ADD 1 TO WS-BANK-COUNT
               MOVE BNK-EMPLOYEE-NO
                 TO WS-BANK-EMP-NO (WS-BANK-COUNT)
               MOVE BNK-ROUTING-NO
                 TO WS-BANK-ROUTING (WS-BANK-COUNT)
               MOVE BNK-ACCOUNT-NO
                 TO WS-BANK-ACCOUNT (WS-BANK-COUNT)
               MOVE BNK-PRENOTE-DATE
                 TO WS-BANK-PRENOTE (WS-BANK-COUNT)
               MOVE 'N' TO WS-BANK-DELETED-SW (WS-BANK-COUNT)
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT MAINTENANCE CARD
       200-READ-TRANS-PARA.
           READ TRANSACTION-FILE
             AT END
               MOVE 'Y' TO WS-TRANS-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ONE MAINTENANCE CARD. EVERY CARD NEEDS ITS EMPLOYEE NUMBER;
      *THE ACTIONS THEN CARRY THEIR OWN EDITS
       300-APPLY-PARA.
           PERFORM 350-FIND-BANK-RTN
           EVALUATE TRUE
             WHEN BTR-EMPLOYEE-NO = SPACES
               MOVE 'EMPLOYEE NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN BTR-ACTION = 'A'
               PERFORM 400-ADD-BANK-PARA
             WHEN BTR-ACTION = 'C'
               PERFORM 500-CHANGE-BANK-PARA
             WHEN BTR-ACTION = 'D'
               PERFORM 550-DELETE-BANK-PARA
             WHEN OTHER
               MOVE 'ACTION NOT A, C, OR D' TO REJ-REASON
               PERFORM 650-REJECT-RTN
           END-EVALUATE
           PERFORM 200-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *FINDS THE CARD'S EMPLOYEE AMONG THE LIVE ACCOUNTS
       350-FIND-BANK-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 355-FIND-BANK-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-BANK-COUNT.
      *----------------------------------------------------------------
       355-FIND-BANK-SCAN-RTN.
           IF  WS-BANK-EMP-NO (WS-SUB) = BTR-EMPLOYEE-NO
           AND WS-BANK-DELETED-SW (WS-SUB) = 'N'
             MOVE 'Y'    TO WS-FOUND-SW
             MOVE WS-SUB TO WS-HOLD-SUB
           END-IF.
      *----------------------------------------------------------------
      *TESTS THE ROUTING NUMBER IN WS-NEW-ROUTING AGAINST ITS CHECK
      *DIGIT - DIGITS WEIGHTED 3, 7, 1 REPEATING MUST SUM TO AN
      *EVEN MULTIPLE OF TEN, THE SAME TEST THE BANK'S OWN EDIT RUNS
       370-ROUTING-CHECK-RTN.
           MOVE 'N' TO WS-ROUTING-OK-SW
           IF WS-NEW-ROUTING NUMERIC
             MOVE WS-NEW-ROUTING TO WS-ROUTING-WORK
             COMPUTE WS-CHECK-SUM =
                 3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4)
                                      + WS-RT-DIGIT (7))
               + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5)
                                      + WS-RT-DIGIT (8))
               +     (WS-RT-DIGIT (3) + WS-RT-DIGIT (6)
                                      + WS-RT-DIGIT (9))
             DIVIDE WS-CHECK-SUM BY 10
               GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
             IF  WS-CHECK-REMAINDER = ZERO
             AND WS-NEW-ROUTING NOT = ZEROS
               MOVE 'Y' TO WS-ROUTING-OK-SW
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *ADDS ONE ACCOUNT - BOTH NUMBERS MUST ARRIVE WELL-FORMED AND
      *THE EMPLOYEE MUST NOT ALREADY HAVE AN ACCOUNT ON FILE
       400-ADD-BANK-PARA.
           MOVE BTR-ROUTING-NO TO WS-NEW-ROUTING
           MOVE BTR-ACCOUNT-NO TO WS-NEW-ACCOUNT
           PERFORM 370-ROUTING-CHECK-RTN
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'Y'
               MOVE 'EMPLOYEE ALREADY HAS ACCOUNT' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-BANK-COUNT = 9999
               MOVE 'BANK TABLE FULL' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-ROUTING-OK-SW = 'N'
               MOVE 'ROUTING NUMBER FAILS CHECK' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-NEW-ACCOUNT NOT NUMERIC
               MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               ADD 1 TO WS-BANK-COUNT
               MOVE WS-BANK-COUNT   TO WS-HOLD-SUB
               MOVE BTR-EMPLOYEE-NO TO WS-BANK-EMP-NO (WS-HOLD-SUB)
               MOVE WS-NEW-ROUTING  TO WS-BANK-ROUTING (WS-HOLD-SUB)
               MOVE WS-NEW-ACCOUNT  TO WS-BANK-ACCOUNT (WS-HOLD-SUB)
               MOVE 'N'             TO WS-BANK-DELETED-SW (WS-HOLD-SUB)
               MOVE SPACES          TO AUD-OLD-VALUE
               PERFORM 630-BANK-VALUE-RTN
               PERFORM 700-QUEUE-PRENOTE-RTN
               MOVE 'ADD'           TO AUD-ACTION
               PERFORM 600-AUDIT-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *CHANGES ONE EMPLOYEE'S ROUTING AND/OR ACCOUNT NUMBER - BLANK
      *FIELDS LEFT ALONE. A CHANGED ACCOUNT IS UNPROVEN ALL OVER
      *AGAIN, SO IT GOES BACK THROUGH THE PRENOTE CYCLE
       500-CHANGE-BANK-PARA.
           IF WS-FOUND-SW = 'Y'
             MOVE WS-BANK-ROUTING (WS-HOLD-SUB) TO WS-NEW-ROUTING
             MOVE WS-BANK-ACCOUNT (WS-HOLD-SUB) TO WS-NEW-ACCOUNT
           END-IF
           IF BTR-ROUTING-NO NOT = SPACES
             MOVE BTR-ROUTING-NO TO WS-NEW-ROUTING
           END-IF
           IF BTR-ACCOUNT-NO NOT = SPACES
             MOVE BTR-ACCOUNT-NO TO WS-NEW-ACCOUNT
           END-IF
           PERFORM 370-ROUTING-CHECK-RTN
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'N'
               MOVE 'EMPLOYEE HAS NO ACCOUNT' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN BTR-ROUTING-NO = SPACES
              AND BTR-ACCOUNT-NO = SPACES
               MOVE 'NOTHING TO CHANGE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-ROUTING-OK-SW = 'N'
               MOVE 'ROUTING NUMBER FAILS CHECK' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-NEW-ACCOUNT NOT NUMERIC
               MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE SPACES TO AUD-OLD-VALUE
               STRING WS-BANK-ROUTING (WS-HOLD-SUB)
                                      DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-BANK-ACCOUNT (WS-HOLD-SUB)
                                      DELIMITED BY SIZE
                 INTO AUD-OLD-VALUE
               END-STRING
               MOVE WS-NEW-ROUTING TO WS-BANK-ROUTING (WS-HOLD-SUB)
               MOVE WS-NEW-ACCOUNT TO WS-BANK-ACCOUNT (WS-HOLD-SUB)
               PERFORM 630-BANK-VALUE-RTN
               PERFORM 700-QUEUE-PRENOTE-RTN
               MOVE 'CHANGE' TO AUD-ACTION
               PERFORM 600-AUDIT-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *DELETES ONE EMPLOYEE'S ACCOUNT - THEY FALL TO THE CHECK-PRINT
      *LIST FROM THE NEXT PAY RUN ON
       550-DELETE-BANK-PARA.
           IF WS-FOUND-SW = 'N'
             MOVE 'EMPLOYEE HAS NO ACCOUNT' TO REJ-REASON
             PERFORM 650-REJECT-RTN
           ELSE
             MOVE SPACES TO AUD-OLD-VALUE
             STRING WS-BANK-ROUTING (WS-HOLD-SUB)
                                    DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    WS-BANK-ACCOUNT (WS-HOLD-SUB)
                                    DELIMITED BY SIZE
               INTO AUD-OLD-VALUE
             END-STRING
             MOVE 'Y' TO WS-BANK-DELETED-SW (WS-HOLD-SUB)
             MOVE SPACES   TO AUD-NEW-VALUE
             MOVE SPACES   TO AUD-NOTE
             MOVE 'DELETE' TO AUD-ACTION
             PERFORM 600-AUDIT-RTN
           END-IF.
      *----------------------------------------------------------------
      *WRITES ONE APPLIED CHANGE'S AUDIT LINE
       600-AUDIT-RTN.
           MOVE BTR-EMPLOYEE-NO TO AUD-EMPLOYEE-NO
           WRITE AUDIT-RPT-REC FROM DL-AUDIT-LINE
           ADD 1 TO WS-APPLIED-COUNT.
      *----------------------------------------------------------------
      *BUILDS THE NEW-VALUE IMAGE (ROUTING AND ACCOUNT) FROM THE
      *ENTRY IN HAND
       630-BANK-VALUE-RTN.
           MOVE SPACES TO AUD-NEW-VALUE
           STRING WS-BANK-ROUTING (WS-HOLD-SUB)
                                  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-BANK-ACCOUNT (WS-HOLD-SUB)
                                  DELIMITED BY SIZE
             INTO AUD-NEW-VALUE
           END-STRING.
      *----------------------------------------------------------------
      *WRITES THE FAILED CARD AND ITS REASON TO THE AUDIT REPORT
       650-REJECT-RTN.
           EVALUATE BTR-ACTION
             WHEN 'A'   MOVE 'ADD'       TO REJ-ACTION
             WHEN 'C'   MOVE 'CHANGE'    TO REJ-ACTION
             WHEN 'D'   MOVE 'DELETE'    TO REJ-ACTION
             WHEN OTHER MOVE BTR-ACTION  TO REJ-ACTION
           END-EVALUATE
           MOVE BTR-EMPLOYEE-NO TO REJ-EMPLOYEE-NO
           WRITE AUDIT-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *STAMPS THE ENTRY IN HAND WITH THE RUN DATE - THE START OF ITS
      *PRENOTE PERIOD - AND QUEUES ITS ZERO-DOLLAR PRENOTE FOR THE
      *NEXT BANK FILE
       700-QUEUE-PRENOTE-RTN.
           MOVE WS-RUN-DATE TO WS-BANK-PRENOTE (WS-HOLD-SUB)
           MOVE SPACES                        TO PRENOTE-REC
           MOVE BTR-EMPLOYEE-NO               TO PRE-EMPLOYEE-NO
           MOVE WS-BANK-ROUTING (WS-HOLD-SUB) TO PRE-ROUTING-NO
           MOVE WS-BANK-ACCOUNT (WS-HOLD-SUB) TO PRE-ACCOUNT-NO
           MOVE WS-RUN-DATE                   TO PRE-QUEUED-DATE
           WRITE PRENOTE-REC
           ADD 1 TO WS-PRENOTE-COUNT
           MOVE 'PRENOTE QUEUED' TO AUD-NOTE.
      *----------------------------------------------------------------
      *WRITES THE SURVIVING ACCOUNTS TO THE NEW FILE
       750-WRITE-OUTPUT-RTN.
           OPEN OUTPUT NEW-BANK-REF-FILE
           PERFORM 760-WRITE-BANK-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-BANK-COUNT
           CLOSE NEW-BANK-REF-FILE.
      *----------------------------------------------------------------
       760-WRITE-BANK-RTN.
           IF WS-BANK-DELETED-SW (WS-SUB) = 'N'
             MOVE SPACES TO NEW-BANK-REF-REC
             MOVE WS-BANK-EMP-NO (WS-SUB)  TO NBNK-EMPLOYEE-NO
             MOVE WS-BANK-ROUTING (WS-SUB) TO NBNK-ROUTING-NO
             MOVE WS-BANK-ACCOUNT (WS-SUB) TO NBNK-ACCOUNT-NO
             MOVE WS-BANK-PRENOTE (WS-SUB) TO NBNK-PRENOTE-DATE
             WRITE NEW-BANK-REF-REC
             ADD 1 TO WS-LIVE-COUNT
           END-IF.
      *----------------------------------------------------------------
      *SHOWS THE RUN'S TOTALS ON THE AUDIT REPORT
       800-TOTALS-RTN.
           WRITE AUDIT-RPT-REC FROM BLANK-LINE
           MOVE 'CHANGES APPLIED. . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-APPLIED-COUNT                 TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CARDS REJECTED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'PRENOTES QUEUED. . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-PRENOTE-COUNT                 TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ACCOUNTS ON NEW FILE . . . . :' TO DL-TOT-LABEL
           MOVE WS-LIVE-COUNT                    TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE.
      *****************************************************************
