      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO WATCH THE POSTED HISTORY FOR THE PATTERNS THE
      *         ONE-AT-A-TIME EDITS CANNOT SEE. EVERY NIGHT, OVER A
      *         ROLLING WINDOW OF DAYS SET BY THE PARM CARD, EACH
      *         ACCOUNT'S POSTINGS (THE NIGHTLY UPDATE'S AND
      *         INTRADAY'S ALIKE) ARE TESTED FOR: SEVERAL POSTINGS
      *         JUST UNDER TRNEDIT'S DUAL-CONTROL APPROVAL LIMIT
      *         (STRUCTURING); A JUMP IN POSTINGS AGAINST THE
      *         ACCOUNT'S OWN PAST MONTHLY AVERAGE (VELOCITY); MONEY
      *         MOVING THROUGH AN ACCOUNT RECENTLY OPENED OR
      *         REACTIVATED; AND A LARGE CREDIT DRAWN BACK OUT BY
      *         DEBITS SOON AFTER (PASS-THROUGH). EACH ALERT OPENS A
      *         CASE ON THE CASE FILE (AMLCASE.DAT) FOR THE
      *         INVESTIGATORS TO DISPOSITION THROUGH AMLMNT, AND
      *         EVERY CASE STILL UNRESOLVED PAST THE PARM'S AGE LIMIT
      *         IS LISTED AGAIN, TAGGED, FOR THE MORNING SUMMARY.
      *         THE WINDOW READS THE LIVE HISTORY ONLY - POSTINGS
      *         ALREADY ROLLED TO THE MONTH-END ARCHIVE ARE OUTSIDE
      *         IT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.
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
      *SINGLE PARM CARD: THE WINDOW AND EACH TEST'S LIMITS. A
      *MISSING OR UNUSABLE FIELD TAKES THE SHOP DEFAULT
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'AMLMON.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *TRNEDIT'S OWN APPROVAL-THRESHOLD CARD, SO THE STRUCTURING
      *TEST ALWAYS WATCHES THE LIMIT THE EDITS ACTUALLY ENFORCE
           SELECT OPTIONAL APPROVAL-PARM-FILE
             ASSIGN TO 'APPRTHR.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE LIVE MASTER, READ IN KEY ORDER - IT DRIVES THE PASS
           SELECT MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS M-ACCT-NO.
      *THE JOB STREAM'S ACCOUNT/DATE-ORDERED COPY OF HIST.DAT, SO
      *EACH ACCOUNT'S POSTINGS ARRIVE TOGETHER AND IN DATE ORDER
           SELECT OPTIONAL HISTORY-IN
             ASSIGN TO 'HISTAML.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE JOB STREAM'S ACCOUNT/PERIOD-ORDERED COPY OF HISTROLL'S
      *CUMULATIVE MONTHLY SUMMARIES - EACH ACCOUNT'S PAST AVERAGE
           SELECT OPTIONAL SUMMARY-IN
             ASSIGN TO 'HSUMAML.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *LAST NIGHT'S VIEW OF WHICH ACCOUNTS WERE DORMANT OR RECENTLY
      *REACTIVATED - THE MASTER KEEPS NO REACTIVATION DATE, SO A
      *DORMANT ACCOUNT FOUND ACTIVE TONIGHT IS ONE REACTIVATED SINCE.
      *THE JOB STREAM COPIES THE NEW VIEW OVER THE OLD
           SELECT OPTIONAL STATUS-IN
             ASSIGN TO 'AMLSTAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-OUT
             ASSIGN TO 'AMLSNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL SO THE VERY FIRST RUN STARTS FROM AN EMPTY FILE. THE
      *JOB STREAM COPIES THE NEW CASE FILE OVER THE LIVE ONE ONLY ON
      *A CLEAN RUN
           SELECT OPTIONAL CASE-FILE
             ASSIGN TO 'AMLCASE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CASE-FILE
             ASSIGN TO 'AMLCNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AML-RPT-FILE
             ASSIGN TO 'AMLMON.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-WINDOW-DAYS    PIC 9(3).
           05 PARM-NEAR-PCT       PIC 9(3).
           05 PARM-STRUCT-COUNT   PIC 9(2).
           05 PARM-VELOCITY-FACTOR PIC 9(2).
           05 PARM-VELOCITY-MIN   PIC 9(3).
           05 PARM-BASELINE-MONTHS PIC 9(2).
           05 PARM-RECENT-DAYS    PIC 9(3).
           05 PARM-RECENT-VOLUME  PIC 9(7)V99.
           05 PARM-LARGE-CREDIT   PIC 9(5)V99.
           05 PARM-FOLLOW-DAYS    PIC 9(3).
           05 PARM-FOLLOW-PCT     PIC 9(3).
           05 PARM-CASE-AGE-DAYS  PIC 9(3).

       FD  APPROVAL-PARM-FILE.
       01  APPROVAL-PARM-REC.
           05 APARM-THRESHOLD     PIC 9(7)V99.

       FD  MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY MASTREC.

      *MIRRORS THE HISTORY-REC LAYOUT THE NIGHTLY UPDATE WRITES. THE
      *AMOUNT IS DECLARED IN ITS EDITED PICTURE SO IT CAN BE
      *DE-EDITED BACK TO A NUMERIC FIELD
       FD  HISTORY-IN
           RECORD CONTAINS 88 CHARACTERS.
       01  HISTORY-IN-REC.
           05 HIN-ACCT-NO         PIC X(5).
           05                     PIC X(3).
           05 HIN-PRIOR-AMOUNT    PIC X(11).
           05                     PIC X(3).
           05 HIN-TRANS-AMOUNT    PIC $$$,$$9.99-.
           05                     PIC X(3).
           05 HIN-NEW-AMOUNT      PIC X(11).
           05                     PIC X(3).
           05 HIN-DATE            PIC X(8).
           05                     PIC X(2).
           05 HIN-ACTION          PIC X(8).
           05                     PIC X(20).

      *MIRRORS THE SUMMARY LINE HISTROLL WRITES
       FD  SUMMARY-IN
           RECORD CONTAINS 40 CHARACTERS.
       01  SUMMARY-IN-REC.
           05 HSM-ACCT-NO         PIC X(5).
           05                     PIC X(2).
           05 HSM-PERIOD          PIC X(6).
           05                     PIC X(2).
           05 HSM-TRANS-COUNT     PIC 9(5).
           05                     PIC X(20).

      *ONE RECORD PER ACCOUNT DORMANT ('D', WITH ITS DEACTIVATION
      *DATE) OR REACTIVATED WITHIN THE RECENT-ACCOUNT PERIOD ('R',
      *WITH THE NIGHT THE REACTIVATION WAS FIRST SEEN), IN ACCOUNT
      *ORDER
       FD  STATUS-IN
           RECORD CONTAINS 18 CHARACTERS.
       01  STATUS-IN-REC.
           05 STI-ACCT-NO         PIC X(5).
           05                     PIC X(2).
           05 STI-STATE           PIC X(1).
           05                     PIC X(2).
           05 STI-DATE            PIC X(8).

       FD  STATUS-OUT
           RECORD CONTAINS 18 CHARACTERS.
       01  STATUS-OUT-REC.
           05 STO-ACCT-NO         PIC X(5).
           05                     PIC X(2).
           05 STO-STATE           PIC X(1).
           05                     PIC X(2).
           05 STO-DATE            PIC X(8).

       FD  CASE-FILE
           RECORD CONTAINS 145 CHARACTERS.
           COPY AMLCASE.

       FD  NEW-CASE-FILE
           RECORD CONTAINS 145 CHARACTERS.
           COPY AMLCASE REPLACING ==AML-CASE-REC==
                                    BY ==NEW-AML-CASE-REC==,
                                  ==AC-CASE-NO==
                                    BY ==NAC-CASE-NO==,
                                  ==AC-ACCT-NO==
                                    BY ==NAC-ACCT-NO==,
                                  ==AC-ALERT-TYPE==
                                    BY ==NAC-ALERT-TYPE==,
                                  ==AC-STRUCTURING==
                                    BY ==NAC-STRUCTURING==,
                                  ==AC-VELOCITY==
                                    BY ==NAC-VELOCITY==,
                                  ==AC-NEW-ACCOUNT==
                                    BY ==NAC-NEW-ACCOUNT==,
                                  ==AC-REACTIVATED==
                                    BY ==NAC-REACTIVATED==,
                                  ==AC-PASS-THROUGH==
                                    BY ==NAC-PASS-THROUGH==,
                                  ==AC-RAISED-DATE==
                                    BY ==NAC-RAISED-DATE==,
                                  ==AC-AMOUNT==
                                    BY ==NAC-AMOUNT==,
                                  ==AC-COUNT==
                                    BY ==NAC-COUNT==,
                                  ==AC-DETAIL==
                                    BY ==NAC-DETAIL==,
                                  ==AC-DISPOSITION==
                                    BY ==NAC-DISPOSITION==,
                                  ==AC-OPEN==
                                    BY ==NAC-OPEN==,
                                  ==AC-ESCALATED==
                                    BY ==NAC-ESCALATED==,
                                  ==AC-CLEARED==
                                    BY ==NAC-CLEARED==,
                                  ==AC-REPORTED==
                                    BY ==NAC-REPORTED==,
                                  ==AC-UNRESOLVED==
                                    BY ==NAC-UNRESOLVED==,
                                  ==AC-DISP-DATE==
                                    BY ==NAC-DISP-DATE==,
                                  ==AC-DISP-BY==
                                    BY ==NAC-DISP-BY==,
                                  ==AC-DISP-NOTE==
                                    BY ==NAC-DISP-NOTE==.

       FD  AML-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AML-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MASTER-EOF-SW    PIC X        VALUE 'N'.
           05  WS-HISTORY-EOF-SW   PIC X        VALUE 'N'.
           05  WS-SUMMARY-EOF-SW   PIC X        VALUE 'N'.
           05  WS-STATUS-EOF-SW    PIC X        VALUE 'N'.
           05  WS-CASE-EOF-SW      PIC X        VALUE 'N'.
           05  WS-DUPLICATE-SW     PIC X        VALUE 'N'.
           05  WS-PT-FOUND-SW      PIC X        VALUE 'N'.
           05  WS-RUN-DATE.
               10  WS-RUN-YEAR     PIC 9(4).
               10  WS-RUN-MONTH    PIC 9(2).
               10  WS-RUN-DAY      PIC 9(2).
           05  WS-MONTH-LENGTH     PIC 9(2)     VALUE ZERO.
           05  WS-LEAP-QUOTIENT    PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REMAINDER   PIC 9(3)     VALUE ZERO.
           05  WS-STEP-COUNT       PIC 9(3)     VALUE ZERO.
           05  WS-TOTAL-MONTHS     PIC 9(6)     VALUE ZERO.
           05  WS-SUB              PIC 9(4)     VALUE ZERO.
           05  WS-PST-SUB          PIC 9(4)     VALUE ZERO.
           05  WS-DEB-SUB          PIC 9(4)     VALUE ZERO.
           05  WS-DEB-START        PIC 9(4)     VALUE ZERO.
      *THE WINDOW AND THE TESTS' LIMITS - SHOP DEFAULTS, OVERRIDDEN
      *FIELD BY FIELD FROM THE PARM CARD
           05  WS-WINDOW-DAYS      PIC 9(3)     VALUE 10.
           05  WS-NEAR-PCT         PIC 9(3)     VALUE 90.
           05  WS-STRUCT-COUNT     PIC 9(2)     VALUE 3.
           05  WS-VELOCITY-FACTOR  PIC 9(2)     VALUE 3.
           05  WS-VELOCITY-MIN     PIC 9(3)     VALUE 10.
           05  WS-BASELINE-MONTHS  PIC 9(2)     VALUE 6.
           05  WS-RECENT-DAYS      PIC 9(3)     VALUE 30.
           05  WS-RECENT-VOLUME    PIC 9(7)V99  VALUE 5000.00.
           05  WS-LARGE-CREDIT     PIC 9(5)V99  VALUE 5000.00.
           05  WS-FOLLOW-DAYS      PIC 9(3)     VALUE 3.
           05  WS-FOLLOW-PCT       PIC 9(3)     VALUE 80.
           05  WS-CASE-AGE-DAYS    PIC 9(3)     VALUE 14.
      *TRNEDIT'S APPROVAL LIMIT (ZERO MEANS DUAL CONTROL IS OFF, AND
      *THE STRUCTURING TEST WITH IT) AND THE FLOOR OF THE BAND JUST
      *UNDER IT
           05  WS-APPR-THRESHOLD   PIC 9(7)V99  VALUE ZERO.
           05  WS-NEAR-FLOOR       PIC 9(7)V99  VALUE ZERO.
      *THE DATES THE TESTS WORK FROM - THE FIRST DAY OF THE WINDOW,
      *THE FIRST DAY AN ACCOUNT STILL COUNTS AS RECENTLY OPENED OR
      *REACTIVATED, AND THE RAISED DATE BEFORE WHICH AN UNRESOLVED
      *CASE HAS AGED
           05  WS-WINDOW-START     PIC X(8)     VALUE SPACES.
           05  WS-RECENT-START     PIC X(8)     VALUE SPACES.
           05  WS-AGE-CUTOFF       PIC X(8)     VALUE SPACES.
      *THE WHOLE MONTHS (YYYYMM) THE PAST AVERAGE IS TAKEN OVER -
      *THE BASELINE MONTHS UP TO LAST MONTH
           05  WS-BASE-FIRST       PIC X(6)     VALUE SPACES.
           05  WS-BASE-LAST        PIC X(6)     VALUE SPACES.
           05  WS-PERIOD-WORK.
               10  WS-PERIOD-YEAR  PIC 9(4).
               10  WS-PERIOD-MONTH PIC 9(2).
      *ONE DATE STEPPED A DAY AT A TIME, WITH ITS PARTS
           05  WS-STEP-DATE.
               10  WS-STEP-YEAR    PIC 9(4).
               10  WS-STEP-MONTH   PIC 9(2).
               10  WS-STEP-DAY     PIC 9(2).
      *THE ACCOUNT IN HAND - WHAT ITS WINDOW HELD AND ITS PAST
      *AVERAGE
           05  WS-PRIOR-STATE      PIC X        VALUE SPACE.
           05  WS-PRIOR-DATE       PIC X(8)     VALUE SPACES.
           05  WS-REACT-DATE       PIC X(8)     VALUE SPACES.
           05  WS-TRANS-WORK       PIC S9(5)V99 VALUE ZERO.
           05  WS-ABS-AMOUNT       PIC 9(5)V99  VALUE ZERO.
           05  WS-WINDOW-COUNT     PIC 9(5)     VALUE ZERO.
           05  WS-GROSS-VOLUME     PIC 9(9)V99  VALUE ZERO.
           05  WS-NEAR-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-NEAR-TOTAL       PIC 9(9)V99  VALUE ZERO.
           05  WS-BASE-PERIODS     PIC 9(3)     VALUE ZERO.
           05  WS-BASE-TOTAL       PIC 9(7)     VALUE ZERO.
           05  WS-EXPECTED         PIC 9(5)V9   VALUE ZERO.
           05  WS-FOLLOW-LIMIT     PIC X(8)     VALUE SPACES.
           05  WS-DEBIT-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-DEBIT-TOTAL      PIC 9(9)V99  VALUE ZERO.
           05  WS-DRAWN-NEEDED     PIC 9(9)V99  VALUE ZERO.
      *THE ALERT BEING RAISED, AND THE EARLIEST RAISED DATE AT WHICH
      *A CASE ALREADY ON FILE FOR THE SAME ACCOUNT AND PATTERN
      *COVERS IT
           05  WS-ALERT-TYPE       PIC X(2)     VALUE SPACES.
           05  WS-ALERT-HORIZON    PIC X(8)     VALUE SPACES.
           05  WS-ALERT-AMOUNT     PIC 9(9)V99  VALUE ZERO.
           05  WS-ALERT-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-ALERT-DETAIL     PIC X(40)    VALUE SPACES.
           05  WS-NEXT-CASE-NO     PIC 9(7)     VALUE 1.
      *EDITED IMAGES FOR THE DETAIL TEXT AND THE REPORT HEADING
           05  WS-LIMIT-ED         PIC $$,$$$,$$9.99.
           05  WS-EXPECTED-ED      PIC ZZZZ9.9.
           05  WS-DAYS-ED          PIC ZZ9.
      *RUN COUNTS
           05  WS-ACCT-COUNT       PIC 9(7)     VALUE ZERO.
           05  WS-POSTING-COUNT    PIC 9(7)     VALUE ZERO.
           05  WS-REACT-SEEN-COUNT PIC 9(7)     VALUE ZERO.
           05  WS-RAISED-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-ST-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-VE-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-NA-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-RA-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-PT-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-SUPPRESSED-COUNT PIC 9(7)     VALUE ZERO.
           05  WS-UNRESOLVED-COUNT PIC 9(7)     VALUE ZERO.
           05  WS-AGED-COUNT       PIC 9(7)     VALUE ZERO.
      *THE ACCOUNT IN HAND'S POSTINGS INSIDE THE WINDOW, IN DATE
      *ORDER, FOR THE PASS-THROUGH TEST. AN ACCOUNT WITH MORE THAN
      *THE TABLE HOLDS IS STILL COUNTED IN FULL BY THE OTHER TESTS
       01  WS-POST-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-POST-TABLE.
           05  WS-POST-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-POST-COUNT.
               10  WS-PST-DATE         PIC X(8).
               10  WS-PST-AMOUNT       PIC S9(5)V99.
      *THE CASES ON FILE, HELD IN A TABLE SO A NEW ALERT CAN BE
      *CHECKED AGAINST THEM AND THE UNRESOLVED ONES AGED
       01  WS-CASE-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CASE-COUNT.
               10  WS-AC-CASE-NO       PIC 9(7).
               10  WS-AC-ACCT-NO       PIC X(5).
               10  WS-AC-ALERT-TYPE    PIC X(2).
               10  WS-AC-RAISED-DATE   PIC X(8).
               10  WS-AC-AMOUNT        PIC 9(9)V99.
               10  WS-AC-COUNT         PIC 9(5).
               10  WS-AC-DETAIL        PIC X(40).
               10  WS-AC-DISPOSITION   PIC X.
               10  WS-AC-DISP-DATE     PIC X(8).
               10  WS-AC-DISP-BY       PIC X(8).
               10  WS-AC-DISP-NOTE     PIC X(30).
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-REPORT-HEADING.
           05                      PIC X(37)   VALUE
               'SUSPICIOUS ACTIVITY MONITOR    RUN   '.
           05  HL-RUN-DATE         PIC X(8).
           05                      PIC X(35)   VALUE SPACES.
       01  HL-SECTION-LINE.
           05  HL-SECTION-TITLE    PIC X(50).
           05                      PIC X(30)   VALUE SPACES.
       01  HL-COLUMN-LINE.
           05                      PIC X(41)   VALUE
               '      CASE NO  ACCT   ALERT        RAISED'.
           05                      PIC X(39)   VALUE
               '    COUNT         AMOUNT   STATUS      '.
      *ONE CASE. AN AGED CASE'S LINE IS TAGGED IN ITS FIRST SIX
      *COLUMNS, WHICH THE MORNING SUMMARY COUNTS
       01  DL-CASE-LINE.
           05  DL-CASE-TAG         PIC X(6).
           05  DL-CASE-NO          PIC 9(7).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-CASE-ACCT-NO     PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-CASE-TYPE        PIC X(11).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-CASE-RAISED      PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-CASE-COUNT       PIC ZZZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  DL-CASE-AMOUNT      PIC $$$,$$$,$$9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  DL-CASE-STATUS      PIC X(9).
           05                      PIC X(3)    VALUE SPACES.
       01  DL-DETAIL-LINE.
           05                      PIC X(15)   VALUE SPACES.
           05  DL-DET-TEXT         PIC X(40).
           05                      PIC X(25)   VALUE SPACES.
       01  DL-STATUS-LINE.
           05  DL-STA-LABEL        PIC X(35).
           05  DL-STA-VALUE        PIC X(40).
           05                      PIC X(5)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(34).
           05  DL-TOT-COUNT        PIC ZZZZZZ9.
           05                      PIC X(39)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *WORKS OUT THE WINDOW AND THE LIMITS, LOADS THE CASES ON FILE,
      *THEN PASSES THE MASTER ONCE, MATCHING EACH ACCOUNT'S WINDOW
      *POSTINGS, PAST AVERAGE, AND DORMANCY HISTORY TO IT. THE
      *UNRESOLVED CASES ARE AGED AND THE NEW CASE FILE WRITTEN LAST
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-PARM-RTN
           PERFORM 155-LOAD-APPR-PARM-RTN
           PERFORM 160-COMPUTE-DATES-RTN
           PERFORM 170-LOAD-CASES-RTN
           OPEN INPUT  MASTER-FILE
                INPUT  HISTORY-IN
                INPUT  SUMMARY-IN
                INPUT  STATUS-IN
                OUTPUT STATUS-OUT
                OUTPUT AML-RPT-FILE
           PERFORM 180-HEADINGS-RTN
           PERFORM 200-READ-MASTER-PARA
           PERFORM 210-READ-HISTORY-PARA
           PERFORM 220-READ-SUMMARY-PARA
           PERFORM 230-READ-STATUS-PARA
           PERFORM 300-ACCOUNT-PARA
             UNTIL WS-MASTER-EOF-SW = 'Y'
           PERFORM 700-AGED-CASES-RTN
           PERFORM 750-WRITE-CASES-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE MASTER-FILE
                 HISTORY-IN
                 SUMMARY-IN
                 STATUS-IN
                 STATUS-OUT
                 AML-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES EACH LIMIT FROM THE PARM CARD WHEN IT IS SUPPLIED AND
      *USABLE. THE BAND UNDER THE APPROVAL LIMIT IS A PERCENTAGE OF
      *IT AND MUST LEAVE SOME BAND; THE DRAW-DOWN SHARE CANNOT PASS
      *THE WHOLE CREDIT
       150-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-WINDOW-DAYS NUMERIC
               AND PARM-WINDOW-DAYS > ZERO
                 MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
               IF PARM-NEAR-PCT NUMERIC
               AND PARM-NEAR-PCT > ZERO AND PARM-NEAR-PCT < 100
                 MOVE PARM-NEAR-PCT TO WS-NEAR-PCT
               END-IF
               IF PARM-STRUCT-COUNT NUMERIC
               AND PARM-STRUCT-COUNT > ZERO
                 MOVE PARM-STRUCT-COUNT TO WS-STRUCT-COUNT
               END-IF
               IF PARM-VELOCITY-FACTOR NUMERIC
               AND PARM-VELOCITY-FACTOR > ZERO
                 MOVE PARM-VELOCITY-FACTOR TO WS-VELOCITY-FACTOR
               END-IF
               IF PARM-VELOCITY-MIN NUMERIC
               AND PARM-VELOCITY-MIN > ZERO
                 MOVE PARM-VELOCITY-MIN TO WS-VELOCITY-MIN
               END-IF
               IF PARM-BASELINE-MONTHS NUMERIC
               AND PARM-BASELINE-MONTHS > ZERO
                 MOVE PARM-BASELINE-MONTHS TO WS-BASELINE-MONTHS
               END-IF
               IF PARM-RECENT-DAYS NUMERIC
               AND PARM-RECENT-DAYS > ZERO
                 MOVE PARM-RECENT-DAYS TO WS-RECENT-DAYS
               END-IF
               IF PARM-RECENT-VOLUME NUMERIC
               AND PARM-RECENT-VOLUME > ZERO
                 MOVE PARM-RECENT-VOLUME TO WS-RECENT-VOLUME
               END-IF
               IF PARM-LARGE-CREDIT NUMERIC
               AND PARM-LARGE-CREDIT > ZERO
                 MOVE PARM-LARGE-CREDIT TO WS-LARGE-CREDIT
               END-IF
               IF PARM-FOLLOW-DAYS NUMERIC
               AND PARM-FOLLOW-DAYS > ZERO
                 MOVE PARM-FOLLOW-DAYS TO WS-FOLLOW-DAYS
               END-IF
               IF PARM-FOLLOW-PCT NUMERIC
               AND PARM-FOLLOW-PCT > ZERO AND PARM-FOLLOW-PCT NOT > 100
                 MOVE PARM-FOLLOW-PCT TO WS-FOLLOW-PCT
               END-IF
               IF PARM-CASE-AGE-DAYS NUMERIC
               AND PARM-CASE-AGE-DAYS > ZERO
                 MOVE PARM-CASE-AGE-DAYS TO WS-CASE-AGE-DAYS
               END-IF
           END-READ
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
      *TAKES TRNEDIT'S APPROVAL LIMIT FROM ITS PARM CARD THE SAME WAY
      *TRNEDIT DOES, AND SETS THE FLOOR OF THE BAND JUST UNDER IT
       155-LOAD-APPR-PARM-RTN.
           OPEN INPUT APPROVAL-PARM-FILE
           READ APPROVAL-PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF APARM-THRESHOLD NUMERIC
                 MOVE APARM-THRESHOLD TO WS-APPR-THRESHOLD
               END-IF
           END-READ
           CLOSE APPROVAL-PARM-FILE
           COMPUTE WS-NEAR-FLOOR ROUNDED =
             WS-APPR-THRESHOLD * WS-NEAR-PCT / 100.
      *----------------------------------------------------------------
      *STEPS BACK FROM TONIGHT TO THE FIRST DAY OF THE WINDOW (THE
      *WINDOW COUNTS TONIGHT AS ITS LAST DAY), THE RECENT-ACCOUNT
      *START, AND THE CASE-AGE CUTOFF, AND BACKS THE BASELINE MONTHS
      *OFF THE RUN MONTH THE SAME WAY ESCHEAT BACKS OFF ITS PERIOD
       160-COMPUTE-DATES-RTN.
           MOVE WS-RUN-DATE TO WS-STEP-DATE
           COMPUTE WS-STEP-COUNT = WS-WINDOW-DAYS - 1
           PERFORM 620-BACK-ONE-DAY-RTN WS-STEP-COUNT TIMES
           MOVE WS-STEP-DATE TO WS-WINDOW-START
           MOVE WS-RUN-DATE TO WS-STEP-DATE
           PERFORM 620-BACK-ONE-DAY-RTN WS-RECENT-DAYS TIMES
           MOVE WS-STEP-DATE TO WS-RECENT-START
           MOVE WS-RUN-DATE TO WS-STEP-DATE
           PERFORM 620-BACK-ONE-DAY-RTN WS-CASE-AGE-DAYS TIMES
           MOVE WS-STEP-DATE TO WS-AGE-CUTOFF
           COMPUTE WS-TOTAL-MONTHS =
             WS-RUN-YEAR * 12 + WS-RUN-MONTH - WS-BASELINE-MONTHS
           COMPUTE WS-PERIOD-YEAR  = (WS-TOTAL-MONTHS - 1) / 12
           COMPUTE WS-PERIOD-MONTH =
             WS-TOTAL-MONTHS - WS-PERIOD-YEAR * 12
           MOVE WS-PERIOD-WORK TO WS-BASE-FIRST
           COMPUTE WS-TOTAL-MONTHS =
             WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
           COMPUTE WS-PERIOD-YEAR  = (WS-TOTAL-MONTHS - 1) / 12
           COMPUTE WS-PERIOD-MONTH =
             WS-TOTAL-MONTHS - WS-PERIOD-YEAR * 12
           MOVE WS-PERIOD-WORK TO WS-BASE-LAST.
      *----------------------------------------------------------------
      *LOADS THE LIVE CASE FILE INTO ITS TABLE AND FINDS THE NEXT
      *CASE NUMBER. A FILE TOO BIG FOR THE TABLE WOULD LOSE CASES
      *FROM THE NEW FILE, SO IT ENDS THE RUN NON-ZERO AND THE NEW
      *FILE IS NOT PROMOTED
       170-LOAD-CASES-RTN.
           OPEN INPUT CASE-FILE
           PERFORM 175-CASE-READ-RTN
             UNTIL WS-CASE-EOF-SW = 'Y'
           CLOSE CASE-FILE.
      *----------------------------------------------------------------
      *READS ONE CASE INTO THE TABLE
       175-CASE-READ-RTN.
           READ CASE-FILE
             AT END
               MOVE 'Y' TO WS-CASE-EOF-SW
             NOT AT END
               IF WS-CASE-COUNT < 9999
                 ADD 1 TO WS-CASE-COUNT
                 MOVE AC-CASE-NO     TO WS-AC-CASE-NO (WS-CASE-COUNT)
                 MOVE AC-ACCT-NO     TO WS-AC-ACCT-NO (WS-CASE-COUNT)
                 MOVE AC-ALERT-TYPE
                   TO WS-AC-ALERT-TYPE (WS-CASE-COUNT)
                 MOVE AC-RAISED-DATE
                   TO WS-AC-RAISED-DATE (WS-CASE-COUNT)
                 MOVE AC-AMOUNT      TO WS-AC-AMOUNT (WS-CASE-COUNT)
                 MOVE AC-COUNT       TO WS-AC-COUNT (WS-CASE-COUNT)
                 MOVE AC-DETAIL      TO WS-AC-DETAIL (WS-CASE-COUNT)
                 MOVE AC-DISPOSITION
                   TO WS-AC-DISPOSITION (WS-CASE-COUNT)
                 MOVE AC-DISP-DATE
                   TO WS-AC-DISP-DATE (WS-CASE-COUNT)
                 MOVE AC-DISP-BY     TO WS-AC-DISP-BY (WS-CASE-COUNT)
                 MOVE AC-DISP-NOTE
                   TO WS-AC-DISP-NOTE (WS-CASE-COUNT)
                 IF AC-CASE-NO NOT < WS-NEXT-CASE-NO
                   COMPUTE WS-NEXT-CASE-NO = AC-CASE-NO + 1
                 END-IF
               ELSE
                 DISPLAY 'AML CASE TABLE FULL AT 9999 - '
                   'CASE ' AC-CASE-NO ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *PRINTS THE REPORT HEADING, THE LIMITS IN FORCE TONIGHT, AND
      *THE HEADING OF THE NEW-ALERT SECTION
       180-HEADINGS-RTN.
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE AML-RPT-REC FROM HL-REPORT-HEADING
           WRITE AML-RPT-REC FROM BLANK-LINE
           MOVE 'WINDOW . . . . . . . . . . . . . :' TO DL-STA-LABEL
           MOVE WS-WINDOW-DAYS TO WS-DAYS-ED
           MOVE SPACES TO DL-STA-VALUE
           STRING WS-DAYS-ED        DELIMITED BY SIZE
                  ' DAYS FROM '     DELIMITED BY SIZE
                  WS-WINDOW-START   DELIMITED BY SIZE
             INTO DL-STA-VALUE
           END-STRING
           WRITE AML-RPT-REC FROM DL-STATUS-LINE
           MOVE 'APPROVAL LIMIT WATCHED . . . . . :' TO DL-STA-LABEL
           IF WS-APPR-THRESHOLD = ZERO
             MOVE 'NONE - STRUCTURING TEST OFF' TO DL-STA-VALUE
           ELSE
             MOVE WS-APPR-THRESHOLD TO WS-LIMIT-ED
             MOVE WS-LIMIT-ED       TO DL-STA-VALUE
           END-IF
           WRITE AML-RPT-REC FROM DL-STATUS-LINE
           MOVE 'PAST AVERAGE TAKEN OVER. . . . . :' TO DL-STA-LABEL
           MOVE SPACES TO DL-STA-VALUE
           STRING WS-BASE-FIRST     DELIMITED BY SIZE
                  ' THROUGH '       DELIMITED BY SIZE
                  WS-BASE-LAST      DELIMITED BY SIZE
             INTO DL-STA-VALUE
           END-STRING
           WRITE AML-RPT-REC FROM DL-STATUS-LINE
           MOVE 'RECENTLY OPENED OR REACTIVATED . :' TO DL-STA-LABEL
           MOVE SPACES TO DL-STA-VALUE
           STRING 'ON OR AFTER '    DELIMITED BY SIZE
                  WS-RECENT-START   DELIMITED BY SIZE
             INTO DL-STA-VALUE
           END-STRING
           WRITE AML-RPT-REC FROM DL-STATUS-LINE
           WRITE AML-RPT-REC FROM BLANK-LINE
           MOVE 'ALERTS RAISED TONIGHT' TO HL-SECTION-TITLE
           WRITE AML-RPT-REC FROM HL-SECTION-LINE
           WRITE AML-RPT-REC FROM HL-COLUMN-LINE.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE MASTER FILE
       200-READ-MASTER-PARA.
           READ MASTER-FILE
             AT END
               MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE SORTED HISTORY. HIGH-VALUES IN THE
      *KEY AT END KEEPS THE MATCH LOOPS FROM RUNNING PAST IT
       210-READ-HISTORY-PARA.
           READ HISTORY-IN
             AT END
               MOVE 'Y'         TO WS-HISTORY-EOF-SW
               MOVE HIGH-VALUES TO HIN-ACCT-NO
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE SORTED MONTHLY SUMMARIES
       220-READ-SUMMARY-PARA.
           READ SUMMARY-IN
             AT END
               MOVE 'Y'         TO WS-SUMMARY-EOF-SW
               MOVE HIGH-VALUES TO HSM-ACCT-NO
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM LAST NIGHT'S DORMANCY VIEW
       230-READ-STATUS-PARA.
           READ STATUS-IN
             AT END
               MOVE 'Y'         TO WS-STATUS-EOF-SW
               MOVE HIGH-VALUES TO STI-ACCT-NO
           END-READ.
      *----------------------------------------------------------------
      *ONE ACCOUNT - ITS DORMANCY VIEW IS CARRIED FORWARD, ITS
      *WINDOW AND PAST AVERAGE GATHERED, AND AN ACCOUNT WITH ANY
      *POSTINGS IN THE WINDOW PUT THROUGH EACH TEST. RECORDS ON THE
      *OTHER FILES FOR ACCOUNTS NO LONGER ON THE MASTER ARE PASSED
      *OVER
       300-ACCOUNT-PARA.
           ADD 1 TO WS-ACCT-COUNT
           PERFORM 310-STATUS-RTN
           PERFORM 320-GATHER-HISTORY-RTN
           PERFORM 330-GATHER-BASELINE-RTN
           IF WS-WINDOW-COUNT > ZERO
             PERFORM 400-STRUCTURING-RTN
             PERFORM 420-VELOCITY-RTN
             PERFORM 440-RECENT-ACCOUNT-RTN
             PERFORM 460-PASS-THROUGH-RTN
           END-IF
           PERFORM 200-READ-MASTER-PARA.
      *----------------------------------------------------------------
      *CARRIES THE ACCOUNT'S DORMANCY VIEW FORWARD. A DORMANT
      *ACCOUNT IS NOTED AS SUCH; ONE DORMANT LAST NIGHT AND ACTIVE
      *TONIGHT HAS BEEN REACTIVATED SINCE, AND IS NOTED AS
      *REACTIVATED TONIGHT UNTIL THE RECENT-ACCOUNT PERIOD RUNS OUT
       310-STATUS-RTN.
           PERFORM 230-READ-STATUS-PARA
             UNTIL STI-ACCT-NO NOT < M-ACCT-NO
           MOVE SPACES TO WS-PRIOR-STATE
                          WS-PRIOR-DATE
                          WS-REACT-DATE
           IF STI-ACCT-NO = M-ACCT-NO
             MOVE STI-STATE TO WS-PRIOR-STATE
             MOVE STI-DATE  TO WS-PRIOR-DATE
           END-IF
           MOVE SPACES    TO STATUS-OUT-REC
           MOVE M-ACCT-NO TO STO-ACCT-NO
           EVALUATE TRUE
             WHEN NOT-ACTIVE
               MOVE 'D'          TO STO-STATE
               MOVE M-DEACT-DATE TO STO-DATE
               WRITE STATUS-OUT-REC
             WHEN WS-PRIOR-STATE = 'D'
               MOVE 'R'          TO STO-STATE
               MOVE WS-RUN-DATE  TO STO-DATE
                                    WS-REACT-DATE
               WRITE STATUS-OUT-REC
               ADD 1 TO WS-REACT-SEEN-COUNT
             WHEN WS-PRIOR-STATE = 'R'
              AND WS-PRIOR-DATE NOT < WS-RECENT-START
               MOVE 'R'          TO STO-STATE
               MOVE WS-PRIOR-DATE TO STO-DATE
                                     WS-REACT-DATE
               WRITE STATUS-OUT-REC
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
      *GATHERS THE ACCOUNT'S POSTINGS INSIDE THE WINDOW. A REVERSAL
      *IS A CORRECTION, NOT ACTIVITY, AND IS LEFT OUT
       320-GATHER-HISTORY-RTN.
           MOVE ZERO TO WS-POST-COUNT
                        WS-WINDOW-COUNT
                        WS-GROSS-VOLUME
                        WS-NEAR-COUNT
                        WS-NEAR-TOTAL
           PERFORM 210-READ-HISTORY-PARA
             UNTIL HIN-ACCT-NO NOT < M-ACCT-NO
           PERFORM 325-TAKE-POSTING-RTN
             UNTIL HIN-ACCT-NO NOT = M-ACCT-NO.
      *----------------------------------------------------------------
      *TAKES ONE OF THE ACCOUNT'S HISTORY LINES. THE AMOUNT CARRIES
      *ITS SIGN - A CREDIT POSITIVE, A DEBIT NEGATIVE - SO THE TESTS
      *BELOW WORK IN ITS SIZE WHATEVER THE DIRECTION
       325-TAKE-POSTING-RTN.
           IF  HIN-DATE NUMERIC
           AND HIN-DATE NOT < WS-WINDOW-START
           AND HIN-ACTION NOT = 'REVERSAL'
             MOVE HIN-TRANS-AMOUNT TO WS-TRANS-WORK
             IF WS-TRANS-WORK < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-TRANS-WORK
             ELSE
               MOVE WS-TRANS-WORK TO WS-ABS-AMOUNT
             END-IF
             ADD 1             TO WS-WINDOW-COUNT
                                  WS-POSTING-COUNT
             ADD WS-ABS-AMOUNT TO WS-GROSS-VOLUME
             IF  WS-APPR-THRESHOLD > ZERO
             AND WS-ABS-AMOUNT NOT < WS-NEAR-FLOOR
             AND WS-ABS-AMOUNT < WS-APPR-THRESHOLD
               ADD 1             TO WS-NEAR-COUNT
               ADD WS-ABS-AMOUNT TO WS-NEAR-TOTAL
             END-IF
             IF WS-POST-COUNT < 500
               ADD 1 TO WS-POST-COUNT
               MOVE HIN-DATE      TO WS-PST-DATE (WS-POST-COUNT)
               MOVE WS-TRANS-WORK TO WS-PST-AMOUNT (WS-POST-COUNT)
             END-IF
           END-IF
           PERFORM 210-READ-HISTORY-PARA.
      *----------------------------------------------------------------
      *GATHERS THE ACCOUNT'S POSTING COUNTS FOR THE BASELINE MONTHS
       330-GATHER-BASELINE-RTN.
           MOVE ZERO TO WS-BASE-PERIODS
                        WS-BASE-TOTAL
           PERFORM 220-READ-SUMMARY-PARA
             UNTIL HSM-ACCT-NO NOT < M-ACCT-NO
           PERFORM 335-TAKE-PERIOD-RTN
             UNTIL HSM-ACCT-NO NOT = M-ACCT-NO.
      *----------------------------------------------------------------
       335-TAKE-PERIOD-RTN.
           IF  HSM-PERIOD NOT < WS-BASE-FIRST
           AND HSM-PERIOD NOT > WS-BASE-LAST
           AND HSM-TRANS-COUNT NUMERIC
             ADD 1               TO WS-BASE-PERIODS
             ADD HSM-TRANS-COUNT TO WS-BASE-TOTAL
           END-IF
           PERFORM 220-READ-SUMMARY-PARA.
      *----------------------------------------------------------------
      *STRUCTURING - ENOUGH POSTINGS IN THE BAND JUST UNDER THE
      *APPROVAL LIMIT THAT ONE AMOUNT LOOKS SPLIT TO STAY UNDER IT.
      *THE CASE CARRIES THE BAND'S POSTINGS AND THEIR TOTAL
       400-STRUCTURING-RTN.
           IF  WS-APPR-THRESHOLD > ZERO
           AND WS-NEAR-COUNT NOT < WS-STRUCT-COUNT
             MOVE 'ST'              TO WS-ALERT-TYPE
             MOVE WS-WINDOW-START   TO WS-ALERT-HORIZON
             MOVE WS-NEAR-TOTAL     TO WS-ALERT-AMOUNT
             MOVE WS-NEAR-COUNT     TO WS-ALERT-COUNT
             MOVE WS-APPR-THRESHOLD TO WS-LIMIT-ED
             MOVE SPACES            TO WS-ALERT-DETAIL
             STRING 'JUST UNDER APPROVAL LIMIT ' DELIMITED BY SIZE
                    WS-LIMIT-ED                  DELIMITED BY SIZE
               INTO WS-ALERT-DETAIL
             END-STRING
             PERFORM 500-RAISE-ALERT-RTN
           END-IF.
      *----------------------------------------------------------------
      *VELOCITY - THE WINDOW'S POSTINGS PASS THE PARM'S MULTIPLE OF
      *WHAT THE ACCOUNT'S OWN MONTHLY AVERAGE WOULD PUT IN A WINDOW
      *THAT LONG. THE AVERAGE IS OVER THE BASELINE MONTHS THE
      *ACCOUNT HAD ACTIVITY IN; AN ACCOUNT WITH NO PAST IS LEFT TO
      *THE RECENT-ACCOUNT TEST. THE CASE CARRIES THE WINDOW'S
      *POSTINGS AND THEIR GROSS DOLLARS
       420-VELOCITY-RTN.
           IF  WS-BASE-PERIODS > ZERO
           AND WS-WINDOW-COUNT NOT < WS-VELOCITY-MIN
             COMPUTE WS-EXPECTED ROUNDED =
               WS-BASE-TOTAL * WS-WINDOW-DAYS / (WS-BASE-PERIODS * 30)
             IF WS-WINDOW-COUNT > WS-EXPECTED * WS-VELOCITY-FACTOR
               MOVE 'VE'            TO WS-ALERT-TYPE
               MOVE WS-WINDOW-START TO WS-ALERT-HORIZON
               MOVE WS-GROSS-VOLUME TO WS-ALERT-AMOUNT
               MOVE WS-WINDOW-COUNT TO WS-ALERT-COUNT
               MOVE WS-EXPECTED     TO WS-EXPECTED-ED
               MOVE SPACES          TO WS-ALERT-DETAIL
               STRING 'POSTINGS AGAINST '  DELIMITED BY SIZE
                      WS-EXPECTED-ED       DELIMITED BY SIZE
                      ' EXPECTED'          DELIMITED BY SIZE
                 INTO WS-ALERT-DETAIL
               END-STRING
               PERFORM 500-RAISE-ALERT-RTN
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *RECENTLY OPENED OR REACTIVATED - AN ACCOUNT NEW TO THE BOOKS
      *OR JUST BROUGHT BACK FROM DORMANCY MOVING THE PARM'S GROSS
      *DOLLARS OR MORE IN THE WINDOW. ONE CASE COVERS THE WHOLE
      *RECENT PERIOD. THE CASE CARRIES THE WINDOW'S POSTINGS AND
      *THEIR GROSS DOLLARS
       440-RECENT-ACCOUNT-RTN.
           IF WS-GROSS-VOLUME NOT < WS-RECENT-VOLUME
             MOVE WS-RECENT-START TO WS-ALERT-HORIZON
             MOVE WS-GROSS-VOLUME TO WS-ALERT-AMOUNT
             MOVE WS-WINDOW-COUNT TO WS-ALERT-COUNT
             MOVE SPACES          TO WS-ALERT-DETAIL
             EVALUATE TRUE
               WHEN M-OPEN-DATE NUMERIC
                AND M-OPEN-DATE NOT < WS-RECENT-START
                 MOVE 'NA' TO WS-ALERT-TYPE
                 STRING 'ACCOUNT OPENED '  DELIMITED BY SIZE
                        M-OPEN-DATE        DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
                 END-STRING
                 PERFORM 500-RAISE-ALERT-RTN
               WHEN WS-REACT-DATE NOT = SPACES
                 MOVE 'RA' TO WS-ALERT-TYPE
                 STRING 'ACCOUNT REACTIVATED BY ' DELIMITED BY SIZE
                        WS-REACT-DATE             DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
                 END-STRING
                 PERFORM 500-RAISE-ALERT-RTN
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *PASS-THROUGH - A CREDIT OF THE PARM'S SIZE OR MORE FOLLOWED,
      *WITHIN THE PARM'S DAYS, BY DEBITS TAKING THE PARM'S SHARE OF
      *IT BACK OUT. THE FIRST SUCH CREDIT IN THE WINDOW RAISES THE
      *ACCOUNT'S ONE CASE, CARRYING THE CREDIT AND THE NUMBER OF
      *DEBITS THAT DREW IT DOWN
       460-PASS-THROUGH-RTN.
           MOVE 'N' TO WS-PT-FOUND-SW
           PERFORM 465-CREDIT-SCAN-RTN
             VARYING WS-PST-SUB FROM 1 BY 1
             UNTIL WS-PST-SUB > WS-POST-COUNT
             OR    WS-PT-FOUND-SW = 'Y'.
      *----------------------------------------------------------------
       465-CREDIT-SCAN-RTN.
           IF WS-PST-AMOUNT (WS-PST-SUB) NOT < WS-LARGE-CREDIT
             MOVE WS-PST-DATE (WS-PST-SUB) TO WS-STEP-DATE
             PERFORM 610-FORWARD-ONE-DAY-RTN WS-FOLLOW-DAYS TIMES
             MOVE WS-STEP-DATE TO WS-FOLLOW-LIMIT
             MOVE ZERO TO WS-DEBIT-COUNT
                          WS-DEBIT-TOTAL
             COMPUTE WS-DEB-START = WS-PST-SUB + 1
             PERFORM 470-DEBIT-SCAN-RTN
               VARYING WS-DEB-SUB FROM WS-DEB-START BY 1
               UNTIL WS-DEB-SUB > WS-POST-COUNT
             COMPUTE WS-DRAWN-NEEDED ROUNDED =
               WS-PST-AMOUNT (WS-PST-SUB) * WS-FOLLOW-PCT / 100
             IF  WS-DEBIT-COUNT > ZERO
             AND WS-DEBIT-TOTAL NOT < WS-DRAWN-NEEDED
               MOVE 'Y'             TO WS-PT-FOUND-SW
               MOVE 'PT'            TO WS-ALERT-TYPE
               MOVE WS-WINDOW-START TO WS-ALERT-HORIZON
               MOVE WS-PST-AMOUNT (WS-PST-SUB) TO WS-ALERT-AMOUNT
               MOVE WS-DEBIT-COUNT  TO WS-ALERT-COUNT
               MOVE WS-FOLLOW-DAYS  TO WS-DAYS-ED
               MOVE SPACES          TO WS-ALERT-DETAIL
               STRING 'CREDIT '                DELIMITED BY SIZE
                      WS-PST-DATE (WS-PST-SUB) DELIMITED BY SIZE
                      ' OUT WITHIN '           DELIMITED BY SIZE
                      WS-DAYS-ED               DELIMITED BY SIZE
                      ' DAYS'                  DELIMITED BY SIZE
                 INTO WS-ALERT-DETAIL
               END-STRING
               PERFORM 500-RAISE-ALERT-RTN
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *ADDS ONE LATER DEBIT INSIDE THE FOLLOW-UP DAYS TO THE DRAW-DOWN
       470-DEBIT-SCAN-RTN.
           IF  WS-PST-DATE (WS-DEB-SUB) NOT > WS-FOLLOW-LIMIT
           AND WS-PST-AMOUNT (WS-DEB-SUB) < ZERO
             ADD 1 TO WS-DEBIT-COUNT
             SUBTRACT WS-PST-AMOUNT (WS-DEB-SUB) FROM WS-DEBIT-TOTAL
           END-IF.
      *----------------------------------------------------------------
      *OPENS A CASE FOR THE ALERT IN HAND - UNLESS A CASE FOR THE
      *SAME ACCOUNT AND PATTERN WAS ALREADY RAISED ON OR AFTER THE
      *ALERT'S HORIZON, IN WHICH CASE THAT CASE ALREADY COVERS THESE
      *POSTINGS (WHATEVER ITS DISPOSITION) AND A ROLLING WINDOW
      *WOULD OTHERWISE RAISE THE SAME ALERT NIGHT AFTER NIGHT
       500-RAISE-ALERT-RTN.
           MOVE 'N' TO WS-DUPLICATE-SW
           PERFORM 510-DUPLICATE-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-CASE-COUNT
             OR    WS-DUPLICATE-SW = 'Y'
           EVALUATE TRUE
             WHEN WS-DUPLICATE-SW = 'Y'
               ADD 1 TO WS-SUPPRESSED-COUNT
             WHEN WS-CASE-COUNT = 9999
               DISPLAY 'AML CASE TABLE FULL AT 9999 - ALERT '
                 WS-ALERT-TYPE ' ON ' M-ACCT-NO ' NOT RAISED'
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-NEXT-CASE-NO TO WS-AC-CASE-NO (WS-CASE-COUNT)
               MOVE M-ACCT-NO       TO WS-AC-ACCT-NO (WS-CASE-COUNT)
               MOVE WS-ALERT-TYPE
                 TO WS-AC-ALERT-TYPE (WS-CASE-COUNT)
               MOVE WS-RUN-DATE
                 TO WS-AC-RAISED-DATE (WS-CASE-COUNT)
               MOVE WS-ALERT-AMOUNT TO WS-AC-AMOUNT (WS-CASE-COUNT)
               MOVE WS-ALERT-COUNT  TO WS-AC-COUNT (WS-CASE-COUNT)
               MOVE WS-ALERT-DETAIL TO WS-AC-DETAIL (WS-CASE-COUNT)
               MOVE 'O'
                 TO WS-AC-DISPOSITION (WS-CASE-COUNT)
               MOVE SPACES
                 TO WS-AC-DISP-DATE (WS-CASE-COUNT)
                    WS-AC-DISP-BY (WS-CASE-COUNT)
                    WS-AC-DISP-NOTE (WS-CASE-COUNT)
               ADD 1 TO WS-NEXT-CASE-NO
                        WS-RAISED-COUNT
               EVALUATE WS-ALERT-TYPE
                 WHEN 'ST' ADD 1 TO WS-ST-COUNT
                 WHEN 'VE' ADD 1 TO WS-VE-COUNT
                 WHEN 'NA' ADD 1 TO WS-NA-COUNT
                 WHEN 'RA' ADD 1 TO WS-RA-COUNT
                 WHEN OTHER ADD 1 TO WS-PT-COUNT
               END-EVALUATE
               MOVE WS-CASE-COUNT TO WS-SUB
               MOVE SPACES        TO DL-CASE-TAG
               PERFORM 650-CASE-LINE-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
       510-DUPLICATE-SCAN-RTN.
           IF  WS-AC-ACCT-NO (WS-SUB)     = M-ACCT-NO
           AND WS-AC-ALERT-TYPE (WS-SUB)  = WS-ALERT-TYPE
           AND WS-AC-RAISED-DATE (WS-SUB) NOT < WS-ALERT-HORIZON
             MOVE 'Y' TO WS-DUPLICATE-SW
           END-IF.
      *----------------------------------------------------------------
      *STEPS THE STEP DATE FORWARD ONE CALENDAR DAY, ROLLING INTO
      *THE NEXT MONTH (AND YEAR) WHEN IT HAS TO
       610-FORWARD-ONE-DAY-RTN.
           PERFORM 630-MONTH-LENGTH-RTN
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
      *STEPS THE STEP DATE BACK ONE CALENDAR DAY, ROLLING BACK INTO
      *THE LAST DAY OF THE PRIOR MONTH (AND YEAR) WHEN IT HAS TO
       620-BACK-ONE-DAY-RTN.
           IF WS-STEP-DAY > 1
             SUBTRACT 1 FROM WS-STEP-DAY
           ELSE
             IF WS-STEP-MONTH > 1
               SUBTRACT 1 FROM WS-STEP-MONTH
             ELSE
               MOVE 12 TO WS-STEP-MONTH
               SUBTRACT 1 FROM WS-STEP-YEAR
             END-IF
             PERFORM 630-MONTH-LENGTH-RTN
             MOVE WS-MONTH-LENGTH TO WS-STEP-DAY
           END-IF.
      *----------------------------------------------------------------
      *THE NUMBER OF DAYS IN THE STEP DATE'S MONTH - FEBRUARY HAS 29
      *IN A LEAP YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN
      *DIVISIBLE BY 400)
       630-MONTH-LENGTH-RTN.
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
      *PRINTS THE CASE AT WS-SUB - ITS LINE (TAGGED AS THE CALLER
      *SET DL-CASE-TAG) AND ITS DETAIL BENEATH
       650-CASE-LINE-RTN.
           MOVE WS-AC-CASE-NO (WS-SUB)     TO DL-CASE-NO
           MOVE WS-AC-ACCT-NO (WS-SUB)     TO DL-CASE-ACCT-NO
           EVALUATE WS-AC-ALERT-TYPE (WS-SUB)
             WHEN 'ST'   MOVE 'STRUCTURING' TO DL-CASE-TYPE
             WHEN 'VE'   MOVE 'VELOCITY'    TO DL-CASE-TYPE
             WHEN 'NA'   MOVE 'NEW ACCOUNT' TO DL-CASE-TYPE
             WHEN 'RA'   MOVE 'REACTIVATED' TO DL-CASE-TYPE
             WHEN 'PT'   MOVE 'PASS-THRU'   TO DL-CASE-TYPE
             WHEN OTHER
               MOVE WS-AC-ALERT-TYPE (WS-SUB) TO DL-CASE-TYPE
           END-EVALUATE
           MOVE WS-AC-RAISED-DATE (WS-SUB) TO DL-CASE-RAISED
           MOVE WS-AC-COUNT (WS-SUB)       TO DL-CASE-COUNT
           MOVE WS-AC-AMOUNT (WS-SUB)      TO DL-CASE-AMOUNT
           EVALUATE WS-AC-DISPOSITION (WS-SUB)
             WHEN 'O'    MOVE 'OPEN'        TO DL-CASE-STATUS
             WHEN 'E'    MOVE 'ESCALATED'   TO DL-CASE-STATUS
             WHEN 'C'    MOVE 'CLEARED'     TO DL-CASE-STATUS
             WHEN 'R'    MOVE 'REPORTED'    TO DL-CASE-STATUS
             WHEN OTHER
               MOVE WS-AC-DISPOSITION (WS-SUB) TO DL-CASE-STATUS
           END-EVALUATE
           WRITE AML-RPT-REC FROM DL-CASE-LINE
           MOVE WS-AC-DETAIL (WS-SUB)      TO DL-DET-TEXT
           WRITE AML-RPT-REC FROM DL-DETAIL-LINE.
      *----------------------------------------------------------------
      *LISTS EVERY CASE STILL OPEN OR ESCALATED THAT WAS RAISED
      *BEFORE THE AGE CUTOFF, EACH LINE TAGGED 'AGED' FOR THE
      *MORNING SUMMARY
       700-AGED-CASES-RTN.
           WRITE AML-RPT-REC FROM BLANK-LINE
           MOVE WS-CASE-AGE-DAYS TO WS-DAYS-ED
           MOVE SPACES TO HL-SECTION-TITLE
           STRING 'CASES UNRESOLVED PAST '  DELIMITED BY SIZE
                  WS-DAYS-ED                DELIMITED BY SIZE
                  ' DAYS'                   DELIMITED BY SIZE
             INTO HL-SECTION-TITLE
           END-STRING
           WRITE AML-RPT-REC FROM HL-SECTION-LINE
           WRITE AML-RPT-REC FROM HL-COLUMN-LINE
           PERFORM 710-AGE-ONE-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-CASE-COUNT.
      *----------------------------------------------------------------
       710-AGE-ONE-RTN.
           IF WS-AC-DISPOSITION (WS-SUB) = 'O' OR 'E'
             ADD 1 TO WS-UNRESOLVED-COUNT
             IF WS-AC-RAISED-DATE (WS-SUB) < WS-AGE-CUTOFF
               ADD 1 TO WS-AGED-COUNT
               MOVE 'AGED  ' TO DL-CASE-TAG
               PERFORM 650-CASE-LINE-RTN
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *WRITES EVERY CASE, OLD AND NEW, TO THE NEW CASE FILE
       750-WRITE-CASES-RTN.
           OPEN OUTPUT NEW-CASE-FILE
           PERFORM 760-WRITE-CASE-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-CASE-COUNT
           CLOSE NEW-CASE-FILE.
      *----------------------------------------------------------------
       760-WRITE-CASE-RTN.
           MOVE SPACES TO NEW-AML-CASE-REC
           MOVE WS-AC-CASE-NO (WS-SUB)     TO NAC-CASE-NO
           MOVE WS-AC-ACCT-NO (WS-SUB)     TO NAC-ACCT-NO
           MOVE WS-AC-ALERT-TYPE (WS-SUB)  TO NAC-ALERT-TYPE
           MOVE WS-AC-RAISED-DATE (WS-SUB) TO NAC-RAISED-DATE
           MOVE WS-AC-AMOUNT (WS-SUB)      TO NAC-AMOUNT
           MOVE WS-AC-COUNT (WS-SUB)       TO NAC-COUNT
           MOVE WS-AC-DETAIL (WS-SUB)      TO NAC-DETAIL
           MOVE WS-AC-DISPOSITION (WS-SUB) TO NAC-DISPOSITION
           MOVE WS-AC-DISP-DATE (WS-SUB)   TO NAC-DISP-DATE
           MOVE WS-AC-DISP-BY (WS-SUB)     TO NAC-DISP-BY
           MOVE WS-AC-DISP-NOTE (WS-SUB)   TO NAC-DISP-NOTE
           WRITE NEW-AML-CASE-REC.
      *----------------------------------------------------------------
      *PRINTS THE RUN TOTALS
       800-TOTALS-RTN.
           WRITE AML-RPT-REC FROM BLANK-LINE
           MOVE 'ACCOUNTS EXAMINED. . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-ACCT-COUNT                        TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'POSTINGS IN THE WINDOW . . . . . :' TO DL-TOT-LABEL
           MOVE WS-POSTING-COUNT                     TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'REACTIVATIONS FIRST SEEN TONIGHT :' TO DL-TOT-LABEL
           MOVE WS-REACT-SEEN-COUNT                  TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ALERTS RAISED. . . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-RAISED-COUNT                      TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  STRUCTURING. . . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-ST-COUNT                          TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  VELOCITY . . . . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-VE-COUNT                          TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  RECENTLY OPENED ACCOUNT. . . . :' TO DL-TOT-LABEL
           MOVE WS-NA-COUNT                          TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  RECENTLY REACTIVATED ACCOUNT . :' TO DL-TOT-LABEL
           MOVE WS-RA-COUNT                          TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  LARGE CREDIT PASSED THROUGH. . :' TO DL-TOT-LABEL
           MOVE WS-PT-COUNT                          TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ALERTS ALREADY UNDER A CASE. . . :' TO DL-TOT-LABEL
           MOVE WS-SUPPRESSED-COUNT                  TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CASES ON FILE. . . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-CASE-COUNT                        TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CASES UNRESOLVED . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-UNRESOLVED-COUNT                  TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  PAST THE AGE LIMIT . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-AGED-COUNT                        TO DL-TOT-COUNT
           WRITE AML-RPT-REC FROM DL-TOTAL-LINE
           DISPLAY 'SUSPICIOUS ACTIVITY - ALERTS RAISED: '
             WS-RAISED-COUNT ' UNRESOLVED: ' WS-UNRESOLVED-COUNT
             ' AGED: ' WS-AGED-COUNT.
      *****************************************************************
