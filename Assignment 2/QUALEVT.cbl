      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO FIND EVERY BENEFITS QUALIFYING EVENT AS IT HAPPENS
      *         INSTEAD OF HR WORKING THEM FROM THE SEPARATION REPORT
      *         AND A BIRTHDAY CALENDAR - EACH NEW TERMINATION EMPMNT
      *         HAS APPLIED TO THE EMPLOYEE MASTER, AND EACH COVERED
      *         CHILD (DEPEND.DAT RELATION CH) WHO HAS REACHED THE
      *         CARRIER'S AGE LIMIT. EVERY NEW EVENT GETS ITS
      *         COVERAGE-END DATE (THE LAST DAY OF THE MONTH IT
      *         HAPPENED IN), A CONTINUATION-COVERAGE NOTICE ON THE
      *         NOTICE FILE FOR THE EMPLOYEE AND EACH COVERED
      *         DEPENDENT IT TOUCHES, AND AN ELECTION WINDOW ON THE
      *         EVENT FILE WHOSE DEADLINE RUNS FROM THE LATER OF THE
      *         COVERAGE END AND THE NOTICE. KEYED ELECTION CARDS
      *         CLOSE A WINDOW AS ELECTED OR WAIVED, A WINDOW PAST ITS
      *         DEADLINE CLOSES AS EXPIRED, AND THE COVERAGE-END DATES
      *         BENEXT HAS SENT THE CARRIER ARE STAMPED ON THEIR
      *         EVENTS SO EACH GOES TO THE CARRIER ONCE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALEVT.
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
           SELECT EXTRACT-IN
             ASSIGN TO 'A1SORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPENDENT-FILE
             ASSIGN TO 'DEPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL SO THE VERY FIRST RUN STARTS FROM NO EVENTS
           SELECT OPTIONAL QUAL-EVENT-FILE
             ASSIGN TO 'QEVENT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-QUAL-EVENT-FILE
             ASSIGN TO 'QEVNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *HR'S KEYED ELECTION CARDS - ONE PER ANSWERED NOTICE
           SELECT OPTIONAL ELECTION-FILE
             ASSIGN TO 'QELECT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE COVERAGE-END DATES THE LAST BENEXT RUN SENT THE CARRIER
           SELECT OPTIONAL CVG-SENT-FILE
             ASSIGN TO 'BENCSNT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE
             ASSIGN TO 'QNOTICE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-RPT-FILE
             ASSIGN TO 'QEVENT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL 'A' CARD FOR THE CARRIER'S DEPENDENT AGE LIMIT AND
      *'W' CARD FOR THE ELECTION WINDOW IN DAYS
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'QUALEVT.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

       FD  DEPENDENT-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY DEPREC.

       FD  QUAL-EVENT-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY QEVENT.

       FD  NEW-QUAL-EVENT-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY QEVENT REPLACING ==QUAL-EVENT-REC==
                                   BY ==NEW-QUAL-EVENT-REC==,
                                 ==QEV-EMPLOYEE-NO==
                                   BY ==NQEV-EMPLOYEE-NO==,
                                 ==QEV-EVENT-TYPE==
                                   BY ==NQEV-EVENT-TYPE==,
                                 ==QEV-TERMINATION==
                                   BY ==NQEV-TERMINATION==,
                                 ==QEV-AGE-OUT==
                                   BY ==NQEV-AGE-OUT==,
                                 ==QEV-DEP-NAME==
                                   BY ==NQEV-DEP-NAME==,
                                 ==QEV-EMPLOYEE-NAME==
                                   BY ==NQEV-EMPLOYEE-NAME==,
                                 ==QEV-SOC-SEC-NO==
                                   BY ==NQEV-SOC-SEC-NO==,
                                 ==QEV-RELATION==
                                   BY ==NQEV-RELATION==,
                                 ==QEV-EVENT-DATE==
                                   BY ==NQEV-EVENT-DATE==,
                                 ==QEV-COVERAGE-END==
                                   BY ==NQEV-COVERAGE-END==,
                                 ==QEV-NOTICE-DATE==
                                   BY ==NQEV-NOTICE-DATE==,
                                 ==QEV-DEADLINE==
                                   BY ==NQEV-DEADLINE==,
                                 ==QEV-STATUS-DATE==
                                   BY ==NQEV-STATUS-DATE==,
                                 ==QEV-STATUS==
                                   BY ==NQEV-STATUS==,
                                 ==QEV-OPEN==
                                   BY ==NQEV-OPEN==,
                                 ==QEV-ELECTED==
                                   BY ==NQEV-ELECTED==,
                                 ==QEV-WAIVED==
                                   BY ==NQEV-WAIVED==,
                                 ==QEV-EXPIRED==
                                   BY ==NQEV-EXPIRED==,
                                 ==QEV-CARRIER-DATE==
                                   BY ==NQEV-CARRIER-DATE==.

      *ONE ELECTION CARD - THE EVENT'S KEY, 'E'LECTED OR 'W'AIVED,
      *AND THE DATE THE ANSWER WAS RECEIVED (BLANK FOR TODAY)
       FD  ELECTION-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ELECTION-REC.
           05 ELC-EMPLOYEE-NO     PIC X(5).
           05 ELC-EVENT-TYPE      PIC X(1).
           05 ELC-DEP-NAME        PIC X(20).
           05 ELC-ELECTION        PIC X(1).
           05 ELC-DATE            PIC X(8).
           05                     PIC X(5).

      *MIRRORS THE COVERAGE-SENT LAYOUT BENEXT WRITES
       FD  CVG-SENT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  CVG-SENT-REC.
           05 CVS-EMPLOYEE-NO     PIC X(5).
           05 CVS-EVENT-TYPE      PIC X(1).
           05 CVS-DEP-NAME        PIC X(20).
           05 CVS-EVENT-DATE      PIC X(8).
           05 CVS-SENT-DATE       PIC X(8).

      *NOTICE FILE LAYOUT - ONE 'H' HEADER, ONE 'D' NOTICE PER
      *RECIPIENT, ONE 'T' COUNT TRAILER, ALL 80 CHARACTERS
       FD  NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-DETAIL-REC.
           05 NTC-REC-TYPE        PIC X.
           05 NTC-EMPLOYEE-NO     PIC X(5).
           05 NTC-SOC-SEC-NO      PIC X(9).
           05 NTC-RECIPIENT-NAME  PIC X(20).
           05 NTC-RELATION        PIC X(2).
           05 NTC-EVENT-TYPE      PIC X(1).
           05 NTC-EVENT-DATE      PIC X(8).
           05 NTC-COVERAGE-END    PIC X(8).
           05 NTC-DEADLINE        PIC X(8).
           05 NTC-NOTICE-DATE     PIC X(8).
           05                     PIC X(10).
       01  NOTICE-HEADER-REC.
           05 NTC-HDR-TYPE        PIC X.
           05 NTC-HDR-DATE        PIC X(8).
           05 NTC-HDR-LITERAL     PIC X(30).
           05                     PIC X(41).
       01  NOTICE-TRAILER-REC.
           05 NTC-TRL-TYPE        PIC X.
           05 NTC-TRL-COUNT       PIC 9(7).
           05                     PIC X(72).

       FD  EVENT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EVENT-RPT-REC          PIC X(80).

       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-TYPE              PIC X(1).
           05  PARM-VALUE             PIC 9(3).

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EXT-EOF-SW       PIC X       VALUE 'N'.
           05  WS-DEP-EOF-SW       PIC X       VALUE 'N'.
           05  WS-EVT-EOF-SW       PIC X       VALUE 'N'.
           05  WS-ELC-EOF-SW       PIC X       VALUE 'N'.
           05  WS-CVS-EOF-SW       PIC X       VALUE 'N'.
           05  WS-PARM-EOF-SW      PIC X       VALUE 'N'.
           05  WS-DATE-OK-SW       PIC X       VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
      *THE CARRIER'S DEPENDENT AGE LIMIT AND THE DAYS A NOTICE GIVES
      *TO ELECT CONTINUATION COVERAGE
           05  WS-AGE-LIMIT        PIC 9(3)    VALUE 26.
           05  WS-WINDOW-DAYS      PIC 9(3)    VALUE 60.
           05  WS-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-DEP-SUB          PIC 9(4)    VALUE ZERO.
           05  WS-EMP-SUB          PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-SUB         PIC 9(4)    VALUE ZERO.
           05  WS-KEY-TYPE         PIC X(1)    VALUE SPACES.
           05  WS-KEY-DEP-NAME     PIC X(20)   VALUE SPACES.
           05  WS-KEY-EVENT-DATE   PIC X(8)    VALUE SPACES.
           05  WS-KEY-RELATION     PIC X(2)    VALUE SPACES.
           05  WS-ELECTION-DATE    PIC X(8)    VALUE SPACES.
           05  WS-AGE-OUT-DATE     PIC X(8)    VALUE SPACES.
           05  WS-NEW-EVENT-COUNT  PIC 9(5)    VALUE ZERO.
           05  WS-NOTICE-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-ELECTED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-WAIVED-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-EXPIRED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-OPEN-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-SENT-COUNT       PIC 9(5)    VALUE ZERO.
      *THE DATE UNDER WORK - STEPPED OR ROLLED TO A MONTH END - WITH
      *ITS PARTS FOR THE ARITHMETIC
           05  WS-WORK-DATE.
               10  WS-WD-YEAR      PIC 9(4).
               10  WS-WD-MONTH     PIC 9(2).
               10  WS-WD-DAY       PIC 9(2).
           05  WS-MONTH-END-DAY    PIC 9(2)    VALUE ZERO.
           05  WS-LEAP-QUOTIENT    PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REMAINDER   PIC 9(3)    VALUE ZERO.
      *THE EMPLOYEES ON TONIGHT'S EXTRACT
       01  WS-EMP-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-EMP-COUNT.
               10  WS-EMP-NO           PIC X(5).
               10  WS-EMP-NAME         PIC X(20).
               10  WS-EMP-SSN          PIC X(9).
               10  WS-EMP-STATUS       PIC X(1).
               10  WS-EMP-TERM-DATE    PIC X(8).
      *THE COVERED DEPENDENTS
       01  WS-DEP-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-DEP-COUNT.
               10  WS-DEP-EMP-NO       PIC X(5).
               10  WS-DEP-NAME         PIC X(20).
               10  WS-DEP-BIRTH-DATE   PIC X(8).
               10  WS-DEP-RELATION     PIC X(2).
      *THE EVENTS ON FILE PLUS TONIGHT'S NEW ONES
       01  WS-EVT-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-EVT-COUNT.
               10  WS-EVT-EMPLOYEE-NO  PIC X(5).
               10  WS-EVT-TYPE         PIC X(1).
               10  WS-EVT-DEP-NAME     PIC X(20).
               10  WS-EVT-EMP-NAME     PIC X(20).
               10  WS-EVT-SSN          PIC X(9).
               10  WS-EVT-RELATION     PIC X(2).
               10  WS-EVT-EVENT-DATE   PIC X(8).
               10  WS-EVT-COVERAGE-END PIC X(8).
               10  WS-EVT-NOTICE-DATE  PIC X(8).
               10  WS-EVT-DEADLINE     PIC X(8).
               10  WS-EVT-STATUS       PIC X(1).
               10  WS-EVT-STATUS-DATE  PIC X(8).
               10  WS-EVT-CARRIER-DATE PIC X(8).
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-EVENT-HEADING.
           05                      PIC X(40)   VALUE
               'BENEFITS QUALIFYING EVENTS - RUN DATE   '.
           05  HL-RUN-DATE         PIC X(8).
           05                      PIC X(32)   VALUE SPACES.
       01  HL-SECTION-HEADING.
           05  HL-SECTION-TITLE    PIC X(40).
           05                      PIC X(40)   VALUE SPACES.
       01  HL-COLUMN-HEADING.
           05                      PIC X(40)   VALUE
               '          EMPNO TYPE MEMBER NAME        '.
           05                      PIC X(40)   VALUE
               '  EVENT    CVG END  DEADLINE NOTE       '.
       01  DL-EVENT-LINE.
           05  EVL-ACTION          PIC X(10)   VALUE SPACES.
           05  EVL-EMPLOYEE-NO     PIC X(5)    VALUE SPACES.
           05                      PIC X(1)    VALUE SPACES.
           05  EVL-TYPE            PIC X(4)    VALUE SPACES.
           05                      PIC X(1)    VALUE SPACES.
           05  EVL-MEMBER-NAME     PIC X(20)   VALUE SPACES.
           05                      PIC X(1)    VALUE SPACES.
           05  EVL-EVENT-DATE      PIC X(8)    VALUE SPACES.
           05                      PIC X(1)    VALUE SPACES.
           05  EVL-COVERAGE-END    PIC X(8)    VALUE SPACES.
           05                      PIC X(1)    VALUE SPACES.
           05  EVL-DEADLINE        PIC X(8)    VALUE SPACES.
           05                      PIC X(1)    VALUE SPACES.
           05  EVL-NOTE            PIC X(11)   VALUE SPACES.
       01  DL-REJECT-LINE.
           05                      PIC X(10)   VALUE 'ELECTION'.
           05  REJ-EMPLOYEE-NO     PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  REJ-DEP-NAME        PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'REJECTED - '.
           05  REJ-REASON          PIC X(30).
           05                      PIC X(2)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZZZ9.
           05                      PIC X(43)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS EVERYTHING, CLOSES THE WINDOWS THAT HAVE BEEN ANSWERED
      *OR HAVE RUN OUT, FINDS TONIGHT'S NEW EVENTS, AND WRITES THE
      *NEW EVENT FILE THE JOB STREAM COPIES BACK
       100-MAIN-PARA.
           PERFORM 140-DATE-ACCEPT-RTN
           PERFORM 145-LOAD-PARM-RTN
           PERFORM 150-LOAD-EVENTS-RTN
           PERFORM 160-LOAD-EXTRACT-RTN
           PERFORM 170-LOAD-DEPEND-RTN
           PERFORM 180-LOAD-SENT-RTN
           OPEN OUTPUT NOTICE-FILE
                       EVENT-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE EVENT-RPT-REC FROM HL-EVENT-HEADING
           PERFORM 250-NOTICE-HEADER-RTN
           MOVE 'ELECTIONS RECORDED' TO HL-SECTION-TITLE
           PERFORM 260-SECTION-HEADING-RTN
           PERFORM 300-ELECTIONS-RTN
           MOVE 'NEW QUALIFYING EVENTS - NOTICES SENT' TO
             HL-SECTION-TITLE
           PERFORM 260-SECTION-HEADING-RTN
           PERFORM 400-TERMINATION-SCAN-RTN
             VARYING WS-EMP-SUB FROM 1 BY 1
             UNTIL WS-EMP-SUB > WS-EMP-COUNT
           PERFORM 500-AGE-OUT-SCAN-RTN
             VARYING WS-DEP-SUB FROM 1 BY 1
             UNTIL WS-DEP-SUB > WS-DEP-COUNT
           MOVE 'ELECTION WINDOWS CLOSED UNANSWERED' TO
             HL-SECTION-TITLE
           PERFORM 260-SECTION-HEADING-RTN
           PERFORM 600-EXPIRE-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-EVT-COUNT
           MOVE 'ELECTION WINDOWS STILL OPEN' TO HL-SECTION-TITLE
           PERFORM 260-SECTION-HEADING-RTN
           PERFORM 650-OPEN-LIST-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-EVT-COUNT
           PERFORM 700-NOTICE-TRAILER-RTN
           PERFORM 750-WRITE-EVENTS-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE NOTICE-FILE
                 EVENT-RPT-FILE
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
      *OVERRIDES THE AGE LIMIT AND ELECTION WINDOW FROM THE PARM
       145-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
           PERFORM 147-PARM-READ-RTN
             UNTIL WS-PARM-EOF-SW = 'Y'
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
       147-PARM-READ-RTN.
           READ PARM-FILE
             AT END
               MOVE 'Y' TO WS-PARM-EOF-SW
             NOT AT END
               EVALUATE TRUE
                 WHEN PARM-TYPE = 'A' AND PARM-VALUE NUMERIC
                   MOVE PARM-VALUE TO WS-AGE-LIMIT
                 WHEN PARM-TYPE = 'W' AND PARM-VALUE NUMERIC
                   MOVE PARM-VALUE TO WS-WINDOW-DAYS
                 WHEN OTHER
                   DISPLAY 'QUALEVT PARM CARD IGNORED - TYPE '
                     PARM-TYPE
               END-EVALUATE
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE EVENTS ON FILE. A FILE TOO BIG FOR THE TABLE WOULD
      *LOSE EVENTS FROM THE NEW FILE, SO IT ENDS THE RUN NON-ZERO
      *AND THE NEW FILE IS NOT PROMOTED
       150-LOAD-EVENTS-RTN.
           OPEN INPUT QUAL-EVENT-FILE
           PERFORM 155-EVENT-READ-RTN
             UNTIL WS-EVT-EOF-SW = 'Y'
           CLOSE QUAL-EVENT-FILE.
      *----------------------------------------------------------------
       155-EVENT-READ-RTN.
           READ QUAL-EVENT-FILE
             AT END
               MOVE 'Y' TO WS-EVT-EOF-SW
             NOT AT END
               IF WS-EVT-COUNT < 3000
                 ADD 1 TO WS-EVT-COUNT
                 MOVE QEV-EMPLOYEE-NO
                   TO WS-EVT-EMPLOYEE-NO (WS-EVT-COUNT)
                 MOVE QEV-EVENT-TYPE   TO WS-EVT-TYPE (WS-EVT-COUNT)
                 MOVE QEV-DEP-NAME     TO WS-EVT-DEP-NAME (WS-EVT-COUNT)
                 MOVE QEV-EMPLOYEE-NAME
                   TO WS-EVT-EMP-NAME (WS-EVT-COUNT)
                 MOVE QEV-SOC-SEC-NO   TO WS-EVT-SSN (WS-EVT-COUNT)
                 MOVE QEV-RELATION     TO WS-EVT-RELATION (WS-EVT-COUNT)
                 MOVE QEV-EVENT-DATE
                   TO WS-EVT-EVENT-DATE (WS-EVT-COUNT)
                 MOVE QEV-COVERAGE-END
                   TO WS-EVT-COVERAGE-END (WS-EVT-COUNT)
                 MOVE QEV-NOTICE-DATE
                   TO WS-EVT-NOTICE-DATE (WS-EVT-COUNT)
                 MOVE QEV-DEADLINE     TO WS-EVT-DEADLINE (WS-EVT-COUNT)
                 MOVE QEV-STATUS       TO WS-EVT-STATUS (WS-EVT-COUNT)
                 MOVE QEV-STATUS-DATE
                   TO WS-EVT-STATUS-DATE (WS-EVT-COUNT)
                 MOVE QEV-CARRIER-DATE
                   TO WS-EVT-CARRIER-DATE (WS-EVT-COUNT)
               ELSE
                 DISPLAY 'QUALIFYING EVENT TABLE FULL AT 3000 - '
                   'EMPLOYEE ' QEV-EMPLOYEE-NO ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *LOADS TONIGHT'S EMPLOYEES OFF THE SORTED EXTRACT
       160-LOAD-EXTRACT-RTN.
           OPEN INPUT EXTRACT-IN
           PERFORM 165-EXTRACT-READ-RTN
             UNTIL WS-EXT-EOF-SW = 'Y'
           CLOSE EXTRACT-IN.
      *----------------------------------------------------------------
       165-EXTRACT-READ-RTN.
           READ EXTRACT-IN
             AT END
               MOVE 'Y' TO WS-EXT-EOF-SW
             NOT AT END
               IF WS-EMP-COUNT < 2000
                 ADD 1 TO WS-EMP-COUNT
                 MOVE EXT-EMPLOYEE-NO   TO WS-EMP-NO (WS-EMP-COUNT)
                 MOVE EXT-EMPLOYEE-NAME TO WS-EMP-NAME (WS-EMP-COUNT)
                 MOVE EXT-SOC-SEC-NO    TO WS-EMP-SSN (WS-EMP-COUNT)
                 MOVE EXT-EMP-STATUS    TO WS-EMP-STATUS (WS-EMP-COUNT)
                 MOVE EXT-TERM-DATE
                   TO WS-EMP-TERM-DATE (WS-EMP-COUNT)
               ELSE
                 DISPLAY 'EMPLOYEE TABLE FULL AT 2000 - EMPLOYEE '
                   EXT-EMPLOYEE-NO ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE COVERED DEPENDENTS
       170-LOAD-DEPEND-RTN.
           OPEN INPUT DEPENDENT-FILE
           PERFORM 175-DEPEND-READ-RTN
             UNTIL WS-DEP-EOF-SW = 'Y'
             OR    WS-DEP-COUNT = 2000
           CLOSE DEPENDENT-FILE.
      *----------------------------------------------------------------
       175-DEPEND-READ-RTN.
           READ DEPENDENT-FILE
             AT END
               MOVE 'Y' TO WS-DEP-EOF-SW
             NOT AT END
               ADD 1 TO WS-DEP-COUNT
               MOVE DEP-EMPLOYEE-NO TO WS-DEP-EMP-NO (WS-DEP-COUNT)
               MOVE DEP-NAME        TO WS-DEP-NAME (WS-DEP-COUNT)
               MOVE DEP-BIRTH-DATE
                 TO WS-DEP-BIRTH-DATE (WS-DEP-COUNT)
               MOVE DEP-RELATION    TO WS-DEP-RELATION (WS-DEP-COUNT)
           END-READ.
      *----------------------------------------------------------------
      *STAMPS EACH COVERAGE END BENEXT HAS SENT THE CARRIER ON ITS
      *EVENT, SO THE NEXT CARRIER FILE DOES NOT SEND IT AGAIN
       180-LOAD-SENT-RTN.
           OPEN INPUT CVG-SENT-FILE
           PERFORM 185-SENT-READ-RTN
             UNTIL WS-CVS-EOF-SW = 'Y'
           CLOSE CVG-SENT-FILE.
      *----------------------------------------------------------------
       185-SENT-READ-RTN.
           READ CVG-SENT-FILE
             AT END
               MOVE 'Y' TO WS-CVS-EOF-SW
             NOT AT END
               MOVE CVS-EVENT-TYPE TO WS-KEY-TYPE
               MOVE CVS-DEP-NAME   TO WS-KEY-DEP-NAME
               MOVE CVS-EVENT-DATE TO WS-KEY-EVENT-DATE
               PERFORM 350-FIND-EVENT-RTN
               IF WS-HOLD-SUB > ZERO
                 MOVE CVS-SENT-DATE
                   TO WS-EVT-CARRIER-DATE (WS-HOLD-SUB)
                 ADD 1 TO WS-SENT-COUNT
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *WRITES THE NOTICE FILE'S HEADER RECORD
       250-NOTICE-HEADER-RTN.
           MOVE SPACES      TO NOTICE-HEADER-REC
           MOVE 'H'         TO NTC-HDR-TYPE
           MOVE WS-RUN-DATE TO NTC-HDR-DATE
           MOVE 'CONTINUATION COVERAGE NOTICES ' TO NTC-HDR-LITERAL
           WRITE NOTICE-HEADER-REC.
      *----------------------------------------------------------------
      *STARTS ONE SECTION OF THE EVENT REPORT
       260-SECTION-HEADING-RTN.
           WRITE EVENT-RPT-REC FROM BLANK-LINE
           WRITE EVENT-RPT-REC FROM HL-SECTION-HEADING
           WRITE EVENT-RPT-REC FROM HL-COLUMN-HEADING.
      *----------------------------------------------------------------
      *WORKS HR'S ELECTION CARDS AGAINST THE OPEN WINDOWS
       300-ELECTIONS-RTN.
           OPEN INPUT ELECTION-FILE
           PERFORM 310-ELECTION-READ-RTN
             UNTIL WS-ELC-EOF-SW = 'Y'
           CLOSE ELECTION-FILE.
      *----------------------------------------------------------------
      *ONE ELECTION CARD - IT MUST FIND AN OPEN WINDOW FOR ITS
      *EMPLOYEE AND DEPENDENT, SAY ELECTED OR WAIVED, AND HAVE BEEN
      *ANSWERED BY THE DEADLINE
       310-ELECTION-READ-RTN.
           READ ELECTION-FILE
             AT END
               MOVE 'Y' TO WS-ELC-EOF-SW
             NOT AT END
               MOVE ELC-EVENT-TYPE TO WS-KEY-TYPE
               MOVE ELC-DEP-NAME   TO WS-KEY-DEP-NAME
               MOVE SPACES         TO WS-KEY-EVENT-DATE
               PERFORM 350-FIND-EVENT-RTN
               MOVE ELC-DATE TO WS-ELECTION-DATE
               IF ELC-DATE = SPACES
                 MOVE WS-RUN-DATE TO WS-ELECTION-DATE
               END-IF
               EVALUATE TRUE
                 WHEN WS-HOLD-SUB = ZERO
                   MOVE 'NO OPEN ELECTION WINDOW' TO REJ-REASON
                   PERFORM 390-ELECTION-REJECT-RTN
                 WHEN ELC-ELECTION NOT = 'E' AND NOT = 'W'
                   MOVE 'ELECTION NOT E OR W' TO REJ-REASON
                   PERFORM 390-ELECTION-REJECT-RTN
                 WHEN WS-ELECTION-DATE NOT NUMERIC
                   MOVE 'ELECTION DATE NOT NUMERIC' TO REJ-REASON
                   PERFORM 390-ELECTION-REJECT-RTN
                 WHEN WS-ELECTION-DATE >
                      WS-EVT-DEADLINE (WS-HOLD-SUB)
                   MOVE 'ANSWERED AFTER THE DEADLINE' TO REJ-REASON
                   PERFORM 390-ELECTION-REJECT-RTN
                 WHEN OTHER
                   MOVE ELC-ELECTION TO WS-EVT-STATUS (WS-HOLD-SUB)
                   MOVE WS-ELECTION-DATE
                     TO WS-EVT-STATUS-DATE (WS-HOLD-SUB)
                   MOVE WS-HOLD-SUB TO WS-SUB
                   IF ELC-ELECTION = 'E'
                     MOVE 'ELECTED'  TO EVL-ACTION
                     ADD 1 TO WS-ELECTED-COUNT
                   ELSE
                     MOVE 'WAIVED'   TO EVL-ACTION
                     ADD 1 TO WS-WAIVED-COUNT
                   END-IF
                   MOVE WS-ELECTION-DATE TO EVL-NOTE
                   PERFORM 380-EVENT-LINE-RTN
               END-EVALUATE
           END-READ.
      *----------------------------------------------------------------
      *FINDS THE EVENT FOR ELC-/CVS-EMPLOYEE-NO, WS-KEY-TYPE, AND
      *WS-KEY-DEP-NAME - WITH WS-KEY-EVENT-DATE BLANK, ONLY AN OPEN
      *ONE; OTHERWISE THE ONE FOR THAT EVENT DATE
       350-FIND-EVENT-RTN.
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 355-FIND-EVENT-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-EVT-COUNT
                OR WS-HOLD-SUB > ZERO.
      *----------------------------------------------------------------
       355-FIND-EVENT-SCAN-RTN.
           IF  WS-EVT-TYPE (WS-SUB) = WS-KEY-TYPE
           AND WS-EVT-DEP-NAME (WS-SUB) = WS-KEY-DEP-NAME
             IF WS-KEY-EVENT-DATE = SPACES
               IF  WS-EVT-EMPLOYEE-NO (WS-SUB) = ELC-EMPLOYEE-NO
               AND WS-EVT-STATUS (WS-SUB) = 'O'
                 MOVE WS-SUB TO WS-HOLD-SUB
               END-IF
             ELSE
               IF  WS-EVT-EMPLOYEE-NO (WS-SUB) = CVS-EMPLOYEE-NO
               AND WS-EVT-EVENT-DATE (WS-SUB) = WS-KEY-EVENT-DATE
                 MOVE WS-SUB TO WS-HOLD-SUB
               END-IF
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *PRINTS THE EVENT IN WS-SUB UNDER THE ACTION IN EVL-ACTION
       380-EVENT-LINE-RTN.
           MOVE WS-EVT-EMPLOYEE-NO (WS-SUB) TO EVL-EMPLOYEE-NO
           IF WS-EVT-TYPE (WS-SUB) = 'T'
             MOVE 'TERM'                    TO EVL-TYPE
             MOVE WS-EVT-EMP-NAME (WS-SUB)  TO EVL-MEMBER-NAME
           ELSE
             MOVE 'AGE'                     TO EVL-TYPE
             MOVE WS-EVT-DEP-NAME (WS-SUB)  TO EVL-MEMBER-NAME
           END-IF
           MOVE WS-EVT-EVENT-DATE (WS-SUB)   TO EVL-EVENT-DATE
           MOVE WS-EVT-COVERAGE-END (WS-SUB) TO EVL-COVERAGE-END
           MOVE WS-EVT-DEADLINE (WS-SUB)     TO EVL-DEADLINE
           WRITE EVENT-RPT-REC FROM DL-EVENT-LINE
           MOVE SPACES TO DL-EVENT-LINE.
      *----------------------------------------------------------------
      *PRINTS A REFUSED ELECTION CARD AND ITS REASON
       390-ELECTION-REJECT-RTN.
           MOVE ELC-EMPLOYEE-NO TO REJ-EMPLOYEE-NO
           MOVE ELC-DEP-NAME    TO REJ-DEP-NAME
           WRITE EVENT-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *ONE EMPLOYEE - A TERMINATION WITH NO EVENT YET FOR ITS
      *TERMINATION DATE IS A NEW QUALIFYING EVENT FOR THE EMPLOYEE
      *AND EVERY COVERED DEPENDENT
       400-TERMINATION-SCAN-RTN.
           IF  WS-EMP-STATUS (WS-EMP-SUB) = 'T'
           AND WS-EMP-TERM-DATE (WS-EMP-SUB) NOT = SPACES
             MOVE WS-EMP-NO (WS-EMP-SUB)  TO CVS-EMPLOYEE-NO
             MOVE 'T'                     TO WS-KEY-TYPE
             MOVE SPACES                  TO WS-KEY-DEP-NAME
             MOVE WS-EMP-TERM-DATE (WS-EMP-SUB) TO WS-KEY-EVENT-DATE
             PERFORM 350-FIND-EVENT-RTN
             IF WS-HOLD-SUB = ZERO
               MOVE 'EE' TO WS-KEY-RELATION
               PERFORM 450-ADD-EVENT-RTN
               IF WS-HOLD-SUB > ZERO
                 MOVE WS-EMP-NAME (WS-EMP-SUB) TO NTC-RECIPIENT-NAME
                 MOVE 'EE'                     TO NTC-RELATION
                 PERFORM 480-NOTICE-RTN
                 PERFORM 420-DEPENDENT-NOTICE-RTN
                   VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-COUNT
               END-IF
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *ONE NOTICE FOR EACH OF THE TERMINATED EMPLOYEE'S DEPENDENTS
       420-DEPENDENT-NOTICE-RTN.
           IF WS-DEP-EMP-NO (WS-DEP-SUB) = WS-EMP-NO (WS-EMP-SUB)
             MOVE WS-DEP-NAME (WS-DEP-SUB)     TO NTC-RECIPIENT-NAME
             MOVE WS-DEP-RELATION (WS-DEP-SUB) TO NTC-RELATION
             PERFORM 480-NOTICE-RTN
           END-IF.
      *----------------------------------------------------------------
      *ADDS THE NEW EVENT KEYED IN CVS-EMPLOYEE-NO/WS-KEY-... FOR THE
      *EMPLOYEE IN WS-EMP-SUB. COVERAGE ENDS ON THE LAST DAY OF THE
      *EVENT'S MONTH; THE ELECTION WINDOW RUNS FROM THE LATER OF THAT
      *AND TONIGHT'S NOTICE. A FULL TABLE LEAVES WS-HOLD-SUB ZERO
       450-ADD-EVENT-RTN.
           IF WS-EVT-COUNT = 3000
             DISPLAY 'QUALIFYING EVENT TABLE FULL - EMPLOYEE '
               CVS-EMPLOYEE-NO ' EVENT NOT ADDED'
             MOVE 8 TO RETURN-CODE
             MOVE ZERO TO WS-HOLD-SUB
           ELSE
             ADD 1 TO WS-EVT-COUNT
             MOVE WS-EVT-COUNT TO WS-HOLD-SUB
             MOVE WS-KEY-RELATION   TO WS-EVT-RELATION (WS-HOLD-SUB)
             MOVE CVS-EMPLOYEE-NO   TO WS-EVT-EMPLOYEE-NO (WS-HOLD-SUB)
             MOVE WS-KEY-TYPE       TO WS-EVT-TYPE (WS-HOLD-SUB)
             MOVE WS-KEY-DEP-NAME   TO WS-EVT-DEP-NAME (WS-HOLD-SUB)
             MOVE WS-EMP-NAME (WS-EMP-SUB)
               TO WS-EVT-EMP-NAME (WS-HOLD-SUB)
             MOVE WS-EMP-SSN (WS-EMP-SUB) TO WS-EVT-SSN (WS-HOLD-SUB)
             MOVE WS-KEY-EVENT-DATE
               TO WS-EVT-EVENT-DATE (WS-HOLD-SUB)
             MOVE WS-KEY-EVENT-DATE TO WS-WORK-DATE
             PERFORM 850-MONTH-END-RTN
             MOVE WS-MONTH-END-DAY  TO WS-WD-DAY
             MOVE WS-WORK-DATE
               TO WS-EVT-COVERAGE-END (WS-HOLD-SUB)
             MOVE WS-RUN-DATE TO WS-EVT-NOTICE-DATE (WS-HOLD-SUB)
             IF WS-RUN-DATE > WS-WORK-DATE
               MOVE WS-RUN-DATE TO WS-WORK-DATE
             END-IF
             PERFORM 860-FORWARD-ONE-DAY-RTN WS-WINDOW-DAYS TIMES
             MOVE WS-WORK-DATE TO WS-EVT-DEADLINE (WS-HOLD-SUB)
             MOVE 'O'          TO WS-EVT-STATUS (WS-HOLD-SUB)
             MOVE WS-RUN-DATE  TO WS-EVT-STATUS-DATE (WS-HOLD-SUB)
             MOVE SPACES       TO WS-EVT-CARRIER-DATE (WS-HOLD-SUB)
             ADD 1 TO WS-NEW-EVENT-COUNT
             MOVE WS-HOLD-SUB  TO WS-SUB
             MOVE 'NEW EVENT'  TO EVL-ACTION
             PERFORM 380-EVENT-LINE-RTN
           END-IF.
      *----------------------------------------------------------------
      *WRITES ONE NOTICE FOR THE NEW EVENT IN WS-HOLD-SUB TO THE
      *RECIPIENT IN NTC-RECIPIENT-NAME/NTC-RELATION
       480-NOTICE-RTN.
           MOVE 'D' TO NTC-REC-TYPE
           MOVE WS-EVT-EMPLOYEE-NO (WS-HOLD-SUB)  TO NTC-EMPLOYEE-NO
           MOVE WS-EVT-SSN (WS-HOLD-SUB)          TO NTC-SOC-SEC-NO
           MOVE WS-EVT-TYPE (WS-HOLD-SUB)         TO NTC-EVENT-TYPE
           MOVE WS-EVT-EVENT-DATE (WS-HOLD-SUB)   TO NTC-EVENT-DATE
           MOVE WS-EVT-COVERAGE-END (WS-HOLD-SUB) TO NTC-COVERAGE-END
           MOVE WS-EVT-DEADLINE (WS-HOLD-SUB)     TO NTC-DEADLINE
           MOVE WS-EVT-NOTICE-DATE (WS-HOLD-SUB)  TO NTC-NOTICE-DATE
           WRITE NOTICE-DETAIL-REC
           MOVE SPACES TO NOTICE-DETAIL-REC
           ADD 1 TO WS-NOTICE-COUNT.
      *----------------------------------------------------------------
      *ONE DEPENDENT - A CHILD OF A STILL-ACTIVE EMPLOYEE WHO HAS
      *REACHED THE AGE LIMIT AND HAS NO AGE-OUT EVENT YET IS A NEW
      *QUALIFYING EVENT, NOTICED TO THE CHILD. A TERMINATED
      *EMPLOYEE'S CHILDREN WERE NOTICED WITH THE TERMINATION
       500-AGE-OUT-SCAN-RTN.
           IF  WS-DEP-RELATION (WS-DEP-SUB) = 'CH'
           AND WS-DEP-BIRTH-DATE (WS-DEP-SUB) NUMERIC
             PERFORM 520-FIND-EMPLOYEE-RTN
             IF WS-EMP-SUB > ZERO
               IF WS-EMP-STATUS (WS-EMP-SUB) NOT = 'T'
                 PERFORM 540-AGE-OUT-DATE-RTN
                 IF WS-AGE-OUT-DATE <= WS-RUN-DATE
                   MOVE WS-EMP-NO (WS-EMP-SUB) TO CVS-EMPLOYEE-NO
                   MOVE 'A'                  TO WS-KEY-TYPE
                   MOVE WS-DEP-NAME (WS-DEP-SUB) TO WS-KEY-DEP-NAME
                   MOVE WS-AGE-OUT-DATE      TO WS-KEY-EVENT-DATE
                   PERFORM 350-FIND-EVENT-RTN
                   IF WS-HOLD-SUB = ZERO
                     MOVE 'CH' TO WS-KEY-RELATION
                     PERFORM 450-ADD-EVENT-RTN
                     IF WS-HOLD-SUB > ZERO
                       MOVE WS-DEP-NAME (WS-DEP-SUB)
                         TO NTC-RECIPIENT-NAME
                       MOVE 'CH' TO NTC-RELATION
                       PERFORM 480-NOTICE-RTN
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *FINDS THE DEPENDENT'S EMPLOYEE ON THE EXTRACT TABLE, LEAVING
      *WS-EMP-SUB ZERO WHEN THE EMPLOYEE IS NOT THERE
       520-FIND-EMPLOYEE-RTN.
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 525-FIND-EMPLOYEE-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-EMP-COUNT
                OR WS-HOLD-SUB > ZERO
           MOVE WS-HOLD-SUB TO WS-EMP-SUB.
      *----------------------------------------------------------------
       525-FIND-EMPLOYEE-SCAN-RTN.
           IF WS-EMP-NO (WS-SUB) = WS-DEP-EMP-NO (WS-DEP-SUB)
             MOVE WS-SUB TO WS-HOLD-SUB
           END-IF.
      *----------------------------------------------------------------
      *THE DAY THE CHILD REACHES THE AGE LIMIT - A FEBRUARY 29
      *BIRTHDAY FALLS ON THE 28TH IN A YEAR WITHOUT ONE
       540-AGE-OUT-DATE-RTN.
           MOVE WS-DEP-BIRTH-DATE (WS-DEP-SUB) TO WS-WORK-DATE
           ADD WS-AGE-LIMIT TO WS-WD-YEAR
           IF WS-WD-MONTH = 2
             PERFORM 850-MONTH-END-RTN
             IF WS-WD-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-WD-DAY
             END-IF
           END-IF
           MOVE WS-WORK-DATE TO WS-AGE-OUT-DATE.
      *----------------------------------------------------------------
      *CLOSES AN OPEN WINDOW WHOSE DEADLINE HAS PASSED UNANSWERED
       600-EXPIRE-RTN.
           IF  WS-EVT-STATUS (WS-SUB) = 'O'
           AND WS-EVT-DEADLINE (WS-SUB) < WS-RUN-DATE
             MOVE 'X'         TO WS-EVT-STATUS (WS-SUB)
             MOVE WS-RUN-DATE TO WS-EVT-STATUS-DATE (WS-SUB)
             ADD 1 TO WS-EXPIRED-COUNT
             MOVE 'EXPIRED'   TO EVL-ACTION
             PERFORM 380-EVENT-LINE-RTN
           END-IF.
      *----------------------------------------------------------------
      *LISTS A WINDOW STILL OPEN, SO HR SEES EVERY DEADLINE COMING
       650-OPEN-LIST-RTN.
           IF WS-EVT-STATUS (WS-SUB) = 'O'
             ADD 1 TO WS-OPEN-COUNT
             MOVE 'OPEN'      TO EVL-ACTION
             IF WS-EVT-CARRIER-DATE (WS-SUB) = SPACES
               MOVE 'NOT SENT'  TO EVL-NOTE
             ELSE
               MOVE WS-EVT-CARRIER-DATE (WS-SUB) TO EVL-NOTE
             END-IF
             PERFORM 380-EVENT-LINE-RTN
           END-IF.
      *----------------------------------------------------------------
      *WRITES THE NOTICE FILE'S COUNT TRAILER
       700-NOTICE-TRAILER-RTN.
           MOVE SPACES          TO NOTICE-TRAILER-REC
           MOVE 'T'             TO NTC-TRL-TYPE
           MOVE WS-NOTICE-COUNT TO NTC-TRL-COUNT
           WRITE NOTICE-TRAILER-REC.
      *----------------------------------------------------------------
      *WRITES EVERY EVENT TO THE NEW EVENT FILE
       750-WRITE-EVENTS-RTN.
           OPEN OUTPUT NEW-QUAL-EVENT-FILE
           PERFORM 760-WRITE-EVENT-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-EVT-COUNT
           CLOSE NEW-QUAL-EVENT-FILE.
      *----------------------------------------------------------------
       760-WRITE-EVENT-RTN.
           MOVE SPACES TO NEW-QUAL-EVENT-REC
           MOVE WS-EVT-EMPLOYEE-NO (WS-SUB)  TO NQEV-EMPLOYEE-NO
           MOVE WS-EVT-TYPE (WS-SUB)         TO NQEV-EVENT-TYPE
           MOVE WS-EVT-DEP-NAME (WS-SUB)     TO NQEV-DEP-NAME
           MOVE WS-EVT-EMP-NAME (WS-SUB)     TO NQEV-EMPLOYEE-NAME
           MOVE WS-EVT-SSN (WS-SUB)          TO NQEV-SOC-SEC-NO
           MOVE WS-EVT-RELATION (WS-SUB)     TO NQEV-RELATION
           MOVE WS-EVT-EVENT-DATE (WS-SUB)   TO NQEV-EVENT-DATE
           MOVE WS-EVT-COVERAGE-END (WS-SUB) TO NQEV-COVERAGE-END
           MOVE WS-EVT-NOTICE-DATE (WS-SUB)  TO NQEV-NOTICE-DATE
           MOVE WS-EVT-DEADLINE (WS-SUB)     TO NQEV-DEADLINE
           MOVE WS-EVT-STATUS (WS-SUB)       TO NQEV-STATUS
           MOVE WS-EVT-STATUS-DATE (WS-SUB)  TO NQEV-STATUS-DATE
           MOVE WS-EVT-CARRIER-DATE (WS-SUB) TO NQEV-CARRIER-DATE
           WRITE NEW-QUAL-EVENT-REC.
      *----------------------------------------------------------------
      *SHOWS THE RUN'S TOTALS ON THE REPORT
       800-TOTALS-RTN.
           WRITE EVENT-RPT-REC FROM BLANK-LINE
           MOVE 'NEW QUALIFYING EVENTS. . . . :' TO DL-TOT-LABEL
           MOVE WS-NEW-EVENT-COUNT               TO DL-TOT-COUNT
           WRITE EVENT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'NOTICES WRITTEN. . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-NOTICE-COUNT                  TO DL-TOT-COUNT
           WRITE EVENT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CONTINUATION ELECTED . . . . :' TO DL-TOT-LABEL
           MOVE WS-ELECTED-COUNT                 TO DL-TOT-COUNT
           WRITE EVENT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CONTINUATION WAIVED. . . . . :' TO DL-TOT-LABEL
           MOVE WS-WAIVED-COUNT                  TO DL-TOT-COUNT
           WRITE EVENT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ELECTION CARDS REJECTED. . . :' TO DL-TOT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-TOT-COUNT
           WRITE EVENT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'WINDOWS EXPIRED TONIGHT. . . :' TO DL-TOT-LABEL
           MOVE WS-EXPIRED-COUNT                 TO DL-TOT-COUNT
           WRITE EVENT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'WINDOWS STILL OPEN . . . . . :' TO DL-TOT-LABEL
           MOVE WS-OPEN-COUNT                    TO DL-TOT-COUNT
           WRITE EVENT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'COVERAGE ENDS SENT TO CARRIER:' TO DL-TOT-LABEL
           MOVE WS-SENT-COUNT                    TO DL-TOT-COUNT
           WRITE EVENT-RPT-REC FROM DL-TOTAL-LINE.
      *----------------------------------------------------------------
      *THE LAST DAY OF WS-WORK-DATE'S MONTH - FEBRUARY HAS 29 IN A
      *LEAP YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN DIVISIBLE
      *BY 400)
       850-MONTH-END-RTN.
           EVALUATE WS-WD-MONTH
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO WS-MONTH-END-DAY
             WHEN 2
               MOVE 28 TO WS-MONTH-END-DAY
               DIVIDE WS-WD-YEAR BY 4
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-MONTH-END-DAY
                 DIVIDE WS-WD-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-WD-YEAR BY 400
                     GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                     MOVE 29 TO WS-MONTH-END-DAY
                   END-IF
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE.
      *----------------------------------------------------------------
      *STEPS WS-WORK-DATE FORWARD ONE CALENDAR DAY, ROLLING INTO THE
      *NEXT MONTH (AND YEAR) WHEN IT HAS TO
       860-FORWARD-ONE-DAY-RTN.
           PERFORM 850-MONTH-END-RTN
           IF WS-WD-DAY < WS-MONTH-END-DAY
             ADD 1 TO WS-WD-DAY
           ELSE
             MOVE 1 TO WS-WD-DAY
             IF WS-WD-MONTH < 12
               ADD 1 TO WS-WD-MONTH
             ELSE
               MOVE 1 TO WS-WD-MONTH
               ADD 1 TO WS-WD-YEAR
             END-IF
           END-IF.
      *****************************************************************
