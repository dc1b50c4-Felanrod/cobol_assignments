      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO PRINT THE NIGHTLY ACCOUNT HOLD REPORT OFF THE HOLD
      *         FILE (ACCTHOLD.DAT) - EVERY HOLD IN FORCE TONIGHT
      *         WITH ITS TYPE, THE FREEZE OR DOLLARS HELD, THE
      *         REASON, WHO PLACED IT, AND ITS RELEASE DATE; THEN THE
      *         HOLDS DUE TO LAPSE WITHIN THE WARNING WINDOW, SO A
      *         HOLD THAT MUST STAND LONGER IS EXTENDED BEFORE IT
      *         LAPSES; THEN THE HOLDS WHOSE RELEASE DATE HAS ALREADY
      *         COME BUT WHICH NO ONE HAS RELEASED, SO THEY ARE
      *         CLOSED OUT ON FILE. A HOLD IS IN FORCE ON THE SAME
      *         TERMS ASSIGN3 AND INTRADAY APPLY - ACTIVE, AND ITS
      *         RELEASE DATE NOT YET COME.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.
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
      *OPTIONAL ON PURPOSE: NO HOLDS ON FILE IS AN EMPTY REPORT,
      *NOT AN ABEND
           SELECT OPTIONAL ACCT-HOLD-FILE
             ASSIGN TO 'ACCTHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-RPT-FILE
             ASSIGN TO 'HOLDRPT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-HOLD-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY ACCTHOLD.

       FD  HOLD-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-RPT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-HOLD-EOF-SW      PIC X        VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)     VALUE SPACES.
           05  WS-MONTH-LENGTH     PIC 9(2)     VALUE ZERO.
           05  WS-LEAP-QUOTIENT    PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REMAINDER   PIC 9(3)     VALUE ZERO.
           05  WS-READ-COUNT       PIC 9(7)     VALUE ZERO.
           05  WS-IN-FORCE-COUNT   PIC 9(7)     VALUE ZERO.
           05  WS-FREEZE-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-AMOUNT-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-AMOUNT-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  WS-EXPIRING-COUNT   PIC 9(7)     VALUE ZERO.
           05  WS-LAPSED-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-RELEASED-COUNT   PIC 9(7)     VALUE ZERO.
           05  WS-AMOUNT-ED        PIC $$$,$$9.99.
           05  WS-LINE-SUB         PIC 9(4)     VALUE ZERO.
      *A HOLD DUE TO LAPSE WITHIN THIS MANY DAYS OF TONIGHT IS
      *LISTED AGAIN IN ITS OWN SECTION
       01  WS-EXPIRY-WINDOW        PIC 9(3)     VALUE 7.
      *THE LAST DATE INSIDE THE WINDOW, STEPPED FORWARD FROM TONIGHT
      *ONE CALENDAR DAY AT A TIME
       01  WS-WINDOW-DATE.
           05  WS-WINDOW-YEAR      PIC 9(4).
           05  WS-WINDOW-MONTH     PIC 9(2).
           05  WS-WINDOW-DAY       PIC 9(2).
      *THE EXPIRING AND LAPSED LINES ARE HELD HERE AND PRINTED IN
      *THEIR OWN SECTIONS AFTER THE HOLDS IN FORCE
       01  WS-EXP-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-EXPIRING-TABLE.
           05  WS-EXP-LINE         PIC X(80)
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-EXP-COUNT.
       01  WS-LAP-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-LAPSED-TABLE.
           05  WS-LAP-LINE         PIC X(80)
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-LAP-COUNT.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-REPORT-HEADING.
           05                      PIC X(37)   VALUE
               'ACCOUNT HOLD REPORT            RUN   '.
           05  HL-RUN-DATE         PIC X(8).
           05                      PIC X(35)   VALUE SPACES.
       01  HL-SECTION-LINE.
           05  HL-SECTION-TITLE    PIC X(50).
           05                      PIC X(30)   VALUE SPACES.
       01  HL-COLUMN-LINE.
           05                      PIC X(40)   VALUE
               'ACCT   HN  TYPE      HOLD         REASON'.
           05                      PIC X(40)   VALUE
               '                BY        RELEASE       '.
       01  DL-HOLD-LINE.
           05  DL-HOLD-ACCT-NO     PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-HOLD-NO          PIC X(2).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-HOLD-TYPE        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-HOLD-TERMS       PIC X(11).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-HOLD-REASON      PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-HOLD-PLACED-BY   PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-HOLD-RELEASE     PIC X(8).
           05                      PIC X(6)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  DL-TOT-AMOUNT       PIC $$$,$$$,$$9.99-.
           05                      PIC X(25)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *WORKS OUT THE WARNING WINDOW, PASSES THE HOLD FILE ONCE
      *LISTING EVERY HOLD IN FORCE, THEN PRINTS THE EXPIRING AND
      *LAPSED SECTIONS AND THE TOTALS
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-WINDOW-DATE
           PERFORM 610-FORWARD-ONE-DAY-RTN WS-EXPIRY-WINDOW TIMES
           OPEN INPUT  ACCT-HOLD-FILE
                OUTPUT HOLD-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE HOLD-RPT-REC FROM HL-REPORT-HEADING
           WRITE HOLD-RPT-REC FROM BLANK-LINE
           MOVE 'HOLDS IN FORCE' TO HL-SECTION-TITLE
           WRITE HOLD-RPT-REC FROM HL-SECTION-LINE
           WRITE HOLD-RPT-REC FROM HL-COLUMN-LINE
           PERFORM 200-READ-HOLD-PARA
           PERFORM 300-HOLD-PARA
             UNTIL WS-HOLD-EOF-SW = 'Y'
           PERFORM 800-REPORT-RTN
           CLOSE ACCT-HOLD-FILE
                 HOLD-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE HOLD FILE
       200-READ-HOLD-PARA.
           READ ACCT-HOLD-FILE
             AT END
               MOVE 'Y' TO WS-HOLD-EOF-SW
             NOT AT END
               ADD 1 TO WS-READ-COUNT
           END-READ.
      *----------------------------------------------------------------
      *SORTS ONE HOLD INTO IN FORCE, LAPSED, OR RELEASED. A HOLD IN
      *FORCE IS ALSO HELD FOR THE EXPIRING SECTION WHEN ITS RELEASE
      *DATE FALLS INSIDE THE WINDOW
       300-HOLD-PARA.
           PERFORM 750-HOLD-COLUMNS-RTN
           EVALUATE TRUE
             WHEN AH-ACTIVE
              AND (AH-RELEASE-DATE = SPACES
                OR AH-RELEASE-DATE > WS-RUN-DATE)
               WRITE HOLD-RPT-REC FROM DL-HOLD-LINE
               ADD 1 TO WS-IN-FORCE-COUNT
               IF AH-FULL-FREEZE
                 ADD 1 TO WS-FREEZE-COUNT
               ELSE
                 ADD 1         TO WS-AMOUNT-COUNT
                 ADD AH-AMOUNT TO WS-AMOUNT-TOTAL
               END-IF
               IF  AH-RELEASE-DATE NOT = SPACES
               AND AH-RELEASE-DATE NOT > WS-WINDOW-DATE
                 PERFORM 710-EXPIRING-LINE-RTN
               END-IF
             WHEN AH-ACTIVE
               PERFORM 720-LAPSED-LINE-RTN
             WHEN OTHER
               ADD 1 TO WS-RELEASED-COUNT
           END-EVALUATE
           PERFORM 200-READ-HOLD-PARA.
      *----------------------------------------------------------------
      *STEPS THE WINDOW DATE FORWARD ONE CALENDAR DAY, ROLLING INTO
      *THE NEXT MONTH (AND YEAR) WHEN IT HAS TO
       610-FORWARD-ONE-DAY-RTN.
           PERFORM 620-MONTH-LENGTH-RTN
           IF WS-WINDOW-DAY < WS-MONTH-LENGTH
             ADD 1 TO WS-WINDOW-DAY
           ELSE
             MOVE 1 TO WS-WINDOW-DAY
             IF WS-WINDOW-MONTH < 12
               ADD 1 TO WS-WINDOW-MONTH
             ELSE
               MOVE 1 TO WS-WINDOW-MONTH
               ADD 1 TO WS-WINDOW-YEAR
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *THE NUMBER OF DAYS IN THE WINDOW DATE'S MONTH - FEBRUARY HAS
      *29 IN A LEAP YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN
      *DIVISIBLE BY 400)
       620-MONTH-LENGTH-RTN.
           EVALUATE WS-WINDOW-MONTH
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO WS-MONTH-LENGTH
             WHEN 2
               MOVE 28 TO WS-MONTH-LENGTH
               DIVIDE WS-WINDOW-YEAR BY 4
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-MONTH-LENGTH
                 DIVIDE WS-WINDOW-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-MONTH-LENGTH
                   DIVIDE WS-WINDOW-YEAR BY 400
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
      *HOLDS ONE EXPIRING HOLD'S LINE FOR ITS SECTION
       710-EXPIRING-LINE-RTN.
           ADD 1 TO WS-EXPIRING-COUNT
           IF WS-EXP-COUNT < 1000
             ADD 1 TO WS-EXP-COUNT
             MOVE DL-HOLD-LINE TO WS-EXP-LINE (WS-EXP-COUNT)
           ELSE
             DISPLAY 'HOLDRPT - EXPIRING LIST FULL, '
               AH-ACCT-NO ' ' AH-HOLD-NO ' NOT LISTED'
           END-IF.
      *----------------------------------------------------------------
      *HOLDS ONE LAPSED HOLD'S LINE FOR ITS SECTION
       720-LAPSED-LINE-RTN.
           ADD 1 TO WS-LAPSED-COUNT
           IF WS-LAP-COUNT < 1000
             ADD 1 TO WS-LAP-COUNT
             MOVE DL-HOLD-LINE TO WS-LAP-LINE (WS-LAP-COUNT)
           ELSE
             DISPLAY 'HOLDRPT - LAPSED LIST FULL, '
               AH-ACCT-NO ' ' AH-HOLD-NO ' NOT LISTED'
           END-IF.
      *----------------------------------------------------------------
      *FILLS THE HOLD'S COLUMNS OF A REPORT LINE
       750-HOLD-COLUMNS-RTN.
           MOVE AH-ACCT-NO       TO DL-HOLD-ACCT-NO
           MOVE AH-HOLD-NO       TO DL-HOLD-NO
           EVALUATE TRUE
             WHEN AH-LEGAL-HOLD     MOVE 'LEGAL'    TO DL-HOLD-TYPE
             WHEN AH-DECEASED       MOVE 'DECEASED' TO DL-HOLD-TYPE
             WHEN AH-DISPUTED-FUNDS MOVE 'DISPUTED' TO DL-HOLD-TYPE
             WHEN OTHER             MOVE AH-HOLD-TYPE TO DL-HOLD-TYPE
           END-EVALUATE
           IF AH-FULL-FREEZE
             MOVE 'FULL FREEZE'  TO DL-HOLD-TERMS
           ELSE
             IF AH-AMOUNT NUMERIC
               MOVE AH-AMOUNT    TO WS-AMOUNT-ED
             ELSE
               MOVE ZERO         TO WS-AMOUNT-ED
             END-IF
             MOVE WS-AMOUNT-ED   TO DL-HOLD-TERMS
           END-IF
           MOVE AH-REASON        TO DL-HOLD-REASON
           MOVE AH-PLACED-BY     TO DL-HOLD-PLACED-BY
           IF AH-RELEASE-DATE = SPACES
             MOVE 'NONE'         TO DL-HOLD-RELEASE
           ELSE
             MOVE AH-RELEASE-DATE TO DL-HOLD-RELEASE
           END-IF.
      *----------------------------------------------------------------
      *PRINTS THE EXPIRING AND LAPSED SECTIONS AND THE RUN TOTALS
       800-REPORT-RTN.
           WRITE HOLD-RPT-REC FROM BLANK-LINE
           MOVE 'HOLDS EXPIRING WITHIN THE WINDOW' TO HL-SECTION-TITLE
           WRITE HOLD-RPT-REC FROM HL-SECTION-LINE
           PERFORM 810-EXPIRING-PRINT-RTN
             VARYING WS-LINE-SUB FROM 1 BY 1
             UNTIL WS-LINE-SUB > WS-EXP-COUNT
           WRITE HOLD-RPT-REC FROM BLANK-LINE
           MOVE 'RELEASE DATE REACHED - NO LONGER IN FORCE'
             TO HL-SECTION-TITLE
           WRITE HOLD-RPT-REC FROM HL-SECTION-LINE
           PERFORM 820-LAPSED-PRINT-RTN
             VARYING WS-LINE-SUB FROM 1 BY 1
             UNTIL WS-LINE-SUB > WS-LAP-COUNT
           WRITE HOLD-RPT-REC FROM BLANK-LINE
           MOVE 'HOLDS READ . . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-READ-COUNT                    TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE HOLD-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'HOLDS IN FORCE . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-IN-FORCE-COUNT                TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE HOLD-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  FULL FREEZES . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-FREEZE-COUNT                  TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE HOLD-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  AMOUNT HOLDS / DOLLARS HELD:' TO DL-TOT-LABEL
           MOVE WS-AMOUNT-COUNT                  TO DL-TOT-COUNT
           MOVE WS-AMOUNT-TOTAL                  TO DL-TOT-AMOUNT
           WRITE HOLD-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'EXPIRING WITHIN THE WINDOW . :' TO DL-TOT-LABEL
           MOVE WS-EXPIRING-COUNT                TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE HOLD-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'RELEASE DATE REACHED . . . . :' TO DL-TOT-LABEL
           MOVE WS-LAPSED-COUNT                  TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE HOLD-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'RELEASED . . . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-RELEASED-COUNT                TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE HOLD-RPT-REC FROM DL-TOTAL-LINE
           DISPLAY 'ACCOUNT HOLDS - IN FORCE: ' WS-IN-FORCE-COUNT
             ' EXPIRING: ' WS-EXPIRING-COUNT
             ' RELEASE DATE REACHED: ' WS-LAPSED-COUNT.
      *----------------------------------------------------------------
       810-EXPIRING-PRINT-RTN.
           WRITE HOLD-RPT-REC FROM WS-EXP-LINE (WS-LINE-SUB).
      *----------------------------------------------------------------
       820-LAPSED-PRINT-RTN.
           WRITE HOLD-RPT-REC FROM WS-LAP-LINE (WS-LINE-SUB).
      *****************************************************************
