      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO PRINT THE WEEKLY EMPLOYEE RECORD ACCESS REPORT OFF
      *         THE PERMANENT EMPINQ INQUIRY LOG - EVERY LOOKUP MADE
      *         IN THE SEVEN DAYS ENDING ON THE RUN DATE, GROUPED BY
      *         THE EMPLOYEE LOOKED UP, WITH THE DATE, TIME, AND USER
      *         ID OF EACH, SO AN AUDITOR'S "WHO LOOKED AT THIS
      *         EMPLOYEE" IS ANSWERED FROM ONE PAGE. THE WEEKLY JOB
      *         SORTS THE LOG INTO EMPLOYEE/DATE/TIME ORDER FIRST;
      *         THE LOG ITSELF IS NEVER CHANGED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQRPT.
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
      *THE INQUIRY LOG, SORTED BY EMPLOYEE, DATE, AND TIME. OPTIONAL
      *SO A WEEK WITH NO LOG AT ALL STILL PRINTS AN EMPTY REPORT
           SELECT OPTIONAL INQUIRY-LOG-IN
             ASSIGN TO 'INQSORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-RPT-FILE
             ASSIGN TO 'INQRPT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-LOG-IN
           RECORD CONTAINS 36 CHARACTERS.
           COPY INQLOG.

       FD  ACCESS-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCESS-RPT-REC          PIC X(80).

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.
           05  WS-T-DATE               PIC X(8).
      *THE FIRST DAY OF THE REPORTING WEEK, WORKED BACK FROM THE RUN
      *DATE ONE DAY AT A TIME
           05  WS-WEEK-START.
               10  WS-WD-YEAR          PIC 9(4).
               10  WS-WD-MONTH         PIC 9(2).
               10  WS-WD-DAY           PIC 9(2).
           05  WS-MONTH-END-DAY        PIC 9(2)     VALUE ZERO.
           05  WS-LEAP-QUOTIENT        PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(3)     VALUE ZERO.
           05  WS-EMP-HOLD             PIC X(5)     VALUE SPACES.
           05  WS-EMP-LOOKUPS          PIC 9(5)     VALUE ZERO.
           05  WS-LOOKUP-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-EMPLOYEE-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-NOT-ON-FILE-COUNT    PIC 9(5)     VALUE ZERO.
           05  WS-OUTSIDE-COUNT        PIC 9(5)     VALUE ZERO.
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(32)    VALUE
               'EMPLOYEE RECORD ACCESS REPORT - '.
           05  HL-WEEK-START           PIC X(8).
           05                          PIC X(4)     VALUE ' TO '.
           05  HL-WEEK-END             PIC X(8).
           05                          PIC X(28)    VALUE SPACES.
       01  HL-COLUMN-LINE.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(10)    VALUE 'DATE      '.
           05                          PIC X(10)    VALUE 'TIME      '.
           05                          PIC X(10)    VALUE 'USER ID   '.
           05                          PIC X(11)    VALUE 'RESULT     '.
           05                          PIC X(32)    VALUE SPACES.
       01  DL-ACCESS-LINE.
           05  DL-OUT-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-DATE             PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-TIME.
               10  DL-OUT-HH           PIC X(2).
               10                      PIC X(1)     VALUE ':'.
               10  DL-OUT-MM           PIC X(2).
               10                      PIC X(1)     VALUE ':'.
               10  DL-OUT-SS           PIC X(2).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-USER-ID          PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RESULT           PIC X(11).
           05                          PIC X(33)    VALUE SPACES.
       01  DL-EMPLOYEE-TOTAL-LINE.
           05                          PIC X(7)     VALUE SPACES.
           05                          PIC X(23)    VALUE
               'LOOKUPS OF THIS EMPNO :'.
           05  DL-EMP-COUNT            PIC ZZZZ9.
           05                          PIC X(45)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL            PIC X(30).
           05  DL-TOT-COUNT            PIC ZZZZ9.
           05                          PIC X(45)    VALUE SPACES.

      ******************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *GETS THE RUN DATE, BACKS OFF SIX DAYS FOR THE START OF THE
      *WEEK, AND LISTS EVERY LOGGED LOOKUP DATED INSIDE IT
       100-MAIN-PARA.
           OPEN INPUT  INQUIRY-LOG-IN
                OUTPUT ACCESS-RPT-FILE
           PERFORM 200-DATE-ACCEPT-RTN
           WRITE ACCESS-RPT-REC FROM HL-HEADING1
           WRITE ACCESS-RPT-REC FROM HL-COLUMN-LINE
           PERFORM 250-READ-LOG-PARA
           PERFORM 300-PROCESS-PARA UNTIL NO-MORE-RECORDS
           IF WS-EMP-HOLD NOT = SPACES
             PERFORM 350-EMPLOYEE-TOTAL-RTN
           END-IF
           PERFORM 800-TOTALS-RTN
           CLOSE INQUIRY-LOG-IN
                 ACCESS-RPT-FILE
           STOP RUN.

      *GETS THE RUN DATE FROM THE DATE CARD DATECRD WROTE, FALLING
      *BACK TO THE CONSOLE FOR AN AD HOC MANUAL RUN, AND WORKS THE
      *WEEK'S FIRST DAY BACK FROM IT
       200-DATE-ACCEPT-RTN.
           OPEN INPUT DATE-CARD-FILE
           READ DATE-CARD-FILE
             AT END
               DISPLAY "PLEASE ENTER TODAY'S DATE (YYYYMMDD): "
               ACCEPT WS-T-DATE
             NOT AT END
               MOVE DATE-CARD-REC TO WS-T-DATE
           END-READ
           CLOSE DATE-CARD-FILE
           MOVE WS-T-DATE TO WS-WEEK-START
           PERFORM 210-BACK-ONE-DAY-RTN 6 TIMES
           MOVE WS-WEEK-START TO HL-WEEK-START
           MOVE WS-T-DATE     TO HL-WEEK-END.

      *STEPS THE WORK DATE BACK ONE CALENDAR DAY, INTO THE LAST DAY
      *OF THE PREVIOUS MONTH (OR YEAR) WHEN IT IS ON THE FIRST
       210-BACK-ONE-DAY-RTN.
           IF WS-WD-DAY > 1
             SUBTRACT 1 FROM WS-WD-DAY
           ELSE
             IF WS-WD-MONTH > 1
               SUBTRACT 1 FROM WS-WD-MONTH
             ELSE
               MOVE 12 TO WS-WD-MONTH
               SUBTRACT 1 FROM WS-WD-YEAR
             END-IF
             PERFORM 220-MONTH-END-RTN
             MOVE WS-MONTH-END-DAY TO WS-WD-DAY
           END-IF.

      *THE LAST DAY OF THE WORK DATE'S MONTH, FEBRUARY BY THE FULL
      *LEAP YEAR RULE (EVERY FOURTH YEAR, CENTURIES ONLY WHEN
      *DIVISIBLE BY 400)
       220-MONTH-END-RTN.
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

      *READ NEXT RECORD FROM THE SORTED INQUIRY LOG
       250-READ-LOG-PARA.
           READ INQUIRY-LOG-IN
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-READ.

      *LISTS ONE LOOKUP IF IT FALLS IN THE WEEK, CLOSING OFF THE
      *PREVIOUS EMPLOYEE'S GROUP FIRST WHEN THE EMPLOYEE CHANGES.
      *LOOKUPS FROM OTHER WEEKS ARE ONLY COUNTED
       300-PROCESS-PARA.
           IF  ILG-DATE NOT < WS-WEEK-START
           AND ILG-DATE NOT > WS-T-DATE
             IF ILG-EMPLOYEE-NO NOT = WS-EMP-HOLD
               IF WS-EMP-HOLD NOT = SPACES
                 PERFORM 350-EMPLOYEE-TOTAL-RTN
               END-IF
               MOVE ILG-EMPLOYEE-NO TO WS-EMP-HOLD
               ADD 1 TO WS-EMPLOYEE-COUNT
             END-IF
             MOVE ILG-EMPLOYEE-NO   TO DL-OUT-EMPLOYEE-NO
             MOVE ILG-DATE          TO DL-OUT-DATE
             MOVE ILG-TIME (1:2)    TO DL-OUT-HH
             MOVE ILG-TIME (3:2)    TO DL-OUT-MM
             MOVE ILG-TIME (5:2)    TO DL-OUT-SS
             MOVE ILG-USER-ID       TO DL-OUT-USER-ID
             IF ILG-NOT-ON-FILE
               MOVE 'NOT ON FILE'   TO DL-OUT-RESULT
               ADD 1 TO WS-NOT-ON-FILE-COUNT
             ELSE
               MOVE 'FOUND'         TO DL-OUT-RESULT
             END-IF
             WRITE ACCESS-RPT-REC FROM DL-ACCESS-LINE
             ADD 1 TO WS-EMP-LOOKUPS
             ADD 1 TO WS-LOOKUP-COUNT
           ELSE
             ADD 1 TO WS-OUTSIDE-COUNT
           END-IF
           PERFORM 250-READ-LOG-PARA.

      *CLOSES OFF ONE EMPLOYEE'S GROUP WITH ITS LOOKUP COUNT
       350-EMPLOYEE-TOTAL-RTN.
           MOVE WS-EMP-LOOKUPS TO DL-EMP-COUNT
           WRITE ACCESS-RPT-REC FROM DL-EMPLOYEE-TOTAL-LINE
           WRITE ACCESS-RPT-REC FROM BLANK-LINE
           MOVE ZERO TO WS-EMP-LOOKUPS.

      *PRINTS THE WEEK'S TOTALS
       800-TOTALS-RTN.
           WRITE ACCESS-RPT-REC FROM BLANK-LINE
           MOVE 'LOOKUPS IN THE WEEK. . . . .:' TO DL-TOT-LABEL
           MOVE WS-LOOKUP-COUNT                 TO DL-TOT-COUNT
           WRITE ACCESS-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'EMPLOYEES LOOKED UP. . . . .:' TO DL-TOT-LABEL
           MOVE WS-EMPLOYEE-COUNT               TO DL-TOT-COUNT
           WRITE ACCESS-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'LOOKUPS NOT ON FILE. . . . .:' TO DL-TOT-LABEL
           MOVE WS-NOT-ON-FILE-COUNT            TO DL-TOT-COUNT
           WRITE ACCESS-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'LOG RECORDS OUTSIDE THE WEEK:' TO DL-TOT-LABEL
           MOVE WS-OUTSIDE-COUNT                TO DL-TOT-COUNT
           WRITE ACCESS-RPT-REC FROM DL-TOTAL-LINE
           DISPLAY 'INQRPT - LOOKUPS IN WEEK: ' WS-LOOKUP-COUNT
             ' EMPLOYEES: ' WS-EMPLOYEE-COUNT.
      *****************************************************************
