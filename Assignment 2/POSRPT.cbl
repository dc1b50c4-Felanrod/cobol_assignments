      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO REPORT POSITION CONTROL - THE ACTIVE EMPLOYEES ON
      *         THE SORTED A1 EXTRACT AGAINST THE AUTHORIZED HEADCOUNT
      *         AND SALARY DOLLARS ON THE POSITION BUDGET (POSBUD.DAT)
      *         FOR EVERY TERRITORY, OFFICE, AND JOB CLASS. EACH
      *         POSITION SHOWS ITS VACANCIES, ITS OVER-HIRES, AND THE
      *         SALARY DOLLARS OVER OR UNDER BUDGET, WITH OFFICE,
      *         TERRITORY, AND GRAND SUBTOTALS. A BUDGETED POSITION
      *         WITH NOBODY IN IT IS LISTED AS ALL VACANT, AND A
      *         POSITION THAT IS FILLED BUT NOT BUDGETED IS LISTED
      *         AND FLAGGED, SO BOTH SIDES OF THE BUDGET ARE SEEN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRPT.
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
      *THE MAINTAINED POSITION BUDGET. OPTIONAL SO THE REPORT STILL
      *RUNS (EVERY POSITION UNBUDGETED) BEFORE THE FIRST IS KEYED
           SELECT OPTIONAL POSITION-BUD
             ASSIGN TO 'POSBUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITION-RPT-FILE
             ASSIGN TO 'POSRPT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

       FD  POSITION-BUD
           RECORD CONTAINS 23 CHARACTERS.
           COPY POSBUD.

       FD  POSITION-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  POSITION-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.
           05  FIRST-RECORD            PIC X(3)     VALUE 'YES'.
           05  WS-POS-EOF-SW           PIC X        VALUE 'N'.
           05  WS-FOUND-SW             PIC X        VALUE 'N'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-TERR-HOLD            PIC XX       VALUE SPACES.
           05  WS-OFFICE-HOLD          PIC XX       VALUE SPACES.
           05  WS-KEY-WORK             PIC X(6)     VALUE SPACES.
           05  WS-PRINTED-COUNT        PIC 9(4)     VALUE ZERO.
           05  WS-LOW-SUB              PIC 9(4)     VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-LVL                  PIC 9        VALUE ZERO.
           05  WS-VACANT-WORK          PIC 9(5)     VALUE ZERO.
           05  WS-OVER-WORK            PIC 9(5)     VALUE ZERO.
           05  WS-VARIANCE-WORK        PIC S9(10)   VALUE ZERO.
           05  WS-BUDGETED-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-UNBUDGETED-COUNT     PIC 9(5)     VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(5)     VALUE ZERO.
      *OFFICE (1), TERRITORY (2), AND GRAND (3) ACCUMULATORS -
      *HEADCOUNT AUTHORIZED AND FILLED, VACANCIES AND OVER-HIRES
      *ADDED UP POSITION BY POSITION (SO ONE OFFICE'S VACANCY NEVER
      *HIDES ANOTHER'S OVER-HIRE), AND THE SALARY DOLLARS
       01  WS-TOTAL-AREAS.
           05  WS-LEVEL-TOTALS         OCCURS 3 TIMES.
               10  WS-TOT-AUTH         PIC 9(5).
               10  WS-TOT-ACTUAL       PIC 9(5).
               10  WS-TOT-VACANT       PIC 9(5).
               10  WS-TOT-OVER         PIC 9(5).
               10  WS-TOT-AUTH-SALARY  PIC 9(10).
               10  WS-TOT-ACT-SALARY   PIC 9(10).
      *EVERY POSITION - THE BUDGET'S, THEN ANY FILLED POSITION THE
      *BUDGET DOES NOT CARRY - WITH ITS AUTHORIZED AND ACTUAL
      *FIGURES. THE KEY IS TERRITORY, OFFICE, AND CLASS RUN TOGETHER,
      *AND THE TABLE IS PRINTED IN KEY ORDER WITHOUT A SORT
       01  WS-POS-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-POS-COUNT
               INDEXED BY POS-IDX.
               10  WS-POS-KEY          PIC X(6).
               10  WS-POS-AUTH-COUNT   PIC 9(4).
               10  WS-POS-AUTH-SALARY  PIC 9(9).
               10  WS-POS-ACTUAL-COUNT PIC 9(5).
               10  WS-POS-ACT-SALARY   PIC 9(9).
               10  WS-POS-BUDGETED     PIC X.
               10  WS-POS-PRINTED      PIC X.
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(18)    VALUE SPACES.
           05                          PIC X(38)    VALUE
               'POSITION CONTROL - BUDGET VERSUS ACTUA'.
           05                          PIC X(1)     VALUE 'L'.
           05                          PIC X(5)     VALUE SPACES.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(10)    VALUE SPACES.
       01  HL-HEADING2.
           05                          PIC X(13)
               VALUE 'TERRITORY -- '.
           05  HL-OUT-TERR             PIC XX.
           05                          PIC X(5)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'OFFICE -- '.
           05  HL-OUT-OFFICE           PIC XX.
           05                          PIC X(48)    VALUE SPACES.
       01  HL-HEADING3.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(5)     VALUE 'CLASS'.
           05                          PIC X(3)     VALUE SPACES.
           05                          PIC X(6)     VALUE '  AUTH'.
           05                          PIC X(8)     VALUE '  ACTUAL'.
           05                          PIC X(8)     VALUE '  VACANT'.
           05                          PIC X(8)     VALUE '    OVER'.
           05                          PIC X(13)
               VALUE '  AUTH SALARY'.
           05                          PIC X(13)
               VALUE '   ACTUAL SAL'.
           05                          PIC X(12)
               VALUE '  OVER/UNDER'.
           05                          PIC X(2)     VALUE SPACES.
      *ONE POSITION. THE FLAG MARKS A FILLED POSITION WITH NO
      *BUDGET LINE; THE VARIANCE IS ACTUAL LESS AUTHORIZED DOLLARS,
      *SO A TRAILING MINUS IS UNDER BUDGET
       01  DL-DETAIL-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-CLASS            PIC X(2).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-FLAG             PIC X(1).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-AUTH             PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-ACTUAL           PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-VACANT           PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-OVER             PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-AUTH-SALARY      PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-ACT-SALARY       PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-VARIANCE         PIC ZZZ,ZZZ,ZZ9-.
           05                          PIC X(1)     VALUE SPACES.
      *THE SAME COLUMNS FOR AN OFFICE, TERRITORY, OR GRAND SUBTOTAL
       01  DL-SUBTOTAL-LINE.
           05  DL-SUB-LABEL            PIC X(10).
           05  DL-SUB-AUTH             PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-SUB-ACTUAL           PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-SUB-VACANT           PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-SUB-OVER             PIC ZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-SUB-AUTH-SALARY      PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-SUB-ACT-SALARY       PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-SUB-VARIANCE         PIC ZZZ,ZZZ,ZZ9-.
           05                          PIC X(1)     VALUE SPACES.
       01  FL-FLAG-NOTE.
           05                          PIC X(40)    VALUE
               '* FILLED POSITION WITH NO BUDGET LINE - '.
           05                          PIC X(40)    VALUE
               'NOTHING IS AUTHORIZED FOR IT            '.
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-COUNT            PIC ZZZZ9.
           05                          PIC X(45)    VALUE SPACES.

      ******************************************************
       PROCEDURE DIVISION.
      *MAIN MODULE CONTROLS THE DIRECTION OF THE PROGRAM LOGIC
      *LOADS THE BUDGET, POSTS EVERY ACTIVE EMPLOYEE TO THEIR
      *POSITION, THEN PRINTS THE POSITIONS IN TERRITORY/OFFICE/CLASS
      *ORDER WITH THE CONTROL BREAKS
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-BUDGET-RTN
           OPEN INPUT  EXTRACT-IN
                OUTPUT POSITION-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE POSITION-RPT-REC FROM HL-HEADING1
           INITIALIZE WS-TOTAL-AREAS
           PERFORM 200-READ-EXTRACT-PARA
           PERFORM 300-PROCESS-PARA UNTIL NO-MORE-RECORDS
           PERFORM 400-PRINT-LOWEST-POS-RTN
             UNTIL WS-PRINTED-COUNT = WS-POS-COUNT
           IF FIRST-RECORD = 'NO '
             PERFORM 600-TERR-BREAK
           END-IF
           PERFORM 850-GRAND-TOTAL-RTN
           CLOSE EXTRACT-IN
                 POSITION-RPT-FILE
           STOP RUN.

      *LOADS THE POSITION BUDGET INTO THE TABLE
       150-LOAD-BUDGET-RTN.
           OPEN INPUT POSITION-BUD
           PERFORM 155-BUDGET-READ-RTN
             UNTIL WS-POS-EOF-SW = 'Y'
             OR    WS-POS-COUNT = 3000
           CLOSE POSITION-BUD.

      *READS ONE BUDGET RECORD INTO THE TABLE. A NON-NUMERIC FIGURE
      *IS CARRIED AS ZERO
       155-BUDGET-READ-RTN.
           READ POSITION-BUD
             AT END
               MOVE 'Y' TO WS-POS-EOF-SW
             NOT AT END
               ADD 1 TO WS-POS-COUNT
               MOVE POSITION-BUD-REC (1:6) TO WS-POS-KEY (WS-POS-COUNT)
               MOVE ZERO TO WS-POS-AUTH-COUNT (WS-POS-COUNT)
                            WS-POS-AUTH-SALARY (WS-POS-COUNT)
                            WS-POS-ACTUAL-COUNT (WS-POS-COUNT)
                            WS-POS-ACT-SALARY (WS-POS-COUNT)
               IF PSB-AUTH-HEADCOUNT NUMERIC
                 MOVE PSB-AUTH-HEADCOUNT
                   TO WS-POS-AUTH-COUNT (WS-POS-COUNT)
               END-IF
               IF PSB-AUTH-SALARY NUMERIC
                 MOVE PSB-AUTH-SALARY
                   TO WS-POS-AUTH-SALARY (WS-POS-COUNT)
               END-IF
               MOVE 'Y' TO WS-POS-BUDGETED (WS-POS-COUNT)
               MOVE 'N' TO WS-POS-PRINTED (WS-POS-COUNT)
               ADD 1 TO WS-BUDGETED-COUNT
           END-READ.

      *READ NEXT RECORD FROM THE SORTED A1 EXTRACT
       200-READ-EXTRACT-PARA.
           READ EXTRACT-IN
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-READ.

      *A TERMINATED EMPLOYEE FILLS NO POSITION, SO ONLY ACTIVE
      *EMPLOYEES ARE POSTED
       300-PROCESS-PARA.
           IF NOT EXT-TERMINATED
             PERFORM 350-POST-EMPLOYEE-RTN
           END-IF
           PERFORM 200-READ-EXTRACT-PARA.

      *ADDS THE EMPLOYEE AND THEIR SALARY INTO THEIR POSITION,
      *OPENING AN UNBUDGETED ONE WHEN THE BUDGET DOES NOT CARRY IT.
      *A FULL TABLE LEAVES THE EMPLOYEE OFF THE REPORT AND COUNTED
       350-POST-EMPLOYEE-RTN.
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE EXT-TERRITORY-NO   TO WS-KEY-WORK (1:2)
           MOVE EXT-OFFICE-NO      TO WS-KEY-WORK (3:2)
           MOVE EXT-JOB-CLASS-CODE TO WS-KEY-WORK (5:2)
           MOVE 'N' TO WS-FOUND-SW
           IF WS-POS-COUNT > ZERO
             SET POS-IDX TO 1
             SEARCH WS-POS-ENTRY
               WHEN WS-POS-KEY (POS-IDX) = WS-KEY-WORK
                 MOVE 'Y' TO WS-FOUND-SW
             END-SEARCH
           END-IF
           IF WS-FOUND-SW = 'N'
             IF WS-POS-COUNT = 3000
               ADD 1 TO WS-DROPPED-COUNT
             ELSE
               ADD 1 TO WS-POS-COUNT
               SET POS-IDX TO WS-POS-COUNT
               MOVE WS-KEY-WORK TO WS-POS-KEY (POS-IDX)
               MOVE ZERO TO WS-POS-AUTH-COUNT (POS-IDX)
                            WS-POS-AUTH-SALARY (POS-IDX)
                            WS-POS-ACTUAL-COUNT (POS-IDX)
                            WS-POS-ACT-SALARY (POS-IDX)
               MOVE 'N' TO WS-POS-BUDGETED (POS-IDX)
                           WS-POS-PRINTED (POS-IDX)
               ADD 1 TO WS-UNBUDGETED-COUNT
               MOVE 'Y' TO WS-FOUND-SW
             END-IF
           END-IF
           IF WS-FOUND-SW = 'Y'
             ADD 1 TO WS-POS-ACTUAL-COUNT (POS-IDX)
             IF EXT-ANNUAL-SALARY-RAW NUMERIC
               ADD EXT-ANNUAL-SALARY-RAW TO WS-POS-ACT-SALARY (POS-IDX)
             END-IF
           END-IF.

      *FINDS THE LOWEST NOT-YET-PRINTED POSITION KEY, TAKES ANY
      *TERRITORY OR OFFICE BREAK IT CAUSES, AND PRINTS ITS LINE
       400-PRINT-LOWEST-POS-RTN.
           MOVE ZERO TO WS-LOW-SUB
           PERFORM 410-SCAN-FOR-LOWEST-RTN
             VARYING WS-SCAN-SUB FROM 1 BY 1
             UNTIL WS-SCAN-SUB > WS-POS-COUNT
           EVALUATE TRUE
             WHEN FIRST-RECORD = 'YES'
               MOVE WS-POS-KEY (WS-LOW-SUB) (1:2) TO WS-TERR-HOLD
               MOVE WS-POS-KEY (WS-LOW-SUB) (3:2) TO WS-OFFICE-HOLD
               PERFORM 420-HEADING-RTN
               MOVE 'NO '            TO FIRST-RECORD
             WHEN WS-POS-KEY (WS-LOW-SUB) (1:2) NOT = WS-TERR-HOLD
               PERFORM 600-TERR-BREAK
             WHEN WS-POS-KEY (WS-LOW-SUB) (3:2) NOT = WS-OFFICE-HOLD
               PERFORM 700-OFFICE-BREAK
           END-EVALUATE
           PERFORM 450-POSITION-LINE-RTN
           MOVE 'P' TO WS-POS-PRINTED (WS-LOW-SUB)
           ADD 1 TO WS-PRINTED-COUNT.

      *ONE STEP OF THE LOWEST-UNPRINTED-POSITION SCAN
       410-SCAN-FOR-LOWEST-RTN.
           IF WS-POS-PRINTED (WS-SCAN-SUB) NOT = 'P'
             IF WS-LOW-SUB = ZERO
               MOVE WS-SCAN-SUB TO WS-LOW-SUB
             ELSE
               IF WS-POS-KEY (WS-SCAN-SUB) < WS-POS-KEY (WS-LOW-SUB)
                 MOVE WS-SCAN-SUB TO WS-LOW-SUB
               END-IF
             END-IF
           END-IF.

      *PRINTS THE OFFICE GROUP HEADINGS
       420-HEADING-RTN.
           MOVE WS-TERR-HOLD   TO HL-OUT-TERR
           MOVE WS-OFFICE-HOLD TO HL-OUT-OFFICE
           WRITE POSITION-RPT-REC FROM BLANK-LINE
           WRITE POSITION-RPT-REC FROM HL-HEADING2
           WRITE POSITION-RPT-REC FROM HL-HEADING3.

      *WORKS OUT THE POSITION'S VACANCIES, OVER-HIRES, AND DOLLAR
      *VARIANCE, PRINTS IT, AND ADDS IT INTO ALL THREE LEVELS
       450-POSITION-LINE-RTN.
           MOVE ZERO TO WS-VACANT-WORK
                        WS-OVER-WORK
           IF WS-POS-ACTUAL-COUNT (WS-LOW-SUB)
              < WS-POS-AUTH-COUNT (WS-LOW-SUB)
             COMPUTE WS-VACANT-WORK = WS-POS-AUTH-COUNT (WS-LOW-SUB)
                                    - WS-POS-ACTUAL-COUNT (WS-LOW-SUB)
           ELSE
             COMPUTE WS-OVER-WORK = WS-POS-ACTUAL-COUNT (WS-LOW-SUB)
                                  - WS-POS-AUTH-COUNT (WS-LOW-SUB)
           END-IF
           COMPUTE WS-VARIANCE-WORK = WS-POS-ACT-SALARY (WS-LOW-SUB)
                                    - WS-POS-AUTH-SALARY (WS-LOW-SUB)
           MOVE WS-POS-KEY (WS-LOW-SUB) (5:2) TO DL-OUT-CLASS
           IF WS-POS-BUDGETED (WS-LOW-SUB) = 'N'
             MOVE '*'                  TO DL-OUT-FLAG
           ELSE
             MOVE SPACE                TO DL-OUT-FLAG
           END-IF
           MOVE WS-POS-AUTH-COUNT (WS-LOW-SUB)   TO DL-OUT-AUTH
           MOVE WS-POS-ACTUAL-COUNT (WS-LOW-SUB) TO DL-OUT-ACTUAL
           MOVE WS-VACANT-WORK                   TO DL-OUT-VACANT
           MOVE WS-OVER-WORK                     TO DL-OUT-OVER
           MOVE WS-POS-AUTH-SALARY (WS-LOW-SUB)  TO DL-OUT-AUTH-SALARY
           MOVE WS-POS-ACT-SALARY (WS-LOW-SUB)   TO DL-OUT-ACT-SALARY
           MOVE WS-VARIANCE-WORK                 TO DL-OUT-VARIANCE
           WRITE POSITION-RPT-REC FROM DL-DETAIL-LINE
           PERFORM 460-ADD-LEVEL-RTN
             VARYING WS-LVL FROM 1 BY 1
             UNTIL WS-LVL > 3.

      *ADDS THE POSITION INTO ONE LEVEL'S ACCUMULATORS
       460-ADD-LEVEL-RTN.
           ADD WS-POS-AUTH-COUNT (WS-LOW-SUB)   TO WS-TOT-AUTH (WS-LVL)
           ADD WS-POS-ACTUAL-COUNT (WS-LOW-SUB)
             TO WS-TOT-ACTUAL (WS-LVL)
           ADD WS-VACANT-WORK                 TO WS-TOT-VACANT (WS-LVL)
           ADD WS-OVER-WORK                   TO WS-TOT-OVER (WS-LVL)
           ADD WS-POS-AUTH-SALARY (WS-LOW-SUB)
             TO WS-TOT-AUTH-SALARY (WS-LVL)
           ADD WS-POS-ACT-SALARY (WS-LOW-SUB)
             TO WS-TOT-ACT-SALARY (WS-LVL).

      *CONTROLS THE TERRITORY BREAK
       600-TERR-BREAK.
           PERFORM 700-OFFICE-BREAK
           MOVE 'TERRITORY' TO DL-SUB-LABEL
           MOVE 2           TO WS-LVL
           PERFORM 750-SUBTOTAL-RTN
           IF WS-PRINTED-COUNT < WS-POS-COUNT
             MOVE WS-POS-KEY (WS-LOW-SUB) (1:2) TO WS-TERR-HOLD
             PERFORM 420-HEADING-RTN
           END-IF.

      *CONTROLS THE OFFICE BREAK
       700-OFFICE-BREAK.
           MOVE 'OFFICE'    TO DL-SUB-LABEL
           MOVE 1           TO WS-LVL
           PERFORM 750-SUBTOTAL-RTN
           IF WS-PRINTED-COUNT < WS-POS-COUNT
             MOVE WS-POS-KEY (WS-LOW-SUB) (3:2) TO WS-OFFICE-HOLD
             IF WS-POS-KEY (WS-LOW-SUB) (1:2) = WS-TERR-HOLD
               PERFORM 420-HEADING-RTN
             END-IF
           END-IF.

      *PRINTS ONE LEVEL'S SUBTOTAL LINE AND RESETS THAT LEVEL'S
      *ACCUMULATORS FOR THE NEXT GROUP
       750-SUBTOTAL-RTN.
           COMPUTE WS-VARIANCE-WORK = WS-TOT-ACT-SALARY (WS-LVL)
                                    - WS-TOT-AUTH-SALARY (WS-LVL)
           MOVE WS-TOT-AUTH (WS-LVL)        TO DL-SUB-AUTH
           MOVE WS-TOT-ACTUAL (WS-LVL)      TO DL-SUB-ACTUAL
           MOVE WS-TOT-VACANT (WS-LVL)      TO DL-SUB-VACANT
           MOVE WS-TOT-OVER (WS-LVL)        TO DL-SUB-OVER
           MOVE WS-TOT-AUTH-SALARY (WS-LVL) TO DL-SUB-AUTH-SALARY
           MOVE WS-TOT-ACT-SALARY (WS-LVL)  TO DL-SUB-ACT-SALARY
           MOVE WS-VARIANCE-WORK            TO DL-SUB-VARIANCE
           WRITE POSITION-RPT-REC FROM DL-SUBTOTAL-LINE
           MOVE ZERO TO WS-TOT-AUTH (WS-LVL)
                        WS-TOT-ACTUAL (WS-LVL)
                        WS-TOT-VACANT (WS-LVL)
                        WS-TOT-OVER (WS-LVL)
                        WS-TOT-AUTH-SALARY (WS-LVL)
                        WS-TOT-ACT-SALARY (WS-LVL).

      *PRINTS THE GRAND TOTAL OVER EVERY POSITION AND THE COUNTS
      *BEHIND IT
       850-GRAND-TOTAL-RTN.
           WRITE POSITION-RPT-REC FROM BLANK-LINE
           MOVE 'GRAND'     TO DL-SUB-LABEL
           MOVE 3           TO WS-LVL
           PERFORM 750-SUBTOTAL-RTN
           WRITE POSITION-RPT-REC FROM BLANK-LINE
           IF WS-UNBUDGETED-COUNT > ZERO
             WRITE POSITION-RPT-REC FROM FL-FLAG-NOTE
           END-IF
           MOVE 'POSITIONS BUDGETED . . . . . :' TO DL-CNT-LABEL
           MOVE WS-BUDGETED-COUNT                TO DL-CNT-COUNT
           WRITE POSITION-RPT-REC FROM DL-COUNT-LINE
           MOVE 'FILLED POSITIONS NOT BUDGETED:' TO DL-CNT-LABEL
           MOVE WS-UNBUDGETED-COUNT              TO DL-CNT-COUNT
           WRITE POSITION-RPT-REC FROM DL-COUNT-LINE
           MOVE 'ACTIVE EMPLOYEES . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-ACTIVE-COUNT                  TO DL-CNT-COUNT
           WRITE POSITION-RPT-REC FROM DL-COUNT-LINE
           IF WS-DROPPED-COUNT > ZERO
             MOVE 'NOT REPORTED - TABLE FULL. . :' TO DL-CNT-LABEL
             MOVE WS-DROPPED-COUNT                 TO DL-CNT-COUNT
             WRITE POSITION-RPT-REC FROM DL-COUNT-LINE
             DISPLAY 'POSRPT - POSITION TABLE FULL, '
               WS-DROPPED-COUNT ' EMPLOYEES NOT REPORTED'
           END-IF.
      *****************************************************************
