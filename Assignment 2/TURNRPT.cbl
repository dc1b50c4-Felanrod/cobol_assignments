      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO REPORT EMPLOYEE TURNOVER OFF THE MONTH-END
      *         HEADCOUNT SNAPSHOT HISTORY (HCHIST.DAT) HCSNAP KEEPS -
      *         FOR EVERY OFFICE, THEN EVERY TERRITORY, THEN THE
      *         WHOLE COMPANY, ONE LINE PER MONTH FOR THE LAST TWELVE
      *         MONTHS WITH THE OPENING HEADCOUNT, HIRES,
      *         TERMINATIONS, TRANSFERS IN AND OUT, CLOSING HEADCOUNT,
      *         THE MONTH'S TURNOVER RATE, AND THE ROLLING TWELVE-MONTH
      *         TURNOVER RATE ENDING THAT MONTH, SO THE YEAR'S TREND
      *         READS DOWN THE PAGE. TURNOVER IS TERMINATIONS OVER THE
      *         AVERAGE HEADCOUNT (OPENING PLUS CLOSING, HALVED);
      *         TRANSFERS MOVE PEOPLE BETWEEN OFFICES BUT ARE NOT
      *         TURNOVER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNRPT.
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
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL SO THE REPORT STILL RUNS (EMPTY) BEFORE THE FIRST
      *SNAPSHOT IS TAKEN
           SELECT OPTIONAL SNAPSHOT-HIST
             ASSIGN TO 'HCHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURNOVER-RPT-FILE
             ASSIGN TO 'TURNRPT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC               PIC X(8).

       FD  SNAPSHOT-HIST
           RECORD CONTAINS 51 CHARACTERS.
           COPY HCSNAP.

       FD  TURNOVER-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TURNOVER-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-HIST-EOF-SW          PIC X        VALUE 'N'.
           05  WS-FOUND-SW             PIC X        VALUE 'N'.
           05  FIRST-RECORD            PIC X(3)     VALUE 'YES'.
           05  WS-T-DATE               PIC X(8)     VALUE SPACES.
           05  WS-RPT-MONTH            PIC X(6)     VALUE SPACES.
           05  WS-TERR-HOLD            PIC XX       VALUE SPACES.
           05  WS-KEY-WORK             PIC X(4)     VALUE SPACES.
           05  WS-PRINTED-COUNT        PIC 9(4)     VALUE ZERO.
           05  WS-LOW-SUB              PIC 9(4)     VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-LVL                  PIC 9        VALUE ZERO.
           05  WS-B                    PIC 9(2)     VALUE ZERO.
           05  WS-W                    PIC 9(2)     VALUE ZERO.
           05  WS-DIFF                 PIC S9(6)    VALUE ZERO.
           05  WS-HIST-READ-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-OUTSIDE-COUNT        PIC 9(7)     VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(5)     VALUE ZERO.
      *A MONTH AS A RUNNING MONTH NUMBER (YEAR TIMES TWELVE PLUS THE
      *MONTH), SO HOW FAR BACK A SNAPSHOT LIES IS A SUBTRACTION
       01  WS-MONTH-WORK               PIC X(6)     VALUE SPACES.
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-YYYY           PIC 9(4).
           05  WS-MONTH-MM             PIC 9(2).
       01  WS-MONTH-NO                 PIC 9(6)     VALUE ZERO.
       01  WS-RPT-MONTH-NO             PIC 9(6)     VALUE ZERO.
      *THE REPORT WINDOW IS TWENTY-THREE MONTHLY BUCKETS, OLDEST
      *FIRST AND THE REPORT MONTH LAST - THE TWELVE MONTHS PRINTED
      *PLUS THE ELEVEN BEFORE THEM THAT THE FIRST PRINTED MONTH'S
      *ROLLING RATE NEEDS. THE EARLIEST BUCKET ANY SNAPSHOT REACHES
      *KEEPS MONTHS BEFORE THE HISTORY BEGAN OFF THE PAGE AND OUT OF
      *THE ROLLING RATES
       01  WS-BUCKETS                  PIC 9(2)     VALUE 23.
       01  WS-EARLIEST-BUCKET          PIC 9(2)     VALUE 24.
       01  WS-FIRST-LINE-BUCKET        PIC 9(2)     VALUE 12.
       01  WS-WINDOW-START             PIC 9(2)     VALUE ZERO.
       01  WS-WINDOW-MONTHS            PIC 9(2)     VALUE ZERO.
      *TURNOVER WORK - THE AVERAGE HEADCOUNT IS CARRIED DOUBLED
      *(OPENING PLUS CLOSING) SO NO HALF-PERSON IS EVER ROUNDED AWAY
       01  WS-AVG2-WORK                PIC 9(9)     VALUE ZERO.
       01  WS-TERMS-WORK               PIC 9(9)     VALUE ZERO.
       01  WS-RATE-WORK                PIC 9(4)V9   VALUE ZERO.
       01  WS-RATE-EDIT                PIC ZZZ9.9.
      *EVERY OFFICE ON THE HISTORY WITH ITS TWENTY-THREE MONTHS OF
      *FIGURES SUMMED OVER ITS JOB CLASSES. THE KEY IS TERRITORY AND
      *OFFICE RUN TOGETHER, AND THE TABLE IS PRINTED IN KEY ORDER
      *WITHOUT A SORT
       01  WS-OFF-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-OFF-TABLE.
           05  WS-OFF-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-OFF-COUNT
               INDEXED BY OFF-IDX.
               10  WS-OFF-KEY          PIC X(4).
               10  WS-OFF-PRINTED      PIC X.
               10  WS-OFF-MONTHS.
                   15  WS-OFF-BUCKET   OCCURS 23 TIMES.
                       20  WS-OFF-OPEN     PIC 9(6).
                       20  WS-OFF-HIRES    PIC 9(6).
                       20  WS-OFF-TERMS    PIC 9(6).
                       20  WS-OFF-XFER-IN  PIC 9(6).
                       20  WS-OFF-XFER-OUT PIC 9(6).
                       20  WS-OFF-CLOSE    PIC 9(6).
      *TERRITORY (1) AND GRAND (2) ACCUMULATORS, MONTH BY MONTH
       01  WS-LEVEL-AREAS.
           05  WS-LEVEL                OCCURS 2 TIMES.
               10  WS-LVL-BUCKET       OCCURS 23 TIMES.
                   15  WS-LVL-OPEN         PIC 9(6).
                   15  WS-LVL-HIRES        PIC 9(6).
                   15  WS-LVL-TERMS        PIC 9(6).
                   15  WS-LVL-XFER-IN      PIC 9(6).
                   15  WS-LVL-XFER-OUT     PIC 9(6).
                   15  WS-LVL-CLOSE        PIC 9(6).
      *THE BLOCK BEING PRINTED - AN OFFICE'S, A TERRITORY'S, OR THE
      *GRAND MONTHS, MOVED HERE WHOLE
       01  WS-PRINT-AREA.
           05  WS-PRT-BUCKET           OCCURS 23 TIMES.
               10  WS-PRT-OPEN             PIC 9(6).
               10  WS-PRT-HIRES            PIC 9(6).
               10  WS-PRT-TERMS            PIC 9(6).
               10  WS-PRT-XFER-IN          PIC 9(6).
               10  WS-PRT-XFER-OUT         PIC 9(6).
               10  WS-PRT-CLOSE            PIC 9(6).
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(16)    VALUE SPACES.
           05                          PIC X(40)    VALUE
               'EMPLOYEE TURNOVER - TWELVE MONTHS TO MON'.
           05                          PIC X(3)     VALUE 'TH '.
           05  HL-RPT-MONTH            PIC X(7).
           05                          PIC X(14)    VALUE SPACES.
       01  HL-HEADING2.
           05  HL-GROUP-LABEL          PIC X(40).
           05                          PIC X(40)    VALUE SPACES.
       01  HL-HEADING3.
           05                          PIC X(11)
               VALUE '  MONTH    '.
           05                          PIC X(35)
               VALUE '  OPEN  HIRES  TERMS  XF-IN XF-OUT '.
           05                          PIC X(30)
               VALUE ' CLOSE    MONTH%    12-MONTH%'.
           05                          PIC X(4)     VALUE SPACES.
      *ONE MONTH OF ONE GROUP. THE FLAG MARKS A ROLLING RATE WORKED
      *OVER FEWER THAN TWELVE MONTHS OF HISTORY
       01  DL-MONTH-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-MONTH            PIC X(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-OPEN             PIC ZZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-HIRES            PIC ZZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-TERMS            PIC ZZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-XFER-IN          PIC ZZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-XFER-OUT         PIC ZZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-CLOSE            PIC ZZZZZ9.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-MONTH-RATE       PIC X(6).
           05                          PIC X(7)     VALUE SPACES.
           05  DL-OUT-ROLL-RATE        PIC X(6).
           05  DL-OUT-FLAG             PIC X(1).
           05                          PIC X(5)     VALUE SPACES.
       01  FL-RATE-NOTE.
           05                          PIC X(40)    VALUE
               'TURNOVER % = TERMINATIONS / AVERAGE HEAD'.
           05                          PIC X(40)    VALUE
               'COUNT ((OPEN + CLOSE) / 2) X 100        '.
       01  FL-FLAG-NOTE.
           05                          PIC X(40)    VALUE
               '* ROLLING RATE OVER FEWER THAN TWELVE MO'.
           05                          PIC X(40)    VALUE
               'NTHS OF SNAPSHOT HISTORY                '.
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-COUNT            PIC ZZZZZZ9.
           05                          PIC X(43)    VALUE SPACES.

      ******************************************************
       PROCEDURE DIVISION.
      *MAIN MODULE CONTROLS THE DIRECTION OF THE PROGRAM LOGIC
      *BUCKETS THE HISTORY BY OFFICE AND MONTH, THEN PRINTS EACH
      *OFFICE IN TERRITORY/OFFICE ORDER, EACH TERRITORY BEHIND ITS
      *LAST OFFICE, AND THE COMPANY AT THE END
       100-MAIN-PARA.
           PERFORM 110-DATE-CARD-RTN
           INITIALIZE WS-LEVEL-AREAS
           PERFORM 200-LOAD-HISTORY-RTN
           IF WS-EARLIEST-BUCKET > WS-FIRST-LINE-BUCKET
             MOVE WS-EARLIEST-BUCKET TO WS-FIRST-LINE-BUCKET
           END-IF
           OPEN OUTPUT TURNOVER-RPT-FILE
           MOVE WS-RPT-MONTH (1:4) TO HL-RPT-MONTH (1:4)
           MOVE '/'                TO HL-RPT-MONTH (5:1)
           MOVE WS-RPT-MONTH (5:2) TO HL-RPT-MONTH (6:2)
           WRITE TURNOVER-RPT-REC FROM HL-HEADING1
           PERFORM 400-PRINT-LOWEST-OFFICE-RTN
             UNTIL WS-PRINTED-COUNT = WS-OFF-COUNT
           IF FIRST-RECORD = 'NO '
             PERFORM 600-TERR-BLOCK-RTN
             PERFORM 700-GRAND-BLOCK-RTN
           END-IF
           PERFORM 850-FOOTING-RTN
           CLOSE TURNOVER-RPT-FILE
           STOP RUN.

      *THE REPORT MONTH IS THE MONTH OF THE DATE CARD - THE MONTH
      *THE LATEST SNAPSHOT CLOSED
       110-DATE-CARD-RTN.
           OPEN INPUT DATE-CARD-FILE
           READ DATE-CARD-FILE
             AT END
               DISPLAY "PLEASE ENTER TODAY'S DATE (YYYYMMDD): "
               ACCEPT WS-T-DATE
             NOT AT END
               MOVE DATE-CARD-REC TO WS-T-DATE
           END-READ
           CLOSE DATE-CARD-FILE
           MOVE WS-T-DATE (1:6) TO WS-RPT-MONTH
           MOVE WS-RPT-MONTH    TO WS-MONTH-WORK
           PERFORM 120-MONTH-NUMBER-RTN
           MOVE WS-MONTH-NO     TO WS-RPT-MONTH-NO.

      *TURNS THE MONTH IN WS-MONTH-WORK INTO ITS RUNNING MONTH NUMBER
       120-MONTH-NUMBER-RTN.
           MOVE ZERO TO WS-MONTH-NO
           IF WS-MONTH-WORK NUMERIC
             COMPUTE WS-MONTH-NO = WS-MONTH-YYYY * 12 + WS-MONTH-MM - 1
           END-IF.

      *TURNS A BUCKET NUMBER BACK INTO ITS YYYY/MM LABEL
       130-BUCKET-LABEL-RTN.
           COMPUTE WS-MONTH-NO = WS-RPT-MONTH-NO - WS-BUCKETS + WS-B
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-MONTH-YYYY
             REMAINDER WS-MONTH-MM
           ADD 1 TO WS-MONTH-MM
           MOVE WS-MONTH-WORK (1:4) TO DL-OUT-MONTH (1:4)
           MOVE '/'                 TO DL-OUT-MONTH (5:1)
           MOVE WS-MONTH-WORK (5:2) TO DL-OUT-MONTH (6:2).

      *READS THE WHOLE HISTORY INTO THE OFFICE TABLE
       200-LOAD-HISTORY-RTN.
           OPEN INPUT SNAPSHOT-HIST
           PERFORM 210-HISTORY-READ-RTN
             UNTIL WS-HIST-EOF-SW = 'Y'
           CLOSE SNAPSHOT-HIST.

      *ONE SNAPSHOT RECORD - ADDED INTO ITS OFFICE'S BUCKET FOR THE
      *MONTH. A MONTH OUTSIDE THE WINDOW IS COUNTED AND LEFT OUT
       210-HISTORY-READ-RTN.
           READ SNAPSHOT-HIST
             AT END
               MOVE 'Y' TO WS-HIST-EOF-SW
             NOT AT END
               ADD 1 TO WS-HIST-READ-COUNT
               MOVE HCS-MONTH TO WS-MONTH-WORK
               PERFORM 120-MONTH-NUMBER-RTN
               COMPUTE WS-DIFF = WS-RPT-MONTH-NO - WS-MONTH-NO
               IF WS-MONTH-NO = ZERO
               OR WS-DIFF < ZERO
               OR WS-DIFF NOT < WS-BUCKETS
                 ADD 1 TO WS-OUTSIDE-COUNT
               ELSE
                 COMPUTE WS-B = WS-BUCKETS - WS-DIFF
                 PERFORM 250-POST-SNAPSHOT-RTN
               END-IF
           END-READ.

      *FINDS OR OPENS THE OFFICE AND ADDS THE SNAPSHOT'S FIGURES
      *INTO ITS BUCKET. A FULL TABLE LEAVES THE RECORD OUT AND
      *COUNTED
       250-POST-SNAPSHOT-RTN.
           MOVE HCS-TERRITORY-NO TO WS-KEY-WORK (1:2)
           MOVE HCS-OFFICE-NO    TO WS-KEY-WORK (3:2)
           MOVE 'N' TO WS-FOUND-SW
           IF WS-OFF-COUNT > ZERO
             SET OFF-IDX TO 1
             SEARCH WS-OFF-ENTRY
               WHEN WS-OFF-KEY (OFF-IDX) = WS-KEY-WORK
                 MOVE 'Y' TO WS-FOUND-SW
             END-SEARCH
           END-IF
           IF WS-FOUND-SW = 'N'
             IF WS-OFF-COUNT = 500
               ADD 1 TO WS-DROPPED-COUNT
             ELSE
               ADD 1 TO WS-OFF-COUNT
               SET OFF-IDX TO WS-OFF-COUNT
               INITIALIZE WS-OFF-ENTRY (OFF-IDX)
               MOVE WS-KEY-WORK TO WS-OFF-KEY (OFF-IDX)
               MOVE 'N'         TO WS-OFF-PRINTED (OFF-IDX)
               MOVE 'Y'         TO WS-FOUND-SW
             END-IF
           END-IF
           IF WS-FOUND-SW = 'Y'
             IF WS-B < WS-EARLIEST-BUCKET
               MOVE WS-B TO WS-EARLIEST-BUCKET
             END-IF
             IF HCS-OPENING NUMERIC
               ADD HCS-OPENING TO WS-OFF-OPEN (OFF-IDX WS-B)
             END-IF
             IF HCS-HIRES NUMERIC
               ADD HCS-HIRES TO WS-OFF-HIRES (OFF-IDX WS-B)
             END-IF
             IF HCS-TERMINATIONS NUMERIC
               ADD HCS-TERMINATIONS TO WS-OFF-TERMS (OFF-IDX WS-B)
             END-IF
             IF HCS-TRANSFERS-IN NUMERIC
               ADD HCS-TRANSFERS-IN TO WS-OFF-XFER-IN (OFF-IDX WS-B)
             END-IF
             IF HCS-TRANSFERS-OUT NUMERIC
               ADD HCS-TRANSFERS-OUT
                 TO WS-OFF-XFER-OUT (OFF-IDX WS-B)
             END-IF
             IF HCS-CLOSING NUMERIC
               ADD HCS-CLOSING TO WS-OFF-CLOSE (OFF-IDX WS-B)
             END-IF
           END-IF.

      *FINDS THE LOWEST NOT-YET-PRINTED OFFICE, PRINTS THE TERRITORY
      *BLOCK ITS TERRITORY CHANGE CLOSES, THEN PRINTS THE OFFICE
       400-PRINT-LOWEST-OFFICE-RTN.
           MOVE ZERO TO WS-LOW-SUB
           PERFORM 410-SCAN-FOR-LOWEST-RTN
             VARYING WS-SCAN-SUB FROM 1 BY 1
             UNTIL WS-SCAN-SUB > WS-OFF-COUNT
           EVALUATE TRUE
             WHEN FIRST-RECORD = 'YES'
               MOVE WS-OFF-KEY (WS-LOW-SUB) (1:2) TO WS-TERR-HOLD
               MOVE 'NO '            TO FIRST-RECORD
             WHEN WS-OFF-KEY (WS-LOW-SUB) (1:2) NOT = WS-TERR-HOLD
               PERFORM 600-TERR-BLOCK-RTN
               MOVE WS-OFF-KEY (WS-LOW-SUB) (1:2) TO WS-TERR-HOLD
           END-EVALUATE
           PERFORM 450-OFFICE-BLOCK-RTN
           MOVE 'P' TO WS-OFF-PRINTED (WS-LOW-SUB)
           ADD 1 TO WS-PRINTED-COUNT.

      *ONE STEP OF THE LOWEST-UNPRINTED-OFFICE SCAN
       410-SCAN-FOR-LOWEST-RTN.
           IF WS-OFF-PRINTED (WS-SCAN-SUB) NOT = 'P'
             IF WS-LOW-SUB = ZERO
               MOVE WS-SCAN-SUB TO WS-LOW-SUB
             ELSE
               IF WS-OFF-KEY (WS-SCAN-SUB) < WS-OFF-KEY (WS-LOW-SUB)
                 MOVE WS-SCAN-SUB TO WS-LOW-SUB
               END-IF
             END-IF
           END-IF.

      *PRINTS ONE OFFICE'S MONTHS AND ADDS THEM INTO ITS TERRITORY
      *AND THE GRAND TOTALS
       450-OFFICE-BLOCK-RTN.
           MOVE SPACES TO HL-GROUP-LABEL
           STRING 'TERRITORY -- '              DELIMITED BY SIZE
                  WS-OFF-KEY (WS-LOW-SUB) (1:2) DELIMITED BY SIZE
                  '     OFFICE -- '            DELIMITED BY SIZE
                  WS-OFF-KEY (WS-LOW-SUB) (3:2) DELIMITED BY SIZE
             INTO HL-GROUP-LABEL
           END-STRING
           MOVE WS-OFF-MONTHS (WS-LOW-SUB) TO WS-PRINT-AREA
           PERFORM 500-PRINT-BLOCK-RTN
           PERFORM 470-ADD-LEVELS-RTN
             VARYING WS-B FROM 1 BY 1
             UNTIL WS-B > WS-BUCKETS.

      *ADDS ONE MONTH OF THE OFFICE INTO BOTH LEVELS
       470-ADD-LEVELS-RTN.
           PERFORM 480-ADD-ONE-LEVEL-RTN
             VARYING WS-LVL FROM 1 BY 1
             UNTIL WS-LVL > 2.

      *ADDS ONE MONTH OF THE OFFICE INTO ONE LEVEL'S ACCUMULATORS
       480-ADD-ONE-LEVEL-RTN.
           ADD WS-PRT-OPEN (WS-B)     TO WS-LVL-OPEN (WS-LVL WS-B)
           ADD WS-PRT-HIRES (WS-B)    TO WS-LVL-HIRES (WS-LVL WS-B)
           ADD WS-PRT-TERMS (WS-B)    TO WS-LVL-TERMS (WS-LVL WS-B)
           ADD WS-PRT-XFER-IN (WS-B)
             TO WS-LVL-XFER-IN (WS-LVL WS-B)
           ADD WS-PRT-XFER-OUT (WS-B)
             TO WS-LVL-XFER-OUT (WS-LVL WS-B)
           ADD WS-PRT-CLOSE (WS-B)    TO WS-LVL-CLOSE (WS-LVL WS-B).

      *PRINTS THE GROUP HEADINGS AND ONE LINE PER MONTH SHOWN FROM
      *THE PRINT AREA
       500-PRINT-BLOCK-RTN.
           WRITE TURNOVER-RPT-REC FROM BLANK-LINE
           WRITE TURNOVER-RPT-REC FROM HL-HEADING2
           WRITE TURNOVER-RPT-REC FROM HL-HEADING3
           PERFORM 510-MONTH-LINE-RTN
             VARYING WS-B FROM WS-FIRST-LINE-BUCKET BY 1
             UNTIL WS-B > WS-BUCKETS.

      *ONE MONTH'S LINE - THE FIGURES, THE MONTH'S OWN TURNOVER, AND
      *THE TURNOVER OVER THE TWELVE MONTHS ENDING WITH IT (OR AS MANY
      *AS THE HISTORY HOLDS). NO HEADCOUNT TO AVERAGE, NO RATE
       510-MONTH-LINE-RTN.
           PERFORM 130-BUCKET-LABEL-RTN
           MOVE WS-PRT-OPEN (WS-B)     TO DL-OUT-OPEN
           MOVE WS-PRT-HIRES (WS-B)    TO DL-OUT-HIRES
           MOVE WS-PRT-TERMS (WS-B)    TO DL-OUT-TERMS
           MOVE WS-PRT-XFER-IN (WS-B)  TO DL-OUT-XFER-IN
           MOVE WS-PRT-XFER-OUT (WS-B) TO DL-OUT-XFER-OUT
           MOVE WS-PRT-CLOSE (WS-B)    TO DL-OUT-CLOSE
           COMPUTE WS-AVG2-WORK = WS-PRT-OPEN (WS-B)
                                + WS-PRT-CLOSE (WS-B)
           MOVE WS-PRT-TERMS (WS-B) TO WS-TERMS-WORK
           MOVE 1                   TO WS-WINDOW-MONTHS
           PERFORM 550-RATE-RTN
           MOVE WS-RATE-EDIT TO DL-OUT-MONTH-RATE
           IF WS-AVG2-WORK = ZERO
             MOVE '   N/A' TO DL-OUT-MONTH-RATE
           END-IF
           IF WS-B > 11
             COMPUTE WS-WINDOW-START = WS-B - 11
           ELSE
             MOVE 1 TO WS-WINDOW-START
           END-IF
           IF WS-WINDOW-START < WS-EARLIEST-BUCKET
             MOVE WS-EARLIEST-BUCKET TO WS-WINDOW-START
           END-IF
           COMPUTE WS-WINDOW-MONTHS = WS-B - WS-WINDOW-START + 1
           MOVE ZERO TO WS-AVG2-WORK
                        WS-TERMS-WORK
           PERFORM 520-WINDOW-ADD-RTN
             VARYING WS-W FROM WS-WINDOW-START BY 1
             UNTIL WS-W > WS-B
           PERFORM 550-RATE-RTN
           MOVE WS-RATE-EDIT TO DL-OUT-ROLL-RATE
           IF WS-AVG2-WORK = ZERO
             MOVE '   N/A' TO DL-OUT-ROLL-RATE
           END-IF
           IF WS-WINDOW-MONTHS < 12
             MOVE '*'   TO DL-OUT-FLAG
           ELSE
             MOVE SPACE TO DL-OUT-FLAG
           END-IF
           WRITE TURNOVER-RPT-REC FROM DL-MONTH-LINE.

      *ADDS ONE MONTH INTO THE ROLLING WINDOW'S TERMINATIONS AND
      *DOUBLED AVERAGE HEADCOUNT
       520-WINDOW-ADD-RTN.
           ADD WS-PRT-TERMS (WS-W) TO WS-TERMS-WORK
           ADD WS-PRT-OPEN (WS-W)  TO WS-AVG2-WORK
           ADD WS-PRT-CLOSE (WS-W) TO WS-AVG2-WORK.

      *TERMINATIONS OVER THE AVERAGE HEADCOUNT OF THE MONTHS IN THE
      *WINDOW, AS A PERCENTAGE. THE AVERAGE IS THE SUM OF THE DOUBLED
      *MONTHLY AVERAGES OVER TWICE THE MONTHS
       550-RATE-RTN.
           MOVE ZERO TO WS-RATE-WORK
           IF WS-AVG2-WORK > ZERO
             COMPUTE WS-RATE-WORK ROUNDED =
               WS-TERMS-WORK * 200 * WS-WINDOW-MONTHS / WS-AVG2-WORK
               ON SIZE ERROR
                 MOVE 9999.9 TO WS-RATE-WORK
             END-COMPUTE
           END-IF
           MOVE WS-RATE-WORK TO WS-RATE-EDIT.

      *PRINTS THE TERRITORY JUST FINISHED AND CLEARS ITS ACCUMULATORS
       600-TERR-BLOCK-RTN.
           MOVE SPACES TO HL-GROUP-LABEL
           STRING 'TERRITORY -- '  DELIMITED BY SIZE
                  WS-TERR-HOLD     DELIMITED BY SIZE
                  '     ALL OFFICES' DELIMITED BY SIZE
             INTO HL-GROUP-LABEL
           END-STRING
           MOVE WS-LEVEL (1) TO WS-PRINT-AREA
           PERFORM 500-PRINT-BLOCK-RTN
           INITIALIZE WS-LEVEL (1).

      *PRINTS THE WHOLE COMPANY
       700-GRAND-BLOCK-RTN.
           MOVE 'ALL TERRITORIES' TO HL-GROUP-LABEL
           MOVE WS-LEVEL (2) TO WS-PRINT-AREA
           PERFORM 500-PRINT-BLOCK-RTN.

      *PRINTS THE RATE NOTES AND THE COUNTS BEHIND THE REPORT
       850-FOOTING-RTN.
           WRITE TURNOVER-RPT-REC FROM BLANK-LINE
           WRITE TURNOVER-RPT-REC FROM FL-RATE-NOTE
           IF WS-OFF-COUNT > ZERO
           AND WS-EARLIEST-BUCKET > WS-FIRST-LINE-BUCKET - 11
             WRITE TURNOVER-RPT-REC FROM FL-FLAG-NOTE
           END-IF
           WRITE TURNOVER-RPT-REC FROM BLANK-LINE
           MOVE 'SNAPSHOT RECORDS READ. . . . :' TO DL-CNT-LABEL
           MOVE WS-HIST-READ-COUNT               TO DL-CNT-COUNT
           WRITE TURNOVER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'OUTSIDE THE REPORT WINDOW. . :' TO DL-CNT-LABEL
           MOVE WS-OUTSIDE-COUNT                 TO DL-CNT-COUNT
           WRITE TURNOVER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'OFFICES REPORTED . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-OFF-COUNT                     TO DL-CNT-COUNT
           WRITE TURNOVER-RPT-REC FROM DL-COUNT-LINE
           IF WS-DROPPED-COUNT > ZERO
             MOVE 'NOT REPORTED - TABLE FULL. . :' TO DL-CNT-LABEL
             MOVE WS-DROPPED-COUNT                 TO DL-CNT-COUNT
             WRITE TURNOVER-RPT-REC FROM DL-COUNT-LINE
             DISPLAY 'TURNRPT - OFFICE TABLE FULL, '
               WS-DROPPED-COUNT ' SNAPSHOT RECORDS NOT REPORTED'
           END-IF.
      *****************************************************************
