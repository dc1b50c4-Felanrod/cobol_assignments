      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO TAKE THE MONTH-END HEADCOUNT SNAPSHOT - ONE RECORD
      *         PER TERRITORY, OFFICE, AND JOB CLASS WITH THE OPENING
      *         HEADCOUNT, THE MONTH'S HIRES, TERMINATIONS, AND
      *         TRANSFERS IN AND OUT FROM THE HEADCOUNT MOVEMENT LOG
      *         EMPMNT AND LOCMOVE BUILD (HCMOVE.DAT), AND THE CLOSING
      *         HEADCOUNT COUNTED OFF THE SORTED A1 EXTRACT. THE
      *         OPENING IS LAST MONTH'S CLOSING FROM THE SNAPSHOT
      *         HISTORY (HCHIST.DAT); ON THE VERY FIRST MONTH IT IS
      *         WORKED BACK FROM THE CLOSING AND THE MOVEMENTS. THE
      *         NEW HISTORY (HCHNEW.DAT) CARRIES THIS MONTH AND THE
      *         TWENTY-THREE BEFORE IT, AND A REGISTER LISTS THE MONTH'S
      *         SNAPSHOT WITH ANY POSITION WHOSE MOVEMENTS DO NOT
      *         PROVE OPENING TO CLOSING. A MONTH ALREADY ON THE
      *         HISTORY IS REFUSED, SO A RERUN CAN NEVER SNAPSHOT
      *         THE SAME MONTH TWICE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSNAP.
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
           SELECT EXTRACT-IN
             ASSIGN TO 'A1SORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE MONTH'S MOVEMENTS AND THE SNAPSHOTS SO FAR. BOTH OPTIONAL -
      *A QUIET MONTH LOGS NOTHING, AND THE FIRST MONTH HAS NO HISTORY
           SELECT OPTIONAL MOVEMENT-DATA
             ASSIGN TO 'HCMOVE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAPSHOT-HIST
             ASSIGN TO 'HCHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SNAPSHOT-HIST
             ASSIGN TO 'HCHNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-RPT-FILE
             ASSIGN TO 'HCSNAP.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC               PIC X(8).

       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

       FD  MOVEMENT-DATA
           RECORD CONTAINS 36 CHARACTERS.
           COPY HCMOVE.

       FD  SNAPSHOT-HIST
           RECORD CONTAINS 51 CHARACTERS.
           COPY HCSNAP.

       FD  NEW-SNAPSHOT-HIST
           RECORD CONTAINS 51 CHARACTERS.
           COPY HCSNAP REPLACING ==HC-SNAPSHOT-REC==
                                   BY ==NEW-SNAPSHOT-REC==,
                                 ==HCS-MONTH==
                                   BY ==NHCS-MONTH==,
                                 ==HCS-TERRITORY-NO==
                                   BY ==NHCS-TERRITORY-NO==,
                                 ==HCS-OFFICE-NO==
                                   BY ==NHCS-OFFICE-NO==,
                                 ==HCS-CLASS-CODE==
                                   BY ==NHCS-CLASS-CODE==,
                                 ==HCS-OPENING==
                                   BY ==NHCS-OPENING==,
                                 ==HCS-HIRES==
                                   BY ==NHCS-HIRES==,
                                 ==HCS-TERMINATIONS==
                                   BY ==NHCS-TERMINATIONS==,
                                 ==HCS-TRANSFERS-IN==
                                   BY ==NHCS-TRANSFERS-IN==,
                                 ==HCS-TRANSFERS-OUT==
                                   BY ==NHCS-TRANSFERS-OUT==,
                                 ==HCS-CLOSING==
                                   BY ==NHCS-CLOSING==.

       FD  SNAPSHOT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAPSHOT-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.
           05  WS-HIST-EOF-SW          PIC X        VALUE 'N'.
           05  WS-MOVE-EOF-SW          PIC X        VALUE 'N'.
           05  WS-DUPLICATE-SW         PIC X        VALUE 'N'.
           05  WS-FOUND-SW             PIC X        VALUE 'N'.
           05  WS-T-DATE               PIC X(8)     VALUE SPACES.
           05  WS-SNAP-MONTH           PIC X(6)     VALUE SPACES.
           05  WS-PRIOR-MONTH          PIC X(6)     VALUE SPACES.
           05  WS-KEY-WORK             PIC X(6)     VALUE SPACES.
           05  WS-PRINTED-COUNT        PIC 9(4)     VALUE ZERO.
           05  WS-LOW-SUB              PIC 9(4)     VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-SUB                  PIC 9(4)     VALUE ZERO.
           05  WS-PROOF-WORK           PIC S9(7)    VALUE ZERO.
           05  WS-HIST-READ-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-HIST-KEPT-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-HIST-AGED-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-MOVE-READ-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-MOVE-BAD-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(7)     VALUE ZERO.
           05  WS-WRITTEN-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-UNPROVED-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(5)     VALUE ZERO.
      *A MONTH AS A RUNNING MONTH NUMBER (YEAR TIMES TWELVE PLUS THE
      *MONTH), SO THE TWO-YEAR RETENTION IS A SUBTRACTION
       01  WS-MONTH-WORK               PIC X(6)     VALUE SPACES.
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-YYYY           PIC 9(4).
           05  WS-MONTH-MM             PIC 9(2).
       01  WS-MONTH-NO                 PIC 9(6)     VALUE ZERO.
       01  WS-SNAP-MONTH-NO            PIC 9(6)     VALUE ZERO.
       01  WS-KEEP-MONTH-NO            PIC 9(6)     VALUE ZERO.
      *TWENTY-THREE MONTHS BACK PLUS THIS ONE - THE TURNOVER REPORT'S
      *TWELVE ROLLING TWELVE-MONTH RATES
       01  WS-KEEP-MONTHS              PIC 9(2)     VALUE 23.
      *EVERY POSITION SEEN THIS MONTH - ON LAST MONTH'S SNAPSHOT, ON
      *THE MOVEMENT LOG, OR FILLED ON THE EXTRACT. THE KEY IS
      *TERRITORY, OFFICE, AND CLASS RUN TOGETHER, AND THE TABLE IS
      *WRITTEN IN KEY ORDER WITHOUT A SORT
       01  WS-POS-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-POS-COUNT
               INDEXED BY POS-IDX.
               10  WS-POS-KEY          PIC X(6).
               10  WS-POS-OPENING      PIC 9(5).
               10  WS-POS-HIRES        PIC 9(5).
               10  WS-POS-TERMS        PIC 9(5).
               10  WS-POS-XFER-IN      PIC 9(5).
               10  WS-POS-XFER-OUT     PIC 9(5).
               10  WS-POS-CLOSING      PIC 9(5).
               10  WS-POS-PRINTED      PIC X.
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(18)    VALUE SPACES.
           05                          PIC X(38)    VALUE
               'MONTH-END HEADCOUNT SNAPSHOT REGISTER '.
           05                          PIC X(6)     VALUE 'MONTH '.
           05  HL-SNAP-MONTH           PIC X(6).
           05                          PIC X(12)    VALUE SPACES.
       01  HL-HEADING2.
           05                          PIC X(16)
               VALUE 'TERR OFF CLASS  '.
           05                          PIC X(36)
               VALUE ' OPEN HIRES TERMS XF-IN XF-OUT CLOSE'.
           05                          PIC X(28)    VALUE SPACES.
      *ONE POSITION'S SNAPSHOT. THE NOTE MARKS A POSITION WHOSE
      *OPENING, PLUS HIRES AND TRANSFERS IN, LESS TERMINATIONS AND
      *TRANSFERS OUT, IS NOT ITS CLOSING
       01  DL-DETAIL-LINE.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-TERR             PIC X(2).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-OFFICE           PIC X(2).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-CLASS            PIC X(2).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-OPENING          PIC ZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-HIRES            PIC ZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-TERMS            PIC ZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-XFER-IN          PIC ZZZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-XFER-OUT         PIC ZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-CLOSING          PIC ZZZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NOTE             PIC X(16).
           05                          PIC X(7)     VALUE SPACES.
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-COUNT            PIC ZZZZZZ9.
           05                          PIC X(43)    VALUE SPACES.
       01  DL-PRIOR-LINE.
           05                          PIC X(30)
               VALUE 'OPENING TAKEN FROM MONTH . . :'.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-PRIOR-MONTH          PIC X(23).
           05                          PIC X(26)    VALUE SPACES.

      ******************************************************
       PROCEDURE DIVISION.
      *MAIN MODULE CONTROLS THE DIRECTION OF THE PROGRAM LOGIC
      *READS THE HISTORY FOR LAST MONTH'S CLOSINGS, POSTS THE MONTH'S
      *MOVEMENTS AND THE EXTRACT'S CLOSINGS, THEN WRITES THE NEW
      *HISTORY AND THE REGISTER - UNLESS THE MONTH IS ALREADY ON IT
       100-MAIN-PARA.
           PERFORM 110-DATE-CARD-RTN
           OPEN OUTPUT SNAPSHOT-RPT-FILE
           MOVE WS-SNAP-MONTH TO HL-SNAP-MONTH
           WRITE SNAPSHOT-RPT-REC FROM HL-HEADING1
           PERFORM 150-PRIOR-MONTH-RTN
           IF WS-DUPLICATE-SW = 'Y'
             WRITE SNAPSHOT-RPT-REC FROM BLANK-LINE
             MOVE 'MONTH ALREADY ON THE HISTORY - SNAPSHOT REFUSED'
               TO SNAPSHOT-RPT-REC
             WRITE SNAPSHOT-RPT-REC
             DISPLAY 'HCSNAP - MONTH ' WS-SNAP-MONTH
               ' ALREADY ON THE HISTORY - SNAPSHOT REFUSED'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM 200-POST-MOVEMENTS-RTN
             PERFORM 300-POST-CLOSINGS-RTN
             IF WS-PRIOR-MONTH = SPACES
               PERFORM 350-DERIVE-OPENING-RTN
                 VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-POS-COUNT
             END-IF
             PERFORM 400-WRITE-HISTORY-RTN
             PERFORM 800-TOTALS-RTN
           END-IF
           CLOSE SNAPSHOT-RPT-FILE
           STOP RUN.

      *THE SNAPSHOT MONTH IS THE MONTH OF THE DATE CARD - THE LAST
      *NIGHT OF THE MONTH BEING CLOSED
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
           MOVE WS-T-DATE (1:6) TO WS-SNAP-MONTH
           MOVE WS-SNAP-MONTH   TO WS-MONTH-WORK
           PERFORM 120-MONTH-NUMBER-RTN
           MOVE WS-MONTH-NO     TO WS-SNAP-MONTH-NO
           COMPUTE WS-KEEP-MONTH-NO = WS-SNAP-MONTH-NO - WS-KEEP-MONTHS.

      *TURNS THE MONTH IN WS-MONTH-WORK INTO ITS RUNNING MONTH NUMBER
       120-MONTH-NUMBER-RTN.
           MOVE ZERO TO WS-MONTH-NO
           IF WS-MONTH-WORK NUMERIC
             COMPUTE WS-MONTH-NO = WS-MONTH-YYYY * 12 + WS-MONTH-MM - 1
           END-IF.

      *FIRST PASS OF THE HISTORY - FINDS THE LATEST MONTH BEFORE THIS
      *ONE AND TAKES ITS CLOSINGS AS THIS MONTH'S OPENINGS, AND
      *CATCHES A MONTH ALREADY SNAPSHOT
       150-PRIOR-MONTH-RTN.
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT SNAPSHOT-HIST
           PERFORM 160-PRIOR-READ-RTN
             UNTIL WS-HIST-EOF-SW = 'Y'
           CLOSE SNAPSHOT-HIST.

      *ONE HISTORY RECORD OF THE FIRST PASS. A LATER PRIOR MONTH THAN
      *THE ONE IN HAND WIPES THE OPENINGS TAKEN SO FAR
       160-PRIOR-READ-RTN.
           READ SNAPSHOT-HIST
             AT END
               MOVE 'Y' TO WS-HIST-EOF-SW
             NOT AT END
               ADD 1 TO WS-HIST-READ-COUNT
               EVALUATE TRUE
                 WHEN HCS-MONTH = WS-SNAP-MONTH
                   MOVE 'Y' TO WS-DUPLICATE-SW
                 WHEN HCS-MONTH > WS-SNAP-MONTH
                   CONTINUE
                 WHEN WS-PRIOR-MONTH = SPACES
                   OR HCS-MONTH > WS-PRIOR-MONTH
                   MOVE HCS-MONTH TO WS-PRIOR-MONTH
                   PERFORM 170-CLEAR-OPENING-RTN
                     VARYING WS-SUB FROM 1 BY 1
                     UNTIL WS-SUB > WS-POS-COUNT
                   PERFORM 180-TAKE-OPENING-RTN
                 WHEN HCS-MONTH = WS-PRIOR-MONTH
                   PERFORM 180-TAKE-OPENING-RTN
               END-EVALUATE
           END-READ.

      *CLEARS ONE OPENING TAKEN FROM AN EARLIER MONTH
       170-CLEAR-OPENING-RTN.
           MOVE ZERO TO WS-POS-OPENING (WS-SUB).

      *TAKES THE PRIOR MONTH'S CLOSING AS THE POSITION'S OPENING
       180-TAKE-OPENING-RTN.
           MOVE HC-SNAPSHOT-REC (9:6) TO WS-KEY-WORK
           PERFORM 500-FIND-POSITION-RTN
           IF WS-FOUND-SW = 'Y'
           AND HCS-CLOSING NUMERIC
             MOVE HCS-CLOSING TO WS-POS-OPENING (POS-IDX)
           END-IF.

      *POSTS THE MONTH'S MOVEMENT LOG INTO THE POSITIONS
       200-POST-MOVEMENTS-RTN.
           OPEN INPUT MOVEMENT-DATA
           PERFORM 210-MOVEMENT-READ-RTN
             UNTIL WS-MOVE-EOF-SW = 'Y'
           CLOSE MOVEMENT-DATA.

      *ONE MOVEMENT - COUNTED AGAINST ITS POSITION BY TYPE. A RECORD
      *OF NO KNOWN TYPE IS COUNTED AND LEFT OUT
       210-MOVEMENT-READ-RTN.
           READ MOVEMENT-DATA
             AT END
               MOVE 'Y' TO WS-MOVE-EOF-SW
             NOT AT END
               ADD 1 TO WS-MOVE-READ-COUNT
               MOVE HC-MOVEMENT-REC (1:6) TO WS-KEY-WORK
               PERFORM 500-FIND-POSITION-RTN
               IF WS-FOUND-SW = 'Y'
                 EVALUATE TRUE
                   WHEN HCM-HIRE
                     ADD 1 TO WS-POS-HIRES (POS-IDX)
                   WHEN HCM-TERMINATION
                     ADD 1 TO WS-POS-TERMS (POS-IDX)
                   WHEN HCM-TRANSFER-IN
                     ADD 1 TO WS-POS-XFER-IN (POS-IDX)
                   WHEN HCM-TRANSFER-OUT
                     ADD 1 TO WS-POS-XFER-OUT (POS-IDX)
                   WHEN OTHER
                     ADD 1 TO WS-MOVE-BAD-COUNT
                 END-EVALUATE
               END-IF
           END-READ.

      *COUNTS EVERY ACTIVE EMPLOYEE ON THE EXTRACT INTO THEIR
      *POSITION'S CLOSING HEADCOUNT
       300-POST-CLOSINGS-RTN.
           OPEN INPUT EXTRACT-IN
           PERFORM 310-EXTRACT-READ-RTN
             UNTIL NO-MORE-RECORDS
           CLOSE EXTRACT-IN.

      *ONE EXTRACT RECORD - A TERMINATED EMPLOYEE HOLDS NO POSITION
       310-EXTRACT-READ-RTN.
           READ EXTRACT-IN
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
               IF NOT EXT-TERMINATED
                 ADD 1 TO WS-ACTIVE-COUNT
                 MOVE EXT-TERRITORY-NO   TO WS-KEY-WORK (1:2)
                 MOVE EXT-OFFICE-NO      TO WS-KEY-WORK (3:2)
                 MOVE EXT-JOB-CLASS-CODE TO WS-KEY-WORK (5:2)
                 PERFORM 500-FIND-POSITION-RTN
                 IF WS-FOUND-SW = 'Y'
                   ADD 1 TO WS-POS-CLOSING (POS-IDX)
                 END-IF
               END-IF
           END-READ.

      *WITH NO EARLIER SNAPSHOT TO OPEN FROM, THE OPENING IS WORKED
      *BACK FROM THE CLOSING - LESS WHAT CAME IN, PLUS WHAT WENT OUT.
      *A MOVEMENT LOG THAT CANNOT HAVE PRODUCED THE CLOSING OPENS AT
      *ZERO AND SHOWS ON THE REGISTER AS NOT PROVING
       350-DERIVE-OPENING-RTN.
           COMPUTE WS-PROOF-WORK = WS-POS-CLOSING (WS-SUB)
                                 - WS-POS-HIRES (WS-SUB)
                                 - WS-POS-XFER-IN (WS-SUB)
                                 + WS-POS-TERMS (WS-SUB)
                                 + WS-POS-XFER-OUT (WS-SUB)
           IF WS-PROOF-WORK < ZERO
             MOVE ZERO TO WS-POS-OPENING (WS-SUB)
           ELSE
             MOVE WS-PROOF-WORK TO WS-POS-OPENING (WS-SUB)
           END-IF.

      *SECOND PASS OF THE HISTORY - CARRIES FORWARD EVERY MONTH STILL
      *INSIDE THE RETENTION, THEN APPENDS THIS MONTH'S SNAPSHOT IN
      *POSITION ORDER, LISTING IT ON THE REGISTER AS IT GOES
       400-WRITE-HISTORY-RTN.
           OPEN INPUT  SNAPSHOT-HIST
                OUTPUT NEW-SNAPSHOT-HIST
           MOVE 'N' TO WS-HIST-EOF-SW
           PERFORM 410-CARRY-READ-RTN
             UNTIL WS-HIST-EOF-SW = 'Y'
           CLOSE SNAPSHOT-HIST
           WRITE SNAPSHOT-RPT-REC FROM BLANK-LINE
           WRITE SNAPSHOT-RPT-REC FROM HL-HEADING2
           PERFORM 450-WRITE-LOWEST-POS-RTN
             UNTIL WS-PRINTED-COUNT = WS-POS-COUNT
           CLOSE NEW-SNAPSHOT-HIST.

      *ONE HISTORY RECORD OF THE SECOND PASS - KEPT OR AGED OFF
       410-CARRY-READ-RTN.
           READ SNAPSHOT-HIST
             AT END
               MOVE 'Y' TO WS-HIST-EOF-SW
             NOT AT END
               MOVE HCS-MONTH TO WS-MONTH-WORK
               PERFORM 120-MONTH-NUMBER-RTN
               IF WS-MONTH-NO < WS-KEEP-MONTH-NO
                 ADD 1 TO WS-HIST-AGED-COUNT
               ELSE
                 WRITE NEW-SNAPSHOT-REC FROM HC-SNAPSHOT-REC
                 ADD 1 TO WS-HIST-KEPT-COUNT
               END-IF
           END-READ.

      *FINDS THE LOWEST NOT-YET-WRITTEN POSITION KEY AND WRITES IT
       450-WRITE-LOWEST-POS-RTN.
           MOVE ZERO TO WS-LOW-SUB
           PERFORM 460-SCAN-FOR-LOWEST-RTN
             VARYING WS-SCAN-SUB FROM 1 BY 1
             UNTIL WS-SCAN-SUB > WS-POS-COUNT
           PERFORM 470-SNAPSHOT-LINE-RTN
           MOVE 'P' TO WS-POS-PRINTED (WS-LOW-SUB)
           ADD 1 TO WS-PRINTED-COUNT.

      *ONE STEP OF THE LOWEST-UNWRITTEN-POSITION SCAN
       460-SCAN-FOR-LOWEST-RTN.
           IF WS-POS-PRINTED (WS-SCAN-SUB) NOT = 'P'
             IF WS-LOW-SUB = ZERO
               MOVE WS-SCAN-SUB TO WS-LOW-SUB
             ELSE
               IF WS-POS-KEY (WS-SCAN-SUB) < WS-POS-KEY (WS-LOW-SUB)
                 MOVE WS-SCAN-SUB TO WS-LOW-SUB
               END-IF
             END-IF
           END-IF.

      *WRITES ONE POSITION'S SNAPSHOT RECORD AND REGISTER LINE. A
      *POSITION EMPTY AT BOTH ENDS OF THE MONTH WITH NOTHING MOVING
      *THROUGH IT HAS NOTHING TO SNAPSHOT
       470-SNAPSHOT-LINE-RTN.
           IF WS-POS-OPENING (WS-LOW-SUB) > ZERO
           OR WS-POS-HIRES (WS-LOW-SUB) > ZERO
           OR WS-POS-TERMS (WS-LOW-SUB) > ZERO
           OR WS-POS-XFER-IN (WS-LOW-SUB) > ZERO
           OR WS-POS-XFER-OUT (WS-LOW-SUB) > ZERO
           OR WS-POS-CLOSING (WS-LOW-SUB) > ZERO
             MOVE SPACES                       TO NEW-SNAPSHOT-REC
             MOVE WS-SNAP-MONTH                TO NHCS-MONTH
             MOVE WS-POS-KEY (WS-LOW-SUB) (1:2) TO NHCS-TERRITORY-NO
             MOVE WS-POS-KEY (WS-LOW-SUB) (3:2) TO NHCS-OFFICE-NO
             MOVE WS-POS-KEY (WS-LOW-SUB) (5:2) TO NHCS-CLASS-CODE
             MOVE WS-POS-OPENING (WS-LOW-SUB)  TO NHCS-OPENING
             MOVE WS-POS-HIRES (WS-LOW-SUB)    TO NHCS-HIRES
             MOVE WS-POS-TERMS (WS-LOW-SUB)    TO NHCS-TERMINATIONS
             MOVE WS-POS-XFER-IN (WS-LOW-SUB)  TO NHCS-TRANSFERS-IN
             MOVE WS-POS-XFER-OUT (WS-LOW-SUB) TO NHCS-TRANSFERS-OUT
             MOVE WS-POS-CLOSING (WS-LOW-SUB)  TO NHCS-CLOSING
             WRITE NEW-SNAPSHOT-REC
             ADD 1 TO WS-WRITTEN-COUNT
             COMPUTE WS-PROOF-WORK = WS-POS-OPENING (WS-LOW-SUB)
                                   + WS-POS-HIRES (WS-LOW-SUB)
                                   + WS-POS-XFER-IN (WS-LOW-SUB)
                                   - WS-POS-TERMS (WS-LOW-SUB)
                                   - WS-POS-XFER-OUT (WS-LOW-SUB)
             MOVE WS-POS-KEY (WS-LOW-SUB) (1:2) TO DL-OUT-TERR
             MOVE WS-POS-KEY (WS-LOW-SUB) (3:2) TO DL-OUT-OFFICE
             MOVE WS-POS-KEY (WS-LOW-SUB) (5:2) TO DL-OUT-CLASS
             MOVE WS-POS-OPENING (WS-LOW-SUB)   TO DL-OUT-OPENING
             MOVE WS-POS-HIRES (WS-LOW-SUB)     TO DL-OUT-HIRES
             MOVE WS-POS-TERMS (WS-LOW-SUB)     TO DL-OUT-TERMS
             MOVE WS-POS-XFER-IN (WS-LOW-SUB)   TO DL-OUT-XFER-IN
             MOVE WS-POS-XFER-OUT (WS-LOW-SUB)  TO DL-OUT-XFER-OUT
             MOVE WS-POS-CLOSING (WS-LOW-SUB)   TO DL-OUT-CLOSING
             IF WS-PROOF-WORK = WS-POS-CLOSING (WS-LOW-SUB)
               MOVE SPACES                      TO DL-OUT-NOTE
             ELSE
               MOVE 'DOES NOT PROVE'            TO DL-OUT-NOTE
               ADD 1 TO WS-UNPROVED-COUNT
             END-IF
             WRITE SNAPSHOT-RPT-REC FROM DL-DETAIL-LINE
           END-IF.

      *FINDS THE POSITION FOR THE KEY IN WS-KEY-WORK, OPENING A NEW
      *ONE WHEN THE TABLE DOES NOT CARRY IT YET. A FULL TABLE LEAVES
      *THE FIGURE OUT AND COUNTED
       500-FIND-POSITION-RTN.
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
               MOVE ZERO TO WS-POS-OPENING (POS-IDX)
                            WS-POS-HIRES (POS-IDX)
                            WS-POS-TERMS (POS-IDX)
                            WS-POS-XFER-IN (POS-IDX)
                            WS-POS-XFER-OUT (POS-IDX)
                            WS-POS-CLOSING (POS-IDX)
               MOVE 'N' TO WS-POS-PRINTED (POS-IDX)
               MOVE 'Y' TO WS-FOUND-SW
             END-IF
           END-IF.

      *PRINTS THE COUNTS THAT PROVE THE RUN
       800-TOTALS-RTN.
           WRITE SNAPSHOT-RPT-REC FROM BLANK-LINE
           IF WS-PRIOR-MONTH = SPACES
             MOVE 'NONE - WORKED BACK' TO DL-PRIOR-MONTH
           ELSE
             MOVE WS-PRIOR-MONTH       TO DL-PRIOR-MONTH
           END-IF
           WRITE SNAPSHOT-RPT-REC FROM DL-PRIOR-LINE
           MOVE 'MOVEMENTS READ . . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-MOVE-READ-COUNT               TO DL-CNT-COUNT
           WRITE SNAPSHOT-RPT-REC FROM DL-COUNT-LINE
           MOVE 'MOVEMENTS OF NO KNOWN TYPE . :' TO DL-CNT-LABEL
           MOVE WS-MOVE-BAD-COUNT                TO DL-CNT-COUNT
           WRITE SNAPSHOT-RPT-REC FROM DL-COUNT-LINE
           MOVE 'ACTIVE EMPLOYEES . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-ACTIVE-COUNT                  TO DL-CNT-COUNT
           WRITE SNAPSHOT-RPT-REC FROM DL-COUNT-LINE
           MOVE 'POSITIONS SNAPSHOT . . . . . :' TO DL-CNT-LABEL
           MOVE WS-WRITTEN-COUNT                 TO DL-CNT-COUNT
           WRITE SNAPSHOT-RPT-REC FROM DL-COUNT-LINE
           MOVE 'POSITIONS NOT PROVING. . . . :' TO DL-CNT-LABEL
           MOVE WS-UNPROVED-COUNT                TO DL-CNT-COUNT
           WRITE SNAPSHOT-RPT-REC FROM DL-COUNT-LINE
           MOVE 'HISTORY RECORDS KEPT . . . . :' TO DL-CNT-LABEL
           MOVE WS-HIST-KEPT-COUNT               TO DL-CNT-COUNT
           WRITE SNAPSHOT-RPT-REC FROM DL-COUNT-LINE
           MOVE 'HISTORY RECORDS AGED OFF . . :' TO DL-CNT-LABEL
           MOVE WS-HIST-AGED-COUNT               TO DL-CNT-COUNT
           WRITE SNAPSHOT-RPT-REC FROM DL-COUNT-LINE
           IF WS-DROPPED-COUNT > ZERO
             MOVE 'NOT POSTED - TABLE FULL. . . :' TO DL-CNT-LABEL
             MOVE WS-DROPPED-COUNT                 TO DL-CNT-COUNT
             WRITE SNAPSHOT-RPT-REC FROM DL-COUNT-LINE
             DISPLAY 'HCSNAP - POSITION TABLE FULL, '
               WS-DROPPED-COUNT ' FIGURES NOT POSTED'
           END-IF
           DISPLAY 'HEADCOUNT SNAPSHOT ' WS-SNAP-MONTH
             ' - POSITIONS: ' WS-WRITTEN-COUNT
             ' MOVEMENTS: ' WS-MOVE-READ-COUNT
             ' NOT PROVING: ' WS-UNPROVED-COUNT.
      *****************************************************************
