      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO MAINTAIN THE TERRITORY/OFFICE (LOCREF.DAT),
      *         JOB-CLASS (JOBCLS.DAT), AND POSITION BUDGET
      *         (POSBUD.DAT) REFERENCE FILES BY KEYED
      *         ADD/CHANGE/DELETE TRANSACTION INSTEAD OF FREEHAND
      *         EDITING - EVERY TRANSACTION IS VALIDATED (NUMERIC
      *         BAND LIMITS, MIN NOT ABOVE MAX, NO DUPLICATE KEYS,
      *         AND FOR AN HOURLY CLASS A USABLE RATE AND OVERTIME
      *         FACTOR, AND FOR A BUDGETED POSITION A LOCATION AND
      *         CLASS ON FILE WITH A NUMERIC HEADCOUNT AND SALARY),
      *         EVERY APPLIED CHANGE GETS AN OLD/NEW AUDIT LINE, AND
      *         THE PROGRAM REFUSES (NON-ZERO CONDITION CODE, NO
      *         OUTPUT FILES) TO LEAVE THE LOCATION OR JOB-CLASS
      *         REFERENCE EMPTY,
      *         BECAUSE AN EMPTY REFERENCE SILENTLY STANDS A1'S
      *         WHOLE EDIT DOWN. THE JOB STREAM ONLY COPIES THE NEW
      *         FILES OVER THE LIVE ONES ON A CLEAN RUN.
           SELECT OPTIONAL JOB-CLASS-REF
             ASSIGN TO 'JOBCLS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE POSITION BUDGET - OPTIONAL SO THE FIRST RUN THAT KEYS
      *POSITIONS STARTS IT FROM NOTHING
           SELECT OPTIONAL POSITION-BUD
             ASSIGN TO 'POSBUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED MAINTENANCE CARDS - 'L', 'J', OR 'P' FOR THE FILE, THEN
      *'A'DD, 'C'HANGE, OR 'D'ELETE PLUS THE KEY AND FIELDS
           SELECT TRANSACTION-FILE
             ASSIGN TO 'REFTRN.DAT'
           SELECT NEW-JOB-CLASS-REF
             ASSIGN TO 'JOBNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-POSITION-BUD
             ASSIGN TO 'POSNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT-FILE
             ASSIGN TO 'REFAUD.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
           COPY LOCREF.

       FD  JOB-CLASS-REF
           RECORD CONTAINS 61 CHARACTERS.
           COPY JOBCLS.

       FD  POSITION-BUD
           RECORD CONTAINS 23 CHARACTERS.
           COPY POSBUD.

      *ONE MAINTENANCE CARD. THE TAIL IS READ THREE WAYS - AS THE
      *LOCATION NAMES, AS THE JOB-CLASS BAND, TITLE, PAY TYPE, AND
      *HOURLY RATES, OR AS A POSITION'S CLASS, AUTHORIZED HEADCOUNT,
      *AND SALARY DOLLARS - DEPENDING ON THE FILE ID IN COLUMN 1. A
      *POSITION'S KEY FIELD CARRIES ITS TERRITORY/OFFICE PAIR
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REF-TRANS-REC.
               10 RTR-MIN-SALARY  PIC X(6).
               10 RTR-MAX-SALARY  PIC X(6).
               10 RTR-CLASS-TITLE PIC X(20).
               10 RTR-PAY-TYPE    PIC X(1).
               10 RTR-HOURLY-RATE PIC X(5).
               10 RTR-OT-FACTOR   PIC X(3).
               10 RTR-SHIFT-PREM  PIC X(4).
               10                 PIC X(9).
           05 RTR-POS-FIELDS REDEFINES RTR-LOC-FIELDS.
               10 RTR-POS-CLASS   PIC X(2).
               10 RTR-AUTH-COUNT  PIC X(4).
               10 RTR-AUTH-SALARY PIC X(9).
               10                 PIC X(39).
           05                     PIC X(20).

       FD  NEW-LOCATION-REF
                                   BY ==NLOC-OFFICE-NAME==.

       FD  NEW-JOB-CLASS-REF
           RECORD CONTAINS 61 CHARACTERS.
           COPY JOBCLS REPLACING ==JOB-CLASS-REF-REC==
                                   BY ==NEW-JOB-CLASS-REF-REC==,
                                 ==JCR-CLASS-CODE==
                                 ==JCR-MAX-SALARY==
                                   BY ==NJCR-MAX-SALARY==,
                                 ==JCR-CLASS-TITLE==
                                   BY ==NJCR-CLASS-TITLE==,
                                 ==JCR-PAY-TYPE==
                                   BY ==NJCR-PAY-TYPE==,
                                 ==JCR-HOURLY==
                                   BY ==NJCR-HOURLY==,
                                 ==JCR-HOURLY-RATE==
                                   BY ==NJCR-HOURLY-RATE==,
                                 ==JCR-OT-FACTOR==
                                   BY ==NJCR-OT-FACTOR==,
                                 ==JCR-SHIFT-PREMIUM==
                                   BY ==NJCR-SHIFT-PREMIUM==.

       FD  NEW-POSITION-BUD
           RECORD CONTAINS 23 CHARACTERS.
           COPY POSBUD REPLACING ==POSITION-BUD-REC==
                                   BY ==NEW-POSITION-BUD-REC==,
                                 ==PSB-TERRITORY-NO==
                                   BY ==NPSB-TERRITORY-NO==,
                                 ==PSB-OFFICE-NO==
                                   BY ==NPSB-OFFICE-NO==,
                                 ==PSB-CLASS-CODE==
                                   BY ==NPSB-CLASS-CODE==,
                                 ==PSB-AUTH-HEADCOUNT==
                                   BY ==NPSB-AUTH-HEADCOUNT==,
                                 ==PSB-AUTH-SALARY==
                                   BY ==NPSB-AUTH-SALARY==.

       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-WORK-AREAS.
           05  WS-LOC-EOF-SW       PIC X       VALUE 'N'.
           05  WS-JCR-EOF-SW       PIC X       VALUE 'N'.
           05  WS-POS-EOF-SW       PIC X       VALUE 'N'.
           05  WS-TRANS-EOF-SW     PIC X       VALUE 'N'.
           05  WS-FOUND-SW         PIC X       VALUE 'N'.
           05  WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-LOC-LIVE-COUNT   PIC 9(3)    VALUE ZERO.
           05  WS-JCR-LIVE-COUNT   PIC 9(3)    VALUE ZERO.
           05  WS-POS-LIVE-COUNT   PIC 9(4)    VALUE ZERO.
           05  WS-SUB              PIC 9(3)    VALUE ZERO.
           05  WS-HOLD-SUB         PIC 9(3)    VALUE ZERO.
           05  WS-POS-SUB          PIC 9(4)    VALUE ZERO.
           05  WS-POS-HOLD-SUB     PIC 9(4)    VALUE ZERO.
           05  WS-MIN-WORK         PIC 9(6)    VALUE ZERO.
           05  WS-MAX-WORK         PIC 9(6)    VALUE ZERO.
           05  WS-JCR-VALUE-WORK   PIC X(28)   VALUE SPACES.
      *THE HOURLY-RATE FIELDS UNDER EDIT, AND THE RATE IMAGE BUILT
      *FROM THEM FOR THE AUDIT'S SECOND LINE
           05  WS-RATE-OK-SW       PIC X       VALUE 'Y'.
           05  WS-PAY-TYPE-WORK    PIC X(1)    VALUE SPACES.
           05  WS-RATE-WORK        PIC 9(3)V99 VALUE ZERO.
           05  WS-OT-WORK          PIC 9V99    VALUE ZERO.
           05  WS-SHIFT-WORK       PIC 9(2)V99 VALUE ZERO.
           05  WS-RATE-ED          PIC ZZ9.99.
           05  WS-OT-ED            PIC 9.99.
           05  WS-SHIFT-ED         PIC Z9.99.
           05  WS-OLD-RATE-IMAGE   PIC X(28)   VALUE SPACES.
           05  WS-RATE-IMAGE       PIC X(28)   VALUE SPACES.
      *THE POSITION FIELDS UNDER EDIT, AND THE HEADCOUNT/DOLLARS
      *IMAGE BUILT FROM THEM FOR THE AUDIT
           05  WS-POS-KEY-WORK     PIC X(6)    VALUE SPACES.
           05  WS-COUNT-WORK       PIC 9(4)    VALUE ZERO.
           05  WS-BUDGET-WORK      PIC 9(9)    VALUE ZERO.
           05  WS-POS-VALUE-WORK   PIC X(28)   VALUE SPACES.
      *THE LIVE REFERENCE DATA, HELD IN TABLES WHILE THE
      *TRANSACTIONS APPLY. A DELETED ENTRY IS ONLY FLAGGED - THE
      *FLAG KEEPS ITS KEY VISIBLE TO THE DUPLICATE CHECK'S HISTORY
               10  WS-JCR-MIN          PIC 9(6).
               10  WS-JCR-MAX          PIC 9(6).
               10  WS-JCR-TITLE        PIC X(20).
               10  WS-JCR-PAY-TYPE     PIC X(1).
               10  WS-JCR-RATE         PIC 9(3)V99.
               10  WS-JCR-OT-FACTOR    PIC 9V99.
               10  WS-JCR-SHIFT        PIC 9(2)V99.
               10  WS-JCR-DELETED-SW   PIC X.
      *THE KEY IS TERRITORY, OFFICE, AND CLASS RUN TOGETHER
       01  WS-POS-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-POS-COUNT
               INDEXED BY POS-IDX.
               10  WS-POS-KEY          PIC X(6).
               10  WS-POS-AUTH-COUNT   PIC 9(4).
               10  WS-POS-AUTH-SALARY  PIC 9(9).
               10  WS-POS-DELETED-SW   PIC X.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-AUDIT-HEADING.
           05                      PIC X(40)   VALUE
      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE REFERENCES, APPLIES THE CARDS IN ORDER, AND ONLY
      *WRITES THE NEW FILES WHEN NEITHER THE LOCATIONS NOR THE JOB
      *CLASSES WOULD COME OUT EMPTY. AN EMPTY POSITION BUDGET IS
      *ALLOWED - IT ONLY MEANS NOTHING IS BUDGETED YET
       100-MAIN-PARA.
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT AUDIT-RPT-FILE
           WRITE AUDIT-RPT-REC FROM HL-AUDIT-HEADING
           PERFORM 150-LOAD-LOCREF-RTN
           PERFORM 160-LOAD-JOBCLS-RTN
           PERFORM 170-LOAD-POSBUD-RTN
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-APPLY-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           PERFORM 700-COUNT-SURVIVORS-RTN
                              WS-JCR-MAX (WS-JCR-COUNT)
               END-IF
               MOVE JCR-CLASS-TITLE TO WS-JCR-TITLE (WS-JCR-COUNT)
               MOVE JCR-PAY-TYPE    TO WS-JCR-PAY-TYPE (WS-JCR-COUNT)
               IF  JCR-HOURLY-RATE NUMERIC
               AND JCR-OT-FACTOR NUMERIC
               AND JCR-SHIFT-PREMIUM NUMERIC
                 MOVE JCR-HOURLY-RATE TO WS-JCR-RATE (WS-JCR-COUNT)
                 MOVE JCR-OT-FACTOR   TO WS-JCR-OT-FACTOR (WS-JCR-COUNT)
                 MOVE JCR-SHIFT-PREMIUM TO WS-JCR-SHIFT (WS-JCR-COUNT)
               ELSE
                 IF JCR-HOURLY
                   DISPLAY 'JOB CLASS ' JCR-CLASS-CODE
                     ' CARRIES NON-NUMERIC RATES - LOADED AS ZEROS'
                 END-IF
                 MOVE ZERO TO WS-JCR-RATE (WS-JCR-COUNT)
                              WS-JCR-OT-FACTOR (WS-JCR-COUNT)
                              WS-JCR-SHIFT (WS-JCR-COUNT)
               END-IF
               MOVE 'N' TO WS-JCR-DELETED-SW (WS-JCR-COUNT)
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE LIVE POSITION BUDGET INTO ITS TABLE
       170-LOAD-POSBUD-RTN.
           OPEN INPUT POSITION-BUD
           PERFORM 175-POSBUD-READ-RTN
             UNTIL WS-POS-EOF-SW = 'Y'
             OR    WS-POS-COUNT = 3000
           CLOSE POSITION-BUD.
      *----------------------------------------------------------------
      *READS ONE POSITION RECORD INTO THE TABLE. A NON-NUMERIC
      *HEADCOUNT OR SALARY IS CARRIED AS ZERO AND FLAGGED ON THE
      *CONSOLE, THE SAME AS A BAD BAND
       175-POSBUD-READ-RTN.
           READ POSITION-BUD
             AT END
               MOVE 'Y' TO WS-POS-EOF-SW
             NOT AT END
               ADD 1 TO WS-POS-COUNT
               MOVE POSITION-BUD-REC (1:6)
                 TO WS-POS-KEY (WS-POS-COUNT)
               IF  PSB-AUTH-HEADCOUNT NUMERIC
               AND PSB-AUTH-SALARY NUMERIC
                 MOVE PSB-AUTH-HEADCOUNT
                   TO WS-POS-AUTH-COUNT (WS-POS-COUNT)
                 MOVE PSB-AUTH-SALARY
                   TO WS-POS-AUTH-SALARY (WS-POS-COUNT)
               ELSE
                 DISPLAY 'POSITION ' POSITION-BUD-REC (1:6)
                   ' CARRIES A NON-NUMERIC BUDGET - LOADED AS ZEROS'
                 MOVE ZERO TO WS-POS-AUTH-COUNT (WS-POS-COUNT)
                              WS-POS-AUTH-SALARY (WS-POS-COUNT)
               END-IF
               MOVE 'N' TO WS-POS-DELETED-SW (WS-POS-COUNT)
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT MAINTENANCE CARD
       200-READ-TRANS-PARA.
           READ TRANSACTION-FILE
               PERFORM 400-APPLY-LOC-PARA
             WHEN RTR-FILE-ID = 'J'
               PERFORM 500-APPLY-JCR-PARA
             WHEN RTR-FILE-ID = 'P'
               PERFORM 560-APPLY-POS-PARA
             WHEN OTHER
               MOVE 'FILE ID NOT L, J, OR P' TO REJ-REASON
               PERFORM 650-REJECT-RTN
           END-EVALUATE
           PERFORM 200-READ-TRANS-PARA.
           ELSE
             MOVE RTR-MIN-SALARY TO WS-MIN-WORK
             MOVE RTR-MAX-SALARY TO WS-MAX-WORK
             MOVE SPACES TO WS-PAY-TYPE-WORK
             MOVE ZERO   TO WS-RATE-WORK
                            WS-OT-WORK
                            WS-SHIFT-WORK
             PERFORM 540-RATE-EDIT-RTN
             IF WS-MIN-WORK > WS-MAX-WORK
               MOVE 'BAND MIN ABOVE MAX' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             ELSE
             IF WS-RATE-OK-SW = 'N'
               PERFORM 650-REJECT-RTN
             ELSE
               ADD 1 TO WS-JCR-COUNT
               MOVE WS-JCR-COUNT    TO WS-HOLD-SUB
               MOVE WS-MAX-WORK     TO WS-JCR-MAX (WS-HOLD-SUB)
               MOVE RTR-CLASS-TITLE TO WS-JCR-TITLE (WS-HOLD-SUB)
               MOVE 'N'             TO WS-JCR-DELETED-SW (WS-HOLD-SUB)
               PERFORM 545-RATE-STORE-RTN
               MOVE SPACES          TO AUD-OLD-VALUE
               PERFORM 630-JCR-VALUE-RTN
               MOVE WS-JCR-VALUE-WORK TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
               IF WS-PAY-TYPE-WORK = 'H'
                 MOVE SPACES TO WS-OLD-RATE-IMAGE
                 PERFORM 640-RATE-AUDIT-RTN
               END-IF
             END-IF
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *CHANGES ONE JOB CLASS - BLANK FIELDS LEFT ALONE, AND THE
      *BAND THAT RESULTS MUST STILL HAVE MIN AT OR BELOW MAX, AND AN
      *HOURLY CLASS STILL CARRY USABLE RATES, OR THE WHOLE CARD IS
      *REFUSED AND THE OLD VALUES STAND
       520-CHANGE-JCR-RTN.
           MOVE WS-JCR-MIN (WS-HOLD-SUB) TO WS-MIN-WORK
           MOVE WS-JCR-MAX (WS-HOLD-SUB) TO WS-MAX-WORK
           MOVE WS-JCR-PAY-TYPE (WS-HOLD-SUB)  TO WS-PAY-TYPE-WORK
           MOVE WS-JCR-RATE (WS-HOLD-SUB)      TO WS-RATE-WORK
           MOVE WS-JCR-OT-FACTOR (WS-HOLD-SUB) TO WS-OT-WORK
           MOVE WS-JCR-SHIFT (WS-HOLD-SUB)     TO WS-SHIFT-WORK
           PERFORM 635-RATE-VALUE-RTN
           MOVE WS-RATE-IMAGE TO WS-OLD-RATE-IMAGE
           IF RTR-MIN-SALARY NOT = SPACES
           AND RTR-MIN-SALARY NOT NUMERIC
             MOVE 'BAND LIMITS NOT NUMERIC' TO REJ-REASON
             IF RTR-MAX-SALARY NUMERIC
               MOVE RTR-MAX-SALARY TO WS-MAX-WORK
             END-IF
             PERFORM 540-RATE-EDIT-RTN
             IF WS-MIN-WORK > WS-MAX-WORK
               MOVE 'BAND MIN ABOVE MAX' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             ELSE
             IF WS-RATE-OK-SW = 'N'
               PERFORM 650-REJECT-RTN
             ELSE
               MOVE WS-JCR-MIN (WS-HOLD-SUB) TO WS-MIN-WORK
               MOVE WS-JCR-MAX (WS-HOLD-SUB) TO WS-MAX-WORK
               IF RTR-CLASS-TITLE NOT = SPACES
                 MOVE RTR-CLASS-TITLE TO WS-JCR-TITLE (WS-HOLD-SUB)
               END-IF
               PERFORM 545-RATE-STORE-RTN
               PERFORM 630-JCR-VALUE-RTN
               MOVE WS-JCR-VALUE-WORK TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
               PERFORM 635-RATE-VALUE-RTN
               IF WS-RATE-IMAGE NOT = WS-OLD-RATE-IMAGE
                 PERFORM 640-RATE-AUDIT-RTN
               END-IF
             END-IF
             END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------
      *EDITS THE CARD'S PAY TYPE AND RATES OVER THE VALUES ALREADY IN
      *THE WORK FIELDS - A BLANK FIELD LEAVES ITS VALUE ALONE. AN
      *HOURLY CLASS MUST END UP WITH A RATE ABOVE ZERO AND AN
      *OVERTIME FACTOR OF AT LEAST STRAIGHT TIME; A SALARIED CLASS
      *CARRIES NO RATES AT ALL, SO THEY ARE CLEARED
       540-RATE-EDIT-RTN.
           MOVE 'Y' TO WS-RATE-OK-SW
           EVALUATE TRUE
             WHEN RTR-PAY-TYPE NOT = SPACES
              AND RTR-PAY-TYPE NOT = 'S'
              AND RTR-PAY-TYPE NOT = 'H'
               MOVE 'N' TO WS-RATE-OK-SW
               MOVE 'PAY TYPE NOT H OR S' TO REJ-REASON
             WHEN RTR-HOURLY-RATE NOT = SPACES
              AND RTR-HOURLY-RATE NOT NUMERIC
               MOVE 'N' TO WS-RATE-OK-SW
               MOVE 'HOURLY RATE NOT NUMERIC' TO REJ-REASON
             WHEN RTR-OT-FACTOR NOT = SPACES
              AND RTR-OT-FACTOR NOT NUMERIC
               MOVE 'N' TO WS-RATE-OK-SW
               MOVE 'OVERTIME FACTOR NOT NUMERIC' TO REJ-REASON
             WHEN RTR-SHIFT-PREM NOT = SPACES
              AND RTR-SHIFT-PREM NOT NUMERIC
               MOVE 'N' TO WS-RATE-OK-SW
               MOVE 'SHIFT DIFFERENTIAL NOT NUMERIC' TO REJ-REASON
             WHEN OTHER
               IF RTR-PAY-TYPE NOT = SPACES
                 MOVE RTR-PAY-TYPE TO WS-PAY-TYPE-WORK
               END-IF
               IF RTR-HOURLY-RATE NUMERIC
                 MOVE RTR-HOURLY-RATE TO WS-RATE-WORK
               END-IF
               IF RTR-OT-FACTOR NUMERIC
                 MOVE RTR-OT-FACTOR TO WS-OT-WORK
               END-IF
               IF RTR-SHIFT-PREM NUMERIC
                 MOVE RTR-SHIFT-PREM TO WS-SHIFT-WORK
               END-IF
               IF WS-PAY-TYPE-WORK = 'H'
                 IF WS-RATE-WORK = ZERO
                   MOVE 'N' TO WS-RATE-OK-SW
                   MOVE 'HOURLY CLASS NEEDS A RATE' TO REJ-REASON
                 ELSE
                   IF WS-OT-WORK < 1
                     MOVE 'N' TO WS-RATE-OK-SW
                     MOVE 'OVERTIME FACTOR BELOW 1.00' TO REJ-REASON
                   END-IF
                 END-IF
               ELSE
                 MOVE ZERO TO WS-RATE-WORK
                              WS-OT-WORK
                              WS-SHIFT-WORK
               END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
      *MOVES THE EDITED PAY TYPE AND RATES ONTO THE TABLE ENTRY
       545-RATE-STORE-RTN.
           MOVE WS-PAY-TYPE-WORK TO WS-JCR-PAY-TYPE (WS-HOLD-SUB)
           MOVE WS-RATE-WORK     TO WS-JCR-RATE (WS-HOLD-SUB)
           MOVE WS-OT-WORK       TO WS-JCR-OT-FACTOR (WS-HOLD-SUB)
           MOVE WS-SHIFT-WORK    TO WS-JCR-SHIFT (WS-HOLD-SUB).
      *----------------------------------------------------------------
      *FINDS THE CARD'S CLASS CODE AMONG THE LIVE JOB CLASSES
       550-FIND-JCR-RTN.
           MOVE 'N' TO WS-FOUND-SW
             MOVE WS-SUB TO WS-HOLD-SUB
           END-IF.
      *----------------------------------------------------------------
      *ONE POSITION CARD. THE KEY IS THE TERRITORY/OFFICE PAIR IN THE
      *KEY FIELD PLUS THE CLASS ON THE CARD. A NEW POSITION MUST NAME
      *A LOCATION AND A CLASS LIVE ON THEIR OWN REFERENCES (AS THIS
      *RUN'S EARLIER CARDS LEFT THEM) AND CARRY BOTH FIGURES
       560-APPLY-POS-PARA.
           MOVE RTR-KEY       TO WS-POS-KEY-WORK (1:4)
           MOVE RTR-POS-CLASS TO WS-POS-KEY-WORK (5:2)
           PERFORM 590-FIND-POS-RTN
           EVALUATE TRUE
             WHEN RTR-ACTION = 'A' AND WS-FOUND-SW = 'Y'
               MOVE 'DUPLICATE POSITION' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN RTR-ACTION = 'A' AND WS-POS-COUNT = 3000
               MOVE 'POSITION TABLE FULL' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN RTR-ACTION = 'A'
               PERFORM 570-ADD-POS-RTN
             WHEN WS-FOUND-SW = 'N'
               MOVE 'POSITION NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN RTR-ACTION = 'C'
               PERFORM 580-CHANGE-POS-RTN
             WHEN RTR-ACTION = 'D'
               MOVE WS-POS-AUTH-COUNT (WS-POS-HOLD-SUB)
                 TO WS-COUNT-WORK
               MOVE WS-POS-AUTH-SALARY (WS-POS-HOLD-SUB)
                 TO WS-BUDGET-WORK
               PERFORM 645-POS-VALUE-RTN
               MOVE WS-POS-VALUE-WORK TO AUD-OLD-VALUE
               MOVE 'Y' TO WS-POS-DELETED-SW (WS-POS-HOLD-SUB)
               MOVE SPACES TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
             WHEN OTHER
               MOVE 'ACTION NOT A, C, OR D' TO REJ-REASON
               PERFORM 650-REJECT-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *ADDS ONE POSITION AFTER PROVING ITS LOCATION, CLASS, AND
      *FIGURES
       570-ADD-POS-RTN.
           PERFORM 450-FIND-LOC-RTN
           IF WS-FOUND-SW = 'N'
             MOVE 'TERRITORY/OFFICE NOT ON FILE' TO REJ-REASON
             PERFORM 650-REJECT-RTN
           ELSE
             MOVE 'N' TO WS-FOUND-SW
             PERFORM 575-FIND-POS-CLASS-RTN
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-JCR-COUNT
             IF WS-FOUND-SW = 'N'
               MOVE 'CLASS CODE NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             ELSE
             IF RTR-AUTH-COUNT NOT NUMERIC
             OR RTR-AUTH-SALARY NOT NUMERIC
               MOVE 'HEADCOUNT/SALARY NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             ELSE
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT    TO WS-POS-HOLD-SUB
               MOVE WS-POS-KEY-WORK TO WS-POS-KEY (WS-POS-HOLD-SUB)
               MOVE RTR-AUTH-COUNT
                 TO WS-POS-AUTH-COUNT (WS-POS-HOLD-SUB)
               MOVE RTR-AUTH-SALARY
                 TO WS-POS-AUTH-SALARY (WS-POS-HOLD-SUB)
               MOVE 'N' TO WS-POS-DELETED-SW (WS-POS-HOLD-SUB)
               MOVE SPACES          TO AUD-OLD-VALUE
               MOVE RTR-AUTH-COUNT  TO WS-COUNT-WORK
               MOVE RTR-AUTH-SALARY TO WS-BUDGET-WORK
               PERFORM 645-POS-VALUE-RTN
               MOVE WS-POS-VALUE-WORK TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
             END-IF
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *LOOKS FOR THE POSITION'S CLASS AMONG THE LIVE JOB CLASSES
       575-FIND-POS-CLASS-RTN.
           IF  WS-JCR-CODE (WS-SUB) = RTR-POS-CLASS
           AND WS-JCR-DELETED-SW (WS-SUB) = 'N'
             MOVE 'Y' TO WS-FOUND-SW
           END-IF.
      *----------------------------------------------------------------
      *CHANGES ONE POSITION'S HEADCOUNT AND/OR SALARY DOLLARS - BLANK
      *FIELDS LEFT ALONE. THE LOCATION AND CLASS ARE THE KEY, SO A
      *MOVE IS A DELETE AND AN ADD
       580-CHANGE-POS-RTN.
           IF (RTR-AUTH-COUNT NOT = SPACES
               AND RTR-AUTH-COUNT NOT NUMERIC)
           OR (RTR-AUTH-SALARY NOT = SPACES
               AND RTR-AUTH-SALARY NOT NUMERIC)
             MOVE 'HEADCOUNT/SALARY NOT NUMERIC' TO REJ-REASON
             PERFORM 650-REJECT-RTN
           ELSE
             MOVE WS-POS-AUTH-COUNT (WS-POS-HOLD-SUB)
               TO WS-COUNT-WORK
             MOVE WS-POS-AUTH-SALARY (WS-POS-HOLD-SUB)
               TO WS-BUDGET-WORK
             PERFORM 645-POS-VALUE-RTN
             MOVE WS-POS-VALUE-WORK TO AUD-OLD-VALUE
             IF RTR-AUTH-COUNT NUMERIC
               MOVE RTR-AUTH-COUNT TO WS-COUNT-WORK
             END-IF
             IF RTR-AUTH-SALARY NUMERIC
               MOVE RTR-AUTH-SALARY TO WS-BUDGET-WORK
             END-IF
             MOVE WS-COUNT-WORK  TO WS-POS-AUTH-COUNT (WS-POS-HOLD-SUB)
             MOVE WS-BUDGET-WORK TO WS-POS-AUTH-SALARY (WS-POS-HOLD-SUB)
             PERFORM 645-POS-VALUE-RTN
             MOVE WS-POS-VALUE-WORK TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
           END-IF.
      *----------------------------------------------------------------
      *FINDS THE CARD'S POSITION AMONG THE LIVE POSITIONS
       590-FIND-POS-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-POS-HOLD-SUB
           PERFORM 595-FIND-POS-SCAN-RTN
             VARYING WS-POS-SUB FROM 1 BY 1
             UNTIL WS-POS-SUB > WS-POS-COUNT.
      *----------------------------------------------------------------
       595-FIND-POS-SCAN-RTN.
           IF  WS-POS-KEY (WS-POS-SUB) = WS-POS-KEY-WORK
           AND WS-POS-DELETED-SW (WS-POS-SUB) = 'N'
             MOVE 'Y'        TO WS-FOUND-SW
             MOVE WS-POS-SUB TO WS-POS-HOLD-SUB
           END-IF.
      *----------------------------------------------------------------
      *WRITES ONE APPLIED CHANGE'S AUDIT LINE
       600-AUDIT-RTN.
           MOVE RTR-FILE-ID TO AUD-FILE-ID
             INTO WS-JCR-VALUE-WORK
           END-STRING.
      *----------------------------------------------------------------
      *BUILDS THE PAY-TYPE AND RATE IMAGE FROM THE WORK FIELDS - THE
      *PAY TYPE, THE HOURLY RATE, 'X' AND THE OVERTIME FACTOR, '+'
      *AND THE SHIFT DIFFERENTIAL
       635-RATE-VALUE-RTN.
           MOVE WS-RATE-WORK  TO WS-RATE-ED
           MOVE WS-OT-WORK    TO WS-OT-ED
           MOVE WS-SHIFT-WORK TO WS-SHIFT-ED
           MOVE SPACES TO WS-RATE-IMAGE
           STRING WS-PAY-TYPE-WORK             DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WS-RATE-ED                   DELIMITED BY SIZE
                  ' X'                         DELIMITED BY SIZE
                  WS-OT-ED                     DELIMITED BY SIZE
                  ' +'                         DELIMITED BY SIZE
                  WS-SHIFT-ED                  DELIMITED BY SIZE
             INTO WS-RATE-IMAGE
           END-STRING.
      *----------------------------------------------------------------
      *A SECOND AUDIT LINE FOR A CLASS WHOSE RATES WERE SET OR
      *CHANGED - PART OF THE SAME APPLIED CHANGE, SO NOT COUNTED
      *AGAIN
       640-RATE-AUDIT-RTN.
           PERFORM 635-RATE-VALUE-RTN
           MOVE RTR-FILE-ID       TO AUD-FILE-ID
           MOVE 'RATES'           TO AUD-ACTION
           MOVE RTR-KEY           TO AUD-KEY
           MOVE WS-OLD-RATE-IMAGE TO AUD-OLD-VALUE
           MOVE WS-RATE-IMAGE     TO AUD-NEW-VALUE
           WRITE AUDIT-RPT-REC FROM DL-AUDIT-LINE.
      *----------------------------------------------------------------
      *BUILDS THE POSITION VALUE IMAGE FROM THE WORK FIELDS - THE
      *CLASS, THE AUTHORIZED HEADCOUNT, AND THE SALARY DOLLARS
       645-POS-VALUE-RTN.
           MOVE SPACES TO WS-POS-VALUE-WORK
           STRING 'CL '                        DELIMITED BY SIZE
                  WS-POS-KEY-WORK (5:2)        DELIMITED BY SIZE
                  ' HC '                       DELIMITED BY SIZE
                  WS-COUNT-WORK                DELIMITED BY SIZE
                  ' $'                         DELIMITED BY SIZE
                  WS-BUDGET-WORK               DELIMITED BY SIZE
             INTO WS-POS-VALUE-WORK
           END-STRING.
      *----------------------------------------------------------------
      *WRITES THE FAILED CARD AND ITS REASON TO THE AUDIT REPORT
       650-REJECT-RTN.
           MOVE RTR-FILE-ID TO REJ-FILE-ID
       700-COUNT-SURVIVORS-RTN.
           MOVE ZERO TO WS-LOC-LIVE-COUNT
                        WS-JCR-LIVE-COUNT
                        WS-POS-LIVE-COUNT
           PERFORM 710-COUNT-LOC-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-LOC-COUNT
           PERFORM 720-COUNT-JCR-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-JCR-COUNT
           PERFORM 730-COUNT-POS-RTN
             VARYING WS-POS-SUB FROM 1 BY 1
             UNTIL WS-POS-SUB > WS-POS-COUNT.
      *----------------------------------------------------------------
       710-COUNT-LOC-RTN.
           IF WS-LOC-DELETED-SW (WS-SUB) = 'N'
           IF WS-JCR-DELETED-SW (WS-SUB) = 'N'
             ADD 1 TO WS-JCR-LIVE-COUNT
           END-IF.
      *----------------------------------------------------------------
       730-COUNT-POS-RTN.
           IF WS-POS-DELETED-SW (WS-POS-SUB) = 'N'
             ADD 1 TO WS-POS-LIVE-COUNT
           END-IF.
      *----------------------------------------------------------------
      *WRITES THE NEW REFERENCE FILES - ONLY REACHED ON A RUN THAT
      *LEAVES THE LOCATION AND JOB-CLASS REFERENCES POPULATED
       750-WRITE-OUTPUTS-RTN.
           OPEN OUTPUT NEW-LOCATION-REF
                OUTPUT NEW-JOB-CLASS-REF
                OUTPUT NEW-POSITION-BUD
           PERFORM 760-WRITE-LOC-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-LOC-COUNT
           PERFORM 770-WRITE-JCR-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-JCR-COUNT
           PERFORM 780-WRITE-POS-RTN
             VARYING WS-POS-SUB FROM 1 BY 1
             UNTIL WS-POS-SUB > WS-POS-COUNT
           CLOSE NEW-LOCATION-REF
                 NEW-JOB-CLASS-REF
                 NEW-POSITION-BUD.
      *----------------------------------------------------------------
       760-WRITE-LOC-RTN.
           IF WS-LOC-DELETED-SW (WS-SUB) = 'N'
             MOVE WS-JCR-MIN (WS-SUB)   TO NJCR-MIN-SALARY
             MOVE WS-JCR-MAX (WS-SUB)   TO NJCR-MAX-SALARY
             MOVE WS-JCR-TITLE (WS-SUB) TO NJCR-CLASS-TITLE
             MOVE WS-JCR-PAY-TYPE (WS-SUB)  TO NJCR-PAY-TYPE
             MOVE WS-JCR-RATE (WS-SUB)      TO NJCR-HOURLY-RATE
             MOVE WS-JCR-OT-FACTOR (WS-SUB) TO NJCR-OT-FACTOR
             MOVE WS-JCR-SHIFT (WS-SUB)     TO NJCR-SHIFT-PREMIUM
             WRITE NEW-JOB-CLASS-REF-REC
           END-IF.
      *----------------------------------------------------------------
       780-WRITE-POS-RTN.
           IF WS-POS-DELETED-SW (WS-POS-SUB) = 'N'
             MOVE SPACES TO NEW-POSITION-BUD-REC
             MOVE WS-POS-KEY (WS-POS-SUB) (1:2) TO NPSB-TERRITORY-NO
             MOVE WS-POS-KEY (WS-POS-SUB) (3:2) TO NPSB-OFFICE-NO
             MOVE WS-POS-KEY (WS-POS-SUB) (5:2) TO NPSB-CLASS-CODE
             MOVE WS-POS-AUTH-COUNT (WS-POS-SUB)
               TO NPSB-AUTH-HEADCOUNT
             MOVE WS-POS-AUTH-SALARY (WS-POS-SUB)
               TO NPSB-AUTH-SALARY
             WRITE NEW-POSITION-BUD-REC
           END-IF.
      *----------------------------------------------------------------
      *SHOWS THE RUN'S TOTALS ON THE AUDIT REPORT
       800-TOTALS-RTN.
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'JOB CLASSES ON NEW FILE. . . :' TO DL-TOT-LABEL
           MOVE WS-JCR-LIVE-COUNT                TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'POSITIONS ON NEW FILE. . . . :' TO DL-TOT-LABEL
           MOVE WS-POS-LIVE-COUNT                TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE.
      *****************************************************************
