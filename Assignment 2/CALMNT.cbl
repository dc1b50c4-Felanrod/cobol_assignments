      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO MAINTAIN THE PAY CALENDAR (PAYCAL.DAT) BY KEYED
      *         TRANSACTION - THE SCHEDULED PAY DATES FOR EACH PAY
      *         FREQUENCY AND THE BANK HOLIDAYS - SO PAYREG PAYS A
      *         JOB CLASS ONLY ON ITS SCHEDULED NIGHTS INSTEAD OF
      *         EVERY NIGHT THE STREAM RUNS. A PAY DATE FALLING ON A
      *         WEEKEND OR HOLIDAY IS MOVED BACK TO THE PRIOR
      *         BUSINESS DAY, AND EVERY PAY DATE IS RE-PROVED
      *         AGAINST THE HOLIDAYS ON EVERY RUN, SO A HOLIDAY
      *         KEYED LATE STILL MOVES THE DATES IT FALLS ON. A
      *         'G'ENERATE CARD LAYS DOWN A WHOLE YEAR OF DATES FOR
      *         ONE FREQUENCY. EVERY APPLIED CHANGE GETS AN OLD/NEW
      *         AUDIT LINE, AND THE JOB STREAM ONLY COPIES THE NEW
      *         FILE OVER THE LIVE ONE ON A CLEAN RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
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
      *EMPTY CALENDAR
           SELECT OPTIONAL CALENDAR-FILE
             ASSIGN TO 'PAYCAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED MAINTENANCE CARDS - 'A'DD, 'C'HANGE, 'D'ELETE, OR
      *'G'ENERATE, THEN 'P' (PAY DATE) OR 'H' (HOLIDAY) AND THE KEY
           SELECT TRANSACTION-FILE
             ASSIGN TO 'CALTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CALENDAR-FILE
             ASSIGN TO 'CALNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT-FILE
             ASSIGN TO 'CALAUD.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYCAL.

      *ONE MAINTENANCE CARD. A PAY DATE IS KEYED BY FREQUENCY PLUS
      *SCHEDULED DATE, A HOLIDAY BY ITS DATE. ON A 'G' CARD THE
      *DATE IS THE FIRST SCHEDULED DATE TO GENERATE, AND DATES ARE
      *LAID DOWN FROM IT THROUGH THE END OF THAT YEAR
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CAL-TRANS-REC.
           05 CTR-ACTION          PIC X(1).
           05 CTR-REC-TYPE        PIC X(1).
           05 CTR-PERIODS         PIC X(2).
           05 CTR-DATE            PIC X(8).
           05 CTR-HOLIDAY-NAME    PIC X(20).
           05                     PIC X(48).

       FD  NEW-CALENDAR-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYCAL REPLACING ==PAY-CALENDAR-REC==
                                   BY ==NEW-CALENDAR-REC==,
                                 ==PCL-REC-TYPE==
                                   BY ==NPCL-REC-TYPE==,
                                 ==PCL-PERIODS==
                                   BY ==NPCL-PERIODS==,
                                 ==PCL-SCHED-DATE==
                                   BY ==NPCL-SCHED-DATE==,
                                 ==PCL-PAY-DATE==
                                   BY ==NPCL-PAY-DATE==,
                                 ==PCL-HOLIDAY-NAME==
                                   BY ==NPCL-HOLIDAY-NAME==.

       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-RPT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CAL-EOF-SW       PIC X       VALUE 'N'.
           05  WS-TRANS-EOF-SW     PIC X       VALUE 'N'.
           05  WS-FOUND-SW         PIC X       VALUE 'N'.
           05  WS-DATE-OK-SW       PIC X       VALUE 'N'.
           05  WS-BUSINESS-DAY-SW  PIC X       VALUE 'N'.
           05  WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-MOVED-COUNT      PIC 9(5)    VALUE ZERO.
           05  WS-LIVE-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-SUB         PIC 9(4)    VALUE ZERO.
           05  WS-HOL-SUB          PIC 9(4)    VALUE ZERO.
           05  WS-KEY-TYPE         PIC X(1)    VALUE SPACES.
           05  WS-KEY-PERIODS      PIC 9(2)    VALUE ZERO.
           05  WS-KEY-DATE         PIC X(8)    VALUE SPACES.
           05  WS-GEN-STEP         PIC 9(2)    VALUE ZERO.
           05  WS-GEN-MONTH        PIC 9(2)    VALUE ZERO.
      *THE DATE UNDER WORK - VALIDATED, STEPPED, OR TESTED FOR A
      *BUSINESS DAY - WITH ITS PARTS FOR THE ARITHMETIC
           05  WS-WORK-DATE.
               10  WS-WD-YEAR      PIC 9(4).
               10  WS-WD-MONTH     PIC 9(2).
               10  WS-WD-DAY       PIC 9(2).
           05  WS-GEN-DATE.
               10  WS-GD-YEAR      PIC 9(4).
               10  WS-GD-MONTH     PIC 9(2).
               10  WS-GD-DAY       PIC 9(2).
           05  WS-GEN-END-YEAR     PIC 9(4)    VALUE ZERO.
           05  WS-MONTH-END-DAY    PIC 9(2)    VALUE ZERO.
           05  WS-LEAP-QUOTIENT    PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REMAINDER   PIC 9(3)    VALUE ZERO.
      *DAY-OF-WEEK WORK FIELDS - ZELLER'S CONGRUENCE, EACH TERM
      *TRUNCATED ON ITS OWN, GIVING 0 SATURDAY, 1 SUNDAY, 2 MONDAY
      *THROUGH 6 FRIDAY
           05  WS-ZEL-MONTH        PIC 9(2)    VALUE ZERO.
           05  WS-ZEL-YEAR         PIC 9(4)    VALUE ZERO.
           05  WS-ZEL-CENTURY      PIC 9(2)    VALUE ZERO.
           05  WS-ZEL-YEAR-OF-CENT PIC 9(2)    VALUE ZERO.
           05  WS-ZEL-TERM-1       PIC 9(3)    VALUE ZERO.
           05  WS-ZEL-TERM-2       PIC 9(3)    VALUE ZERO.
           05  WS-ZEL-TERM-3       PIC 9(3)    VALUE ZERO.
           05  WS-ZEL-SUM          PIC 9(4)    VALUE ZERO.
           05  WS-ZEL-QUOTIENT     PIC 9(4)    VALUE ZERO.
           05  WS-DAY-OF-WEEK      PIC 9(1)    VALUE ZERO.
      *THE LIVE CALENDAR, HELD IN A TABLE WHILE THE CARDS APPLY. A
      *DELETED ENTRY IS ONLY FLAGGED - THE FLAG KEEPS ITS KEY OUT
      *OF THE OUTPUT FILE
       01  WS-CAL-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CAL-COUNT.
               10  WS-CAL-TYPE         PIC X(1).
               10  WS-CAL-PERIODS      PIC 9(2).
               10  WS-CAL-SCHED        PIC X(8).
               10  WS-CAL-PAY          PIC X(8).
               10  WS-CAL-NAME         PIC X(20).
               10  WS-CAL-DELETED-SW   PIC X.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-AUDIT-HEADING.
           05                      PIC X(40)   VALUE
               'PAY CALENDAR MAINTENANCE - CHANGE AUDIT '.
           05                      PIC X(40)   VALUE SPACES.
       01  DL-AUDIT-LINE.
           05  AUD-ACTION          PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-TYPE            PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-PERIODS         PIC X(2).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-SCHED-DATE      PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-OLD-VALUE       PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-NEW-VALUE       PIC X(20).
           05                      PIC X(4)    VALUE SPACES.
       01  DL-REJECT-LINE.
           05  REJ-ACTION          PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  REJ-TYPE            PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  REJ-PERIODS         PIC X(2).
           05                      PIC X(2)    VALUE SPACES.
           05  REJ-DATE            PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'REJECTED - '.
           05  REJ-REASON          PIC X(30).
           05                      PIC X(5)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZ9.
           05                      PIC X(45)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE LIVE CALENDAR, APPLIES THE CARDS IN ORDER, RE-PROVES
      *EVERY PAY DATE AGAINST THE HOLIDAYS, AND WRITES THE SURVIVORS
      *TO THE NEW FILE THE JOB STREAM COPIES BACK
       100-MAIN-PARA.
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT AUDIT-RPT-FILE
           WRITE AUDIT-RPT-REC FROM HL-AUDIT-HEADING
           PERFORM 150-LOAD-CALENDAR-RTN
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-APPLY-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           PERFORM 750-WRITE-OUTPUT-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE TRANSACTION-FILE
                 AUDIT-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *LOADS THE LIVE CALENDAR INTO ITS TABLE
       150-LOAD-CALENDAR-RTN.
           OPEN INPUT CALENDAR-FILE
           PERFORM 155-CALENDAR-READ-RTN
             UNTIL WS-CAL-EOF-SW = 'Y'
             OR    WS-CAL-COUNT = 2000
           CLOSE CALENDAR-FILE.
      *----------------------------------------------------------------
      *READS ONE CALENDAR RECORD INTO THE TABLE
       155-CALENDAR-READ-RTN.
           READ CALENDAR-FILE
             AT END
               MOVE 'Y' TO WS-CAL-EOF-SW
             NOT AT END
               ADD 1 TO WS-CAL-COUNT
               MOVE PCL-REC-TYPE   TO WS-CAL-TYPE (WS-CAL-COUNT)
               MOVE PCL-PERIODS    TO WS-CAL-PERIODS (WS-CAL-COUNT)
               MOVE PCL-SCHED-DATE TO WS-CAL-SCHED (WS-CAL-COUNT)
               MOVE PCL-PAY-DATE   TO WS-CAL-PAY (WS-CAL-COUNT)
               MOVE PCL-HOLIDAY-NAME
                 TO WS-CAL-NAME (WS-CAL-COUNT)
               MOVE 'N' TO WS-CAL-DELETED-SW (WS-CAL-COUNT)
           END-READ.
      *----------------------------------------------------------------
      *PROVES THE DATE IN WS-WORK-DATE IS A REAL CALENDAR DATE
       170-DATE-CHECK-RTN.
           MOVE 'N' TO WS-DATE-OK-SW
           IF  WS-WORK-DATE NUMERIC
           AND WS-WD-MONTH >= 1
           AND WS-WD-MONTH <= 12
           AND WS-WD-DAY >= 1
             PERFORM 187-MONTH-END-RTN
             IF WS-WD-DAY <= WS-MONTH-END-DAY
               MOVE 'Y' TO WS-DATE-OK-SW
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *STEPS WS-WORK-DATE BACK ONE CALENDAR DAY, ROLLING INTO THE
      *LAST DAY OF THE PRIOR MONTH (AND YEAR) WHEN IT HAS TO
       185-BACK-ONE-DAY-RTN.
           IF WS-WD-DAY > 1
             SUBTRACT 1 FROM WS-WD-DAY
           ELSE
             IF WS-WD-MONTH > 1
               SUBTRACT 1 FROM WS-WD-MONTH
             ELSE
               MOVE 12 TO WS-WD-MONTH
               SUBTRACT 1 FROM WS-WD-YEAR
             END-IF
             PERFORM 187-MONTH-END-RTN
             MOVE WS-MONTH-END-DAY TO WS-WD-DAY
           END-IF.
      *----------------------------------------------------------------
      *THE LAST DAY OF WS-WORK-DATE'S MONTH - FEBRUARY HAS 29 IN A
      *LEAP YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN DIVISIBLE
      *BY 400)
       187-MONTH-END-RTN.
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
       190-FORWARD-ONE-DAY-RTN.
           PERFORM 187-MONTH-END-RTN
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
      *----------------------------------------------------------------
      *WORKS OUT WS-WORK-DATE'S DAY OF THE WEEK BY ZELLER'S
      *CONGRUENCE - JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
      *OF THE YEAR BEFORE
       195-DAY-OF-WEEK-RTN.
           MOVE WS-WD-MONTH TO WS-ZEL-MONTH
           MOVE WS-WD-YEAR  TO WS-ZEL-YEAR
           IF WS-ZEL-MONTH < 3
             ADD 12 TO WS-ZEL-MONTH
             SUBTRACT 1 FROM WS-ZEL-YEAR
           END-IF
           DIVIDE WS-ZEL-YEAR BY 100
             GIVING WS-ZEL-CENTURY REMAINDER WS-ZEL-YEAR-OF-CENT
           COMPUTE WS-ZEL-TERM-1 = (13 * (WS-ZEL-MONTH + 1)) / 5
           COMPUTE WS-ZEL-TERM-2 = WS-ZEL-YEAR-OF-CENT / 4
           COMPUTE WS-ZEL-TERM-3 = WS-ZEL-CENTURY / 4
           COMPUTE WS-ZEL-SUM = WS-WD-DAY + WS-ZEL-TERM-1
             + WS-ZEL-YEAR-OF-CENT + WS-ZEL-TERM-2
             + WS-ZEL-TERM-3 + 5 * WS-ZEL-CENTURY
           DIVIDE WS-ZEL-SUM BY 7
             GIVING WS-ZEL-QUOTIENT REMAINDER WS-DAY-OF-WEEK.
      *----------------------------------------------------------------
      *READ NEXT MAINTENANCE CARD
       200-READ-TRANS-PARA.
           READ TRANSACTION-FILE
             AT END
               MOVE 'Y' TO WS-TRANS-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ONE MAINTENANCE CARD. EVERY CARD NEEDS A RECORD TYPE AND A
      *REAL DATE, AND A PAY-DATE CARD NEEDS ITS FREQUENCY; THE
      *ACTIONS THEN CARRY THEIR OWN EDITS
       300-APPLY-PARA.
           MOVE CTR-DATE TO WS-WORK-DATE
           PERFORM 170-DATE-CHECK-RTN
           MOVE CTR-REC-TYPE TO WS-KEY-TYPE
           MOVE CTR-DATE     TO WS-KEY-DATE
           IF CTR-REC-TYPE = 'P' AND CTR-PERIODS NUMERIC
             MOVE CTR-PERIODS TO WS-KEY-PERIODS
           ELSE
             MOVE ZERO        TO WS-KEY-PERIODS
           END-IF
           PERFORM 350-FIND-CAL-RTN
           EVALUATE TRUE
             WHEN CTR-REC-TYPE NOT = 'P' AND CTR-REC-TYPE NOT = 'H'
               MOVE 'RECORD TYPE NOT P OR H' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-DATE-OK-SW = 'N'
               MOVE 'DATE NOT A VALID YYYYMMDD' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-REC-TYPE = 'P'
              AND (CTR-PERIODS NOT NUMERIC
                   OR WS-KEY-PERIODS = ZERO)
               MOVE 'PAY FREQUENCY NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-ACTION = 'A'
               PERFORM 400-ADD-CAL-PARA
             WHEN CTR-ACTION = 'G'
               PERFORM 450-GENERATE-PARA
             WHEN CTR-ACTION = 'C'
               PERFORM 500-CHANGE-CAL-PARA
             WHEN CTR-ACTION = 'D'
               PERFORM 550-DELETE-CAL-PARA
             WHEN OTHER
               MOVE 'ACTION NOT A, C, D, OR G' TO REJ-REASON
               PERFORM 650-REJECT-RTN
           END-EVALUATE
           PERFORM 200-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *FINDS THE KEY IN WS-KEY-TYPE/PERIODS/DATE AMONG THE LIVE
      *CALENDAR ENTRIES
       350-FIND-CAL-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 355-FIND-CAL-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-CAL-COUNT.
      *----------------------------------------------------------------
       355-FIND-CAL-SCAN-RTN.
           IF  WS-CAL-TYPE (WS-SUB) = WS-KEY-TYPE
           AND WS-CAL-PERIODS (WS-SUB) = WS-KEY-PERIODS
           AND WS-CAL-SCHED (WS-SUB) = WS-KEY-DATE
           AND WS-CAL-DELETED-SW (WS-SUB) = 'N'
             MOVE 'Y'    TO WS-FOUND-SW
             MOVE WS-SUB TO WS-HOLD-SUB
           END-IF.
      *----------------------------------------------------------------
      *ADDS ONE PAY DATE OR HOLIDAY - THE KEY MUST NOT ALREADY BE
      *ON FILE
       400-ADD-CAL-PARA.
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'Y'
               MOVE 'ALREADY ON CALENDAR' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-CAL-COUNT = 2000
               MOVE 'CALENDAR TABLE FULL' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE 'ADD' TO AUD-ACTION
               PERFORM 420-ADD-ENTRY-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *PUTS THE KEY IN HAND ON THE TABLE - A PAY DATE WITH ITS
      *BUSINESS-DAY PAY DATE WORKED OUT, A HOLIDAY WITH ITS NAME -
      *AND AUDITS IT UNDER THE ACTION ALREADY IN AUD-ACTION
       420-ADD-ENTRY-RTN.
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-CAL-COUNT   TO WS-HOLD-SUB
           MOVE WS-KEY-TYPE    TO WS-CAL-TYPE (WS-HOLD-SUB)
           MOVE WS-KEY-PERIODS TO WS-CAL-PERIODS (WS-HOLD-SUB)
           MOVE WS-KEY-DATE    TO WS-CAL-SCHED (WS-HOLD-SUB)
           MOVE SPACES         TO WS-CAL-PAY (WS-HOLD-SUB)
                                  WS-CAL-NAME (WS-HOLD-SUB)
           MOVE 'N'            TO WS-CAL-DELETED-SW (WS-HOLD-SUB)
           MOVE SPACES         TO AUD-OLD-VALUE
                                  AUD-NEW-VALUE
           IF WS-KEY-TYPE = 'P'
             PERFORM 700-ADJUST-PAY-DATE-RTN
             MOVE WS-WORK-DATE TO WS-CAL-PAY (WS-HOLD-SUB)
             MOVE WS-WORK-DATE TO AUD-NEW-VALUE
           ELSE
             MOVE CTR-HOLIDAY-NAME TO WS-CAL-NAME (WS-HOLD-SUB)
             MOVE CTR-HOLIDAY-NAME TO AUD-NEW-VALUE
           END-IF
           PERFORM 600-AUDIT-RTN.
      *----------------------------------------------------------------
      *LAYS DOWN A YEAR OF SCHEDULED DATES FOR ONE FREQUENCY, FROM
      *THE CARD'S DATE THROUGH DECEMBER 31 - WEEKLY AND BI-WEEKLY
      *EVERY 7 OR 14 DAYS, SEMI-MONTHLY THE 15TH AND THE LAST DAY
      *OF EACH MONTH, MONTHLY THE LAST DAY. A DATE ALREADY ON THE
      *CALENDAR IS LEFT AS IT IS
       450-GENERATE-PARA.
           MOVE CTR-DATE TO WS-GEN-DATE
           MOVE WS-GD-YEAR TO WS-GEN-END-YEAR
           EVALUATE TRUE
             WHEN CTR-REC-TYPE NOT = 'P'
               MOVE 'ONLY PAY DATES GENERATE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-KEY-PERIODS = 52
               MOVE 7 TO WS-GEN-STEP
               PERFORM 460-GEN-STEP-DAYS-RTN
                 UNTIL WS-GD-YEAR > WS-GEN-END-YEAR
                 OR    WS-CAL-COUNT = 2000
             WHEN WS-KEY-PERIODS = 26
               MOVE 14 TO WS-GEN-STEP
               PERFORM 460-GEN-STEP-DAYS-RTN
                 UNTIL WS-GD-YEAR > WS-GEN-END-YEAR
                 OR    WS-CAL-COUNT = 2000
             WHEN WS-KEY-PERIODS = 24 OR WS-KEY-PERIODS = 12
               PERFORM 470-GEN-MONTH-RTN
                 VARYING WS-GEN-MONTH FROM WS-GD-MONTH BY 1
                 UNTIL WS-GEN-MONTH > 12
                 OR    WS-CAL-COUNT = 2000
             WHEN OTHER
               MOVE 'GENERATE ONLY 52/26/24/12' TO REJ-REASON
               PERFORM 650-REJECT-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *ONE WEEKLY OR BI-WEEKLY DATE, THEN ON TO THE NEXT
       460-GEN-STEP-DAYS-RTN.
           MOVE WS-GEN-DATE TO WS-KEY-DATE
           PERFORM 480-GEN-ONE-DATE-RTN
           MOVE WS-GEN-DATE TO WS-WORK-DATE
           PERFORM 190-FORWARD-ONE-DAY-RTN WS-GEN-STEP TIMES
           MOVE WS-WORK-DATE TO WS-GEN-DATE.
      *----------------------------------------------------------------
      *ONE MONTH'S SEMI-MONTHLY OR MONTHLY DATES - NONE EARLIER THAN
      *THE CARD'S OWN DATE
       470-GEN-MONTH-RTN.
           MOVE WS-GEN-END-YEAR TO WS-WD-YEAR
           MOVE WS-GEN-MONTH    TO WS-WD-MONTH
           IF WS-KEY-PERIODS = 24
             MOVE 15 TO WS-WD-DAY
             IF WS-WORK-DATE >= CTR-DATE
               MOVE WS-WORK-DATE TO WS-KEY-DATE
               PERFORM 480-GEN-ONE-DATE-RTN
             END-IF
           END-IF
           PERFORM 187-MONTH-END-RTN
           MOVE WS-MONTH-END-DAY TO WS-WD-DAY
           IF WS-WORK-DATE >= CTR-DATE
             MOVE WS-WORK-DATE TO WS-KEY-DATE
             PERFORM 480-GEN-ONE-DATE-RTN
           END-IF.
      *----------------------------------------------------------------
      *ADDS THE GENERATED DATE IN WS-KEY-DATE UNLESS IT IS ALREADY
      *ON THE CALENDAR OR THE TABLE IS FULL
       480-GEN-ONE-DATE-RTN.
           PERFORM 350-FIND-CAL-RTN
           IF WS-FOUND-SW = 'N' AND WS-CAL-COUNT < 2000
             MOVE 'GENERATE' TO AUD-ACTION
             PERFORM 420-ADD-ENTRY-RTN
           END-IF.
      *----------------------------------------------------------------
      *CHANGES ONE HOLIDAY'S NAME. A PAY DATE HAS NOTHING TO CHANGE
      *BUT ITS KEY, SO IT MOVES BY A DELETE CARD AND AN ADD CARD
       500-CHANGE-CAL-PARA.
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'N'
               MOVE 'NOT ON CALENDAR' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-REC-TYPE = 'P'
               MOVE 'MOVE A PAY DATE BY D AND A' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE WS-CAL-NAME (WS-HOLD-SUB) TO AUD-OLD-VALUE
               MOVE CTR-HOLIDAY-NAME TO WS-CAL-NAME (WS-HOLD-SUB)
               MOVE CTR-HOLIDAY-NAME TO AUD-NEW-VALUE
               MOVE 'CHANGE' TO AUD-ACTION
               PERFORM 600-AUDIT-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *DELETES ONE PAY DATE OR HOLIDAY
       550-DELETE-CAL-PARA.
           IF WS-FOUND-SW = 'N'
             MOVE 'NOT ON CALENDAR' TO REJ-REASON
             PERFORM 650-REJECT-RTN
           ELSE
             IF CTR-REC-TYPE = 'P'
               MOVE WS-CAL-PAY (WS-HOLD-SUB)  TO AUD-OLD-VALUE
             ELSE
               MOVE WS-CAL-NAME (WS-HOLD-SUB) TO AUD-OLD-VALUE
             END-IF
             MOVE 'Y' TO WS-CAL-DELETED-SW (WS-HOLD-SUB)
             MOVE SPACES   TO AUD-NEW-VALUE
             MOVE 'DELETE' TO AUD-ACTION
             PERFORM 600-AUDIT-RTN
           END-IF.
      *----------------------------------------------------------------
      *WRITES ONE APPLIED CHANGE'S AUDIT LINE FOR THE ENTRY IN HAND
       600-AUDIT-RTN.
           IF WS-CAL-TYPE (WS-HOLD-SUB) = 'P'
             MOVE 'PAY DATE'                   TO AUD-TYPE
             MOVE WS-CAL-PERIODS (WS-HOLD-SUB) TO AUD-PERIODS
           ELSE
             MOVE 'HOLIDAY'                    TO AUD-TYPE
             MOVE SPACES                       TO AUD-PERIODS
           END-IF
           MOVE WS-CAL-SCHED (WS-HOLD-SUB) TO AUD-SCHED-DATE
           WRITE AUDIT-RPT-REC FROM DL-AUDIT-LINE
           ADD 1 TO WS-APPLIED-COUNT.
      *----------------------------------------------------------------
      *WRITES THE FAILED CARD AND ITS REASON TO THE AUDIT REPORT
       650-REJECT-RTN.
           EVALUATE CTR-ACTION
             WHEN 'A'   MOVE 'ADD'       TO REJ-ACTION
             WHEN 'C'   MOVE 'CHANGE'    TO REJ-ACTION
             WHEN 'D'   MOVE 'DELETE'    TO REJ-ACTION
             WHEN 'G'   MOVE 'GENERATE'  TO REJ-ACTION
             WHEN OTHER MOVE CTR-ACTION  TO REJ-ACTION
           END-EVALUATE
           EVALUATE CTR-REC-TYPE
             WHEN 'P'   MOVE 'PAY DATE'   TO REJ-TYPE
             WHEN 'H'   MOVE 'HOLIDAY'    TO REJ-TYPE
             WHEN OTHER MOVE CTR-REC-TYPE TO REJ-TYPE
           END-EVALUATE
           MOVE CTR-PERIODS TO REJ-PERIODS
           MOVE CTR-DATE    TO REJ-DATE
           WRITE AUDIT-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *WORKS OUT THE PAY DATE FOR THE SCHEDULED DATE OF THE ENTRY IN
      *HAND, LEAVING IT IN WS-WORK-DATE - THE SCHEDULED DATE ITSELF
      *WHEN THAT IS A BUSINESS DAY, OTHERWISE THE BUSINESS DAY
      *BEFORE IT
       700-ADJUST-PAY-DATE-RTN.
           MOVE WS-CAL-SCHED (WS-HOLD-SUB) TO WS-WORK-DATE
           PERFORM 710-BUSINESS-DAY-TEST-RTN
           PERFORM 720-STEP-BACK-RTN
             UNTIL WS-BUSINESS-DAY-SW = 'Y'.
      *----------------------------------------------------------------
      *A BUSINESS DAY IS MONDAY THROUGH FRIDAY AND NOT A HOLIDAY ON
      *THE CALENDAR
       710-BUSINESS-DAY-TEST-RTN.
           PERFORM 195-DAY-OF-WEEK-RTN
           IF WS-DAY-OF-WEEK < 2
             MOVE 'N' TO WS-BUSINESS-DAY-SW
           ELSE
             MOVE 'Y' TO WS-BUSINESS-DAY-SW
             PERFORM 715-HOLIDAY-SCAN-RTN
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-CAL-COUNT
           END-IF.
      *----------------------------------------------------------------
       715-HOLIDAY-SCAN-RTN.
           IF  WS-CAL-TYPE (WS-HOL-SUB) = 'H'
           AND WS-CAL-SCHED (WS-HOL-SUB) = WS-WORK-DATE
           AND WS-CAL-DELETED-SW (WS-HOL-SUB) = 'N'
             MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.
      *----------------------------------------------------------------
       720-STEP-BACK-RTN.
           PERFORM 185-BACK-ONE-DAY-RTN
           PERFORM 710-BUSINESS-DAY-TEST-RTN.
      *----------------------------------------------------------------
      *RE-PROVES EVERY SURVIVING PAY DATE AGAINST THE HOLIDAYS AS
      *THEY NOW STAND, THEN WRITES THE SURVIVORS TO THE NEW FILE
       750-WRITE-OUTPUT-RTN.
           OPEN OUTPUT NEW-CALENDAR-FILE
           PERFORM 760-WRITE-CAL-RTN
             VARYING WS-HOLD-SUB FROM 1 BY 1
             UNTIL WS-HOLD-SUB > WS-CAL-COUNT
           CLOSE NEW-CALENDAR-FILE.
      *----------------------------------------------------------------
      *A PAY DATE A HOLIDAY CHANGE HAS MOVED GETS ITS OWN AUDIT LINE
      *SO PAYROLL SEES EVERY NIGHT THAT NOW PAYS DIFFERENTLY
       760-WRITE-CAL-RTN.
           IF WS-CAL-DELETED-SW (WS-HOLD-SUB) = 'N'
             IF WS-CAL-TYPE (WS-HOLD-SUB) = 'P'
               PERFORM 700-ADJUST-PAY-DATE-RTN
               IF WS-WORK-DATE NOT = WS-CAL-PAY (WS-HOLD-SUB)
                 MOVE WS-CAL-PAY (WS-HOLD-SUB) TO AUD-OLD-VALUE
                 MOVE WS-WORK-DATE TO WS-CAL-PAY (WS-HOLD-SUB)
                 MOVE WS-WORK-DATE TO AUD-NEW-VALUE
                 MOVE 'RE-DATED' TO AUD-ACTION
                 PERFORM 600-AUDIT-RTN
                 ADD 1 TO WS-MOVED-COUNT
               END-IF
             END-IF
             MOVE SPACES TO NEW-CALENDAR-REC
             MOVE WS-CAL-TYPE (WS-HOLD-SUB)    TO NPCL-REC-TYPE
             MOVE WS-CAL-PERIODS (WS-HOLD-SUB) TO NPCL-PERIODS
             MOVE WS-CAL-SCHED (WS-HOLD-SUB)   TO NPCL-SCHED-DATE
             MOVE WS-CAL-PAY (WS-HOLD-SUB)     TO NPCL-PAY-DATE
             MOVE WS-CAL-NAME (WS-HOLD-SUB)    TO NPCL-HOLIDAY-NAME
             WRITE NEW-CALENDAR-REC
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
           MOVE 'PAY DATES RE-DATED . . . . . :' TO DL-TOT-LABEL
           MOVE WS-MOVED-COUNT                   TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ENTRIES ON NEW CALENDAR. . . :' TO DL-TOT-LABEL
           MOVE WS-LIVE-COUNT                    TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE.
      *****************************************************************
