      *         AND JOBCLS.DAT BEFORE ANYTHING APPLIES, FAILURES GO
      *         TO A REJECTED-TRANSACTION REPORT, AND EVERY CHANGE
      *         WRITES AN AUDIT LINE SHOWING OLD AND NEW VALUES.
      *         A SALARY RAISE KEYED WITH AN EARLIER EFFECTIVE DATE
      *         IS ALSO QUEUED ON RETROQ.DAT FOR RETROPAY TO PAY THE
      *         PERIODS ALREADY PAID AT THE OLD RATE. EVERY
      *         TERMINATION LISTS THE EMPLOYEE'S REMAINING VACATION
      *         BALANCE FROM LEAVEBAL.DAT ON A PAYOUT REPORT FOR THE
      *         FINAL PAY. A HIRE THAT TAKES ITS OFFICE PAST THE
      *         HEADCOUNT AUTHORIZED FOR THE JOB CLASS ON THE
      *         POSITION BUDGET (POSBUD.DAT) STILL APPLIES, BUT IS
      *         FLAGGED WITH A WARNING LINE ON THE AUDIT REPORT.
      *         EVERY HIRE, TERMINATION, AND TRANSFER BETWEEN
      *         POSITIONS IS ALSO LOGGED ON THE HEADCOUNT MOVEMENT
      *         LOG (HCMOVE.DAT) THE MONTH-END SNAPSHOT IS BUILT FROM.
      *         RUNS AT THE FRONT OF THE NIGHTLY STREAM SO EMPMAST
      *         IS NEVER TOUCHED BY HAND AGAIN.

           SELECT OPTIONAL JOB-CLASS-REF
              ASSIGN TO EMPMJCR
              ORGANIZATION IS LINE SEQUENTIAL.
      *THE BACK-DATED RAISES WAITING FOR RETROPAY - APPENDED HERE,
      *CONSUMED AND DRAINED BY THE RETRO-PAY STEP. OPTIONAL SO THE
      *FIRST APPEND CREATES IT
           SELECT OPTIONAL RETRO-QUEUE-DATA
              ASSIGN TO EMPMRET
              ORGANIZATION IS LINE SEQUENTIAL.
      *THE LEAVE BALANCES LEAVUPD KEEPS, READ FOR A TERMINATED
      *EMPLOYEE'S UNUSED VACATION. OPTIONAL - NO BALANCES, NOTHING
      *TO PAY OUT
           SELECT OPTIONAL LEAVE-BAL-DATA
              ASSIGN TO EMPMLVB
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYOUT-RPT-DATA
              ASSIGN TO EMPMVPO
              ORGANIZATION IS SEQUENTIAL.
      *THE AUTHORIZED HEADCOUNT PER TERRITORY/OFFICE/JOB CLASS.
      *OPTIONAL - NO BUDGET, NO HEADCOUNT WARNING
           SELECT OPTIONAL POSITION-BUD
              ASSIGN TO EMPMPOS
              ORGANIZATION IS LINE SEQUENTIAL.
      *THE MONTH'S HEADCOUNT MOVEMENTS - APPENDED HERE, CONSUMED AND
      *EMPTIED BY THE MONTH-END SNAPSHOT. OPTIONAL SO THE FIRST
      *APPEND CREATES IT
           SELECT OPTIONAL MOVEMENT-DATA
              ASSIGN TO EMPMHCM
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *ONE KEYED MAINTENANCE TRANSACTION PER CARD - THE CODE, THE
      *EMPLOYEE NUMBER, THEN THE MASTER'S OWN FIELDS. ON A CHANGE,
      *ONLY THE FIELDS KEYED NON-BLANK ARE APPLIED. A CHANGE'S
      *EFFECTIVE DATE (YYYYMMDD) DATES A SALARY CHANGE BACK; BLANK
      *MEANS EFFECTIVE TONIGHT
       FD  TRANSACTION-DATA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           05  EMT-JOB-CLASS-CODE        PIC X(2).
           05  EMT-DATE-HIRED            PIC X(8).
           05  EMT-TERM-DATE             PIC X(8).
           05  EMT-EFFECTIVE-DATE        PIC X(8).
           05                            PIC X(7).

       FD  NEW-EMPLOYEE-DATA
           RECORD CONTAINS 80 CHARACTERS
           COPY LOCREF.

       FD  JOB-CLASS-REF
           RECORD CONTAINS 61 CHARACTERS.
           COPY JOBCLS.

       FD  RETRO-QUEUE-DATA
           RECORD CONTAINS 41 CHARACTERS.
           COPY RETROQ.

       FD  LEAVE-BAL-DATA
           RECORD CONTAINS 31 CHARACTERS.
           COPY LEAVEBAL.

       FD  PAYOUT-RPT-DATA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PAYOUT-RPT-RECORD             PIC X(80).

       FD  POSITION-BUD
           RECORD CONTAINS 23 CHARACTERS.
           COPY POSBUD.

       FD  MOVEMENT-DATA
           RECORD CONTAINS 36 CHARACTERS.
           COPY HCMOVE.

       WORKING-STORAGE SECTION.
       01  WS-MORE-MASTER-SW              PIC X    VALUE 'Y'.
       01  WS-MORE-TRANS-SW               PIC X    VALUE 'Y'.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-TRANS-SUB                   PIC 9(4) VALUE ZERO.
       01  WS-SALARY-WORK                 PIC 9(6) VALUE ZERO.
       01  WS-OLD-SALARY-WORK             PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-HIRED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-KEPT-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-RETRO-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-LOC-EOF-SW                  PIC X    VALUE 'N'.
       01  WS-LOC-FOUND-SW                PIC X    VALUE 'Y'.
      *THE VALID TERRITORY/OFFICE COMBINATIONS AND SALARY BANDS,
               10  WS-JCR-CODE             PIC X(2).
               10  WS-JCR-MIN              PIC 9(6).
               10  WS-JCR-MAX              PIC 9(6).
               10  WS-JCR-PAY-TYPE         PIC X(1).
               10  WS-JCR-RATE             PIC 9(3)V99.
      *THE VACATION HOURS EACH EMPLOYEE HAS LEFT, LOADED ONCE SO A
      *TERMINATION'S PAYOUT LOOKUP IS A TABLE SEARCH
       01  WS-LVB-EOF-SW                  PIC X    VALUE 'N'.
       01  WS-LVB-FOUND-SW                PIC X    VALUE 'N'.
       01  WS-LVB-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01  WS-LVB-TABLE.
           05  WS-LVB-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-LVB-COUNT
               INDEXED BY LVB-IDX.
               10  WS-LVB-EMP-NO           PIC X(5).
               10  WS-LVB-VAC-HOURS        PIC 9(4)V99.
      *A SALARIED EMPLOYEE'S HOUR IS THE ANNUAL SALARY OVER THE
      *STANDARD WORK YEAR; AN HOURLY CLASS PAYS ITS OWN CLASS RATE
       01  WS-STANDARD-HOURS              PIC 9(4) VALUE 2080.
       01  WS-PAYOUT-HOURS                PIC 9(4)V99 VALUE ZERO.
       01  WS-PAYOUT-RATE                 PIC 9(4)V99 VALUE ZERO.
       01  WS-PAYOUT-AMOUNT               PIC 9(6)V99 VALUE ZERO.
       01  WS-PAYOUT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-PAYOUT-TOTAL                PIC 9(8)V99 VALUE ZERO.
      *THE AUTHORIZED HEADCOUNT PER POSITION (TERRITORY, OFFICE, AND
      *CLASS RUN TOGETHER), AND THE ACTIVE EMPLOYEES THE NEW MASTER
      *CARRIES IN IT - COUNTED AS EACH RECORD LEAVES THE MASTER PASS,
      *SO TONIGHT'S TERMINATIONS AND TRANSFERS ARE ALREADY IN THE
      *COUNT WHEN THE HIRES ARE APPENDED
       01  WS-POS-EOF-SW                  PIC X    VALUE 'N'.
       01  WS-POS-FOUND-SW                PIC X    VALUE 'N'.
       01  WS-POS-KEY-WORK                PIC X(6) VALUE SPACES.
       01  WS-POS-AUTH-WORK               PIC 9(4) VALUE ZERO.
       01  WS-POS-FILLED-WORK             PIC 9(5) VALUE ZERO.
       01  WS-OVER-HIRE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-POS-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-POS-COUNT
               INDEXED BY POS-IDX.
               10  WS-POS-KEY              PIC X(6).
               10  WS-POS-AUTH-COUNT       PIC 9(4).
               10  WS-POS-FILLED           PIC 9(5).
      *THE POSITION (TERRITORY, OFFICE, AND CLASS) A MOVEMENT IS
      *LOGGED AGAINST, AND THE ONE A CHANGE STARTED FROM
       01  WS-MOVE-KEY-WORK               PIC X(6) VALUE SPACES.
       01  WS-MOVE-TYPE-WORK              PIC X    VALUE SPACE.
       01  WS-OLD-POS-KEY                 PIC X(6) VALUE SPACES.
       01  WS-MOVE-COUNT                  PIC 9(5) VALUE ZERO.
      *THE NIGHT'S EDITED TRANSACTIONS, HELD UNTIL THE MASTER PASS
      *REACHES EACH ONE'S EMPLOYEE. THE APPLIED FLAG SHOWS WHICH
      *ONES FOUND THEIR EMPLOYEE BY END OF PASS
           05  WRK-JOB-CLASS-CODE        PIC X(2).
           05  WRK-DATE-HIRED            PIC X(8).
           05  WRK-TERM-DATE             PIC X(8).
           05  WRK-EFFECTIVE-DATE        PIC X(8).
           05                            PIC X(7).
       01  BLANK-LINE                     PIC X(80) VALUE SPACES.
       01  HL-REJECT-HEADING.
           05                             PIC X(40) VALUE
           05  DL-TOT-LABEL               PIC X(30).
           05  DL-TOT-COUNT               PIC ZZZZ9.
           05                             PIC X(45) VALUE SPACES.
       01  HL-PAYOUT-HEADING.
           05                             PIC X(40) VALUE
               'EMPLOYEE MAINTENANCE - VACATION PAYOUT  '.
           05                             PIC X(40) VALUE SPACES.
       01  HL-PAYOUT-COLUMNS.
           05                             PIC X(7)  VALUE 'EMPNO  '.
           05                             PIC X(22) VALUE
               'EMPLOYEE NAME         '.
           05                             PIC X(10) VALUE
               'TERM DATE '.
           05                             PIC X(8)  VALUE ' VAC HRS'.
           05                             PIC X(2)  VALUE SPACES.
           05                             PIC X(8)  VALUE '    RATE'.
           05                             PIC X(2)  VALUE SPACES.
           05                             PIC X(10) VALUE
               '    PAYOUT'.
           05                             PIC X(11) VALUE SPACES.
      *ONE LINE PER TERMINATION - THE UNUSED VACATION HOURS, THE
      *HOURLY RATE, AND THE AMOUNT OWED ON THE FINAL PAY
       01  DL-PAYOUT-LINE.
           05  PAY-EMPLOYEE-NO            PIC X(5).
           05                             PIC X(2)  VALUE SPACES.
           05  PAY-EMPLOYEE-NAME          PIC X(20).
           05                             PIC X(2)  VALUE SPACES.
           05  PAY-TERM-DATE              PIC X(8).
           05                             PIC X(2)  VALUE SPACES.
           05  PAY-VAC-HOURS              PIC Z,ZZ9.99.
           05                             PIC X(2)  VALUE SPACES.
           05  PAY-RATE                   PIC Z,ZZ9.99.
           05                             PIC X(2)  VALUE SPACES.
           05  PAY-AMOUNT                 PIC ZZZ,ZZ9.99.
           05                             PIC X(1)  VALUE SPACES.
           05  PAY-NOTE                   PIC X(10).
       01  DL-PAYOUT-TOTAL-LINE.
           05  DL-PAY-TOT-LABEL           PIC X(30).
           05  DL-PAY-TOT-COUNT           PIC ZZZZ9.
           05                             PIC X(3)  VALUE SPACES.
           05  DL-PAY-TOT-AMOUNT          PIC $$,$$$,$$9.99.
           05                             PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
      *LOADS THE REFERENCE TABLES AND THE EDITED TRANSACTIONS, THEN
                OUTPUT NEW-EMPLOYEE-DATA
                OUTPUT REJECT-RPT-DATA
                OUTPUT AUDIT-RPT-DATA
                EXTEND RETRO-QUEUE-DATA
                OUTPUT PAYOUT-RPT-DATA
                EXTEND MOVEMENT-DATA
           WRITE REJECT-RPT-RECORD FROM HL-REJECT-HEADING
           WRITE AUDIT-RPT-RECORD FROM HL-AUDIT-HEADING
           WRITE PAYOUT-RPT-RECORD FROM HL-PAYOUT-HEADING
           WRITE PAYOUT-RPT-RECORD FROM BLANK-LINE
           WRITE PAYOUT-RPT-RECORD FROM HL-PAYOUT-COLUMNS
           PERFORM 140-LOAD-LOCREF-PARA
           PERFORM 145-LOAD-JOBCLS-PARA
           PERFORM 147-LOAD-LEAVE-PARA
           PERFORM 180-LOAD-POSBUD-PARA
           PERFORM 160-READ-TRANS-PARA
           PERFORM 200-EDIT-TRANS-PARA UNTIL WS-MORE-TRANS-SW = 'N'
           PERFORM 170-READ-MASTER-PARA
                 NEW-EMPLOYEE-DATA
                 REJECT-RPT-DATA
                 AUDIT-RPT-DATA
                 RETRO-QUEUE-DATA
                 PAYOUT-RPT-DATA
                 MOVEMENT-DATA
           STOP RUN.

      *LOADS THE VALID TERRITORY/OFFICE COMBINATIONS FROM THE
                 MOVE JCR-CLASS-CODE TO WS-JCR-CODE (WS-JCR-COUNT)
                 MOVE JCR-MIN-SALARY TO WS-JCR-MIN (WS-JCR-COUNT)
                 MOVE JCR-MAX-SALARY TO WS-JCR-MAX (WS-JCR-COUNT)
                 MOVE JCR-PAY-TYPE   TO WS-JCR-PAY-TYPE (WS-JCR-COUNT)
                 MOVE ZERO           TO WS-JCR-RATE (WS-JCR-COUNT)
                 IF JCR-HOURLY-RATE NUMERIC
                   MOVE JCR-HOURLY-RATE
                     TO WS-JCR-RATE (WS-JCR-COUNT)
                 END-IF
               END-IF
           END-READ.

      *LOADS EVERY EMPLOYEE'S VACATION BALANCE, ONE TABLE ENTRY PER
      *LEAVE BALANCE RECORD
       147-LOAD-LEAVE-PARA.
           OPEN INPUT LEAVE-BAL-DATA
           PERFORM 148-LEAVE-READ-PARA
             UNTIL WS-LVB-EOF-SW = 'Y'
             OR    WS-LVB-COUNT = 9999
           CLOSE LEAVE-BAL-DATA.

      *READS ONE LEAVE BALANCE RECORD INTO THE TABLE
       148-LEAVE-READ-PARA.
           READ LEAVE-BAL-DATA
             AT END
               MOVE 'Y' TO WS-LVB-EOF-SW
             NOT AT END
               IF LVB-VAC-BALANCE NUMERIC
                 ADD 1 TO WS-LVB-COUNT
                 MOVE LVB-EMPLOYEE-NO TO WS-LVB-EMP-NO (WS-LVB-COUNT)
                 MOVE LVB-VAC-BALANCE
                   TO WS-LVB-VAC-HOURS (WS-LVB-COUNT)
               END-IF
           END-READ.

               MOVE 'N' TO WS-MORE-MASTER-SW
           END-READ.

      *LOADS THE AUTHORIZED HEADCOUNT PER POSITION FROM THE BUDGET,
      *ONE TABLE ENTRY PER RECORD
       180-LOAD-POSBUD-PARA.
           OPEN INPUT POSITION-BUD
           PERFORM 185-POSBUD-READ-PARA
             UNTIL WS-POS-EOF-SW = 'Y'
             OR    WS-POS-COUNT = 3000
           CLOSE POSITION-BUD.

      *READS ONE POSITION RECORD INTO THE TABLE
       185-POSBUD-READ-PARA.
           READ POSITION-BUD
             AT END
               MOVE 'Y' TO WS-POS-EOF-SW
             NOT AT END
               IF PSB-AUTH-HEADCOUNT NUMERIC
                 ADD 1 TO WS-POS-COUNT
                 MOVE POSITION-BUD-REC (1:6)
                   TO WS-POS-KEY (WS-POS-COUNT)
                 MOVE PSB-AUTH-HEADCOUNT
                   TO WS-POS-AUTH-COUNT (WS-POS-COUNT)
                 MOVE ZERO TO WS-POS-FILLED (WS-POS-COUNT)
               END-IF
           END-READ.

      *EDITS ONE TRANSACTION BEFORE ANYTHING APPLIES. THE FIRST
      *FAILED CHECK NAMES THE REJECT; A TRANSACTION THAT PASSES GOES
      *IN THE TABLE TO WAIT FOR ITS EMPLOYEE ON THE MASTER PASS
      *A CHANGE IS EDITED FIELD BY FIELD, BUT ONLY THE FIELDS KEYED
      *NON-BLANK - BLANK MEANS LEAVE THE MASTER'S VALUE ALONE. A
      *LOCATION CHANGE MUST ARRIVE AS A WHOLE TERRITORY/OFFICE PAIR
      *SO THE COMBINATION CAN BE PROVED AGAINST THE REFERENCE. AN
      *EFFECTIVE DATE ONLY MEANS SOMETHING ON A SALARY CHANGE, AND
      *CAN ONLY DATE ONE BACK - A FUTURE RAISE IS KEYED ON THE NIGHT
      *IT TAKES EFFECT
       230-EDIT-CHANGE-PARA.
           EVALUATE TRUE
             WHEN EMT-ANNUAL-SALARY NOT = SPACES
              AND EMT-DATE-HIRED NOT NUMERIC
               MOVE 'DATE HIRED NOT NUMERIC' TO REJ-REASON
               PERFORM 290-REJECT-TRANS-RTN
             WHEN EMT-EFFECTIVE-DATE NOT = SPACES
              AND EMT-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO REJ-REASON
               PERFORM 290-REJECT-TRANS-RTN
             WHEN EMT-EFFECTIVE-DATE NOT = SPACES
              AND EMT-ANNUAL-SALARY = SPACES
               MOVE 'EFFECTIVE DATE NEEDS SALARY' TO REJ-REASON
               PERFORM 290-REJECT-TRANS-RTN
             WHEN EMT-EFFECTIVE-DATE NOT = SPACES
              AND EMT-EFFECTIVE-DATE > WS-RUN-DATE
               MOVE 'EFFECTIVE DATE IN THE FUTURE' TO REJ-REASON
               PERFORM 290-REJECT-TRANS-RTN
             WHEN (EMT-TERRITORY-NO NOT = SPACES
                   AND EMT-OFFICE-NO = SPACES)
               OR (EMT-TERRITORY-NO = SPACES
             UNTIL WS-TRANS-SUB > WS-TRANS-COUNT
           WRITE NEW-EMPLOYEE-RECORD FROM EMP-IN
           ADD 1 TO WS-KEPT-COUNT
           IF NOT EMP-TERMINATED-IN
             PERFORM 350-FIND-POSITION-PARA
             IF WS-POS-FOUND-SW = 'Y'
               ADD 1 TO WS-POS-FILLED (POS-IDX)
             END-IF
           END-IF
           PERFORM 170-READ-MASTER-PARA.

      *FINDS THE POSITION BUDGET ENTRY FOR THE EMPLOYEE IN HAND,
      *LEAVING POS-IDX ON IT
       350-FIND-POSITION-PARA.
           MOVE 'N' TO WS-POS-FOUND-SW
           IF WS-POS-COUNT > ZERO
             MOVE LOCATION-CODE     TO WS-POS-KEY-WORK (1:4)
             MOVE JOB-CLASS-CODE-IN TO WS-POS-KEY-WORK (5:2)
             SET POS-IDX TO 1
             SEARCH WS-POS-ENTRY
               WHEN WS-POS-KEY (POS-IDX) = WS-POS-KEY-WORK
                 MOVE 'Y' TO WS-POS-FOUND-SW
             END-SEARCH
           END-IF.

      *APPLIES ONE HELD TRANSACTION IF IT BELONGS TO THE MASTER
      *RECORD IN HAND. A HIRE FOR AN EMPLOYEE ALREADY ON FILE IS A
      *REJECT, NOT AN OVERLAY
             END-EVALUATE
           END-IF.

      *TERMINATES THE EMPLOYEE IN HAND, AUDITING THE STATUS CHANGE.
      *ONLY AN ACTIVE EMPLOYEE LEAVES THEIR POSITION - A REPEATED
      *TERMINATION LOGS NO SECOND MOVEMENT
       400-APPLY-TERM-PARA.
           IF NOT EMP-TERMINATED-IN
             MOVE LOCATION-CODE     TO WS-MOVE-KEY-WORK (1:4)
             MOVE JOB-CLASS-CODE-IN TO WS-MOVE-KEY-WORK (5:2)
             MOVE 'T'               TO WS-MOVE-TYPE-WORK
             PERFORM 750-MOVEMENT-RTN
           END-IF
           MOVE 'TERMINATE'      TO AUD-ACTION
           MOVE 'STATUS'         TO AUD-FIELD
           MOVE EMP-STATUS-IN    TO AUD-OLD-VALUE
             INTO AUD-NEW-VALUE
           END-STRING
           PERFORM 700-AUDIT-LINE-RTN
           PERFORM 450-VACATION-PAYOUT-PARA
           ADD 1 TO WS-APPLIED-COUNT.

      *LISTS THE TERMINATED EMPLOYEE'S UNUSED VACATION FOR PAYOUT ON
      *THE FINAL PAY - THE HOURS LEFT ON THE LEAVE BALANCE FILE AT
      *THE EMPLOYEE'S HOURLY RATE. AN EMPLOYEE WITH NO BALANCE ON
      *FILE IS STILL LISTED SO PAYROLL CAN CHECK THE OFFICE RECORDS
       450-VACATION-PAYOUT-PARA.
           MOVE 'N'  TO WS-LVB-FOUND-SW
           MOVE ZERO TO WS-PAYOUT-HOURS
           IF WS-LVB-COUNT > ZERO
             SET LVB-IDX TO 1
             SEARCH WS-LVB-ENTRY
               WHEN WS-LVB-EMP-NO (LVB-IDX) = EMPLOYEE-NO-IN
                 MOVE 'Y' TO WS-LVB-FOUND-SW
                 MOVE WS-LVB-VAC-HOURS (LVB-IDX) TO WS-PAYOUT-HOURS
             END-SEARCH
           END-IF
           MOVE ZERO TO WS-PAYOUT-RATE
           IF ANNUAL-SALARY-IN NUMERIC
             MOVE ANNUAL-SALARY-IN TO WS-SALARY-WORK
             COMPUTE WS-PAYOUT-RATE ROUNDED =
               WS-SALARY-WORK / WS-STANDARD-HOURS
           END-IF
           IF WS-JCR-COUNT > ZERO
             SET JCR-IDX TO 1
             SEARCH WS-JCR-ENTRY
               WHEN WS-JCR-CODE (JCR-IDX) = JOB-CLASS-CODE-IN
                 IF WS-JCR-PAY-TYPE (JCR-IDX) = 'H'
                   MOVE WS-JCR-RATE (JCR-IDX) TO WS-PAYOUT-RATE
                 END-IF
             END-SEARCH
           END-IF
           COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
             WS-PAYOUT-HOURS * WS-PAYOUT-RATE
           MOVE EMPLOYEE-NO-IN    TO PAY-EMPLOYEE-NO
           MOVE EMPLOYEE-NAME-IN  TO PAY-EMPLOYEE-NAME
           MOVE TERM-DATE-IN      TO PAY-TERM-DATE
           MOVE WS-PAYOUT-HOURS   TO PAY-VAC-HOURS
           MOVE WS-PAYOUT-RATE    TO PAY-RATE
           MOVE WS-PAYOUT-AMOUNT  TO PAY-AMOUNT
           IF WS-LVB-FOUND-SW = 'Y'
             MOVE SPACES          TO PAY-NOTE
           ELSE
             MOVE 'NO BALANCE'    TO PAY-NOTE
           END-IF
           WRITE PAYOUT-RPT-RECORD FROM DL-PAYOUT-LINE
           ADD 1                  TO WS-PAYOUT-COUNT
           ADD WS-PAYOUT-AMOUNT   TO WS-PAYOUT-TOTAL.

      *APPLIES A CHANGE FIELD BY FIELD - ONLY THE FIELDS KEYED
      *NON-BLANK CHANGE, AND EACH ONE THAT DOES GETS ITS OWN AUDIT
      *LINE SHOWING THE OLD AND NEW VALUE
       500-APPLY-CHANGE-PARA.
           MOVE LOCATION-CODE     TO WS-OLD-POS-KEY (1:4)
           MOVE JOB-CLASS-CODE-IN TO WS-OLD-POS-KEY (5:2)
           MOVE 'CHANGE' TO AUD-ACTION
           IF WRK-EMPLOYEE-NAME NOT = SPACES
             MOVE 'NAME'              TO AUD-FIELD
           IF WRK-ANNUAL-SALARY NOT = SPACES
             MOVE 'SALARY'            TO AUD-FIELD
             MOVE ANNUAL-SALARY-IN    TO AUD-OLD-VALUE
             MOVE ZERO                TO WS-OLD-SALARY-WORK
             IF ANNUAL-SALARY-IN NUMERIC
               MOVE ANNUAL-SALARY-IN  TO WS-OLD-SALARY-WORK
             END-IF
             MOVE WRK-ANNUAL-SALARY   TO ANNUAL-SALARY-IN
             MOVE WRK-ANNUAL-SALARY   TO AUD-NEW-VALUE
             PERFORM 700-AUDIT-LINE-RTN
             PERFORM 550-RETRO-CHECK-PARA
           END-IF
      *THE AUDIT REPORT SHOWS ONLY THE LAST FOUR DIGITS OF EITHER
      *SSN - THE FIRST FIVE ARE STARRED OVER
           IF WRK-SOC-SEC-NO NOT = SPACES
             MOVE 'SSN'               TO AUD-FIELD
             MOVE SOC-SEC-NO-IN       TO AUD-OLD-VALUE
             MOVE '*****'             TO AUD-OLD-VALUE (1:5)
             MOVE WRK-SOC-SEC-NO      TO SOC-SEC-NO-IN
             MOVE WRK-SOC-SEC-NO      TO AUD-NEW-VALUE
             MOVE '*****'             TO AUD-NEW-VALUE (1:5)
             PERFORM 700-AUDIT-LINE-RTN
           END-IF
           IF WRK-NO-OF-DEPENDS NOT = SPACES
             MOVE WRK-DATE-HIRED      TO AUD-NEW-VALUE
             PERFORM 700-AUDIT-LINE-RTN
           END-IF
           PERFORM 520-TRANSFER-CHECK-PARA
           ADD 1 TO WS-APPLIED-COUNT.

      *A CHANGE THAT MOVES AN ACTIVE EMPLOYEE TO ANOTHER LOCATION OR
      *JOB CLASS IS A TRANSFER - OUT OF THE POSITION THEY STARTED IN
      *AND INTO THE ONE THEY END IN
       520-TRANSFER-CHECK-PARA.
           MOVE LOCATION-CODE     TO WS-MOVE-KEY-WORK (1:4)
           MOVE JOB-CLASS-CODE-IN TO WS-MOVE-KEY-WORK (5:2)
           IF  NOT EMP-TERMINATED-IN
           AND WS-MOVE-KEY-WORK NOT = WS-OLD-POS-KEY
             MOVE 'I'            TO WS-MOVE-TYPE-WORK
             PERFORM 750-MOVEMENT-RTN
             MOVE WS-OLD-POS-KEY TO WS-MOVE-KEY-WORK
             MOVE 'O'            TO WS-MOVE-TYPE-WORK
             PERFORM 750-MOVEMENT-RTN
           END-IF.

      *A RAISE DATED BEFORE TONIGHT HAS ALREADY BEEN UNDERPAID FOR
      *EVERY PERIOD SINCE ITS EFFECTIVE DATE, SO IT IS QUEUED FOR
      *RETROPAY WITH THE OLD AND NEW RATES, AND AUDITED. A CUT, A
      *CHANGE EFFECTIVE TONIGHT, OR A MASTER WITH NO USABLE OLD RATE
      *HAS NOTHING TO MAKE UP
       550-RETRO-CHECK-PARA.
           IF  WRK-EFFECTIVE-DATE NUMERIC
           AND WRK-EFFECTIVE-DATE < WS-RUN-DATE
           AND WS-OLD-SALARY-WORK > ZERO
             MOVE WRK-ANNUAL-SALARY TO WS-SALARY-WORK
             IF WS-SALARY-WORK > WS-OLD-SALARY-WORK
               MOVE SPACES             TO RETRO-QUEUE-REC
               MOVE EMPLOYEE-NO-IN     TO RTQ-EMPLOYEE-NO
               MOVE WS-OLD-SALARY-WORK TO RTQ-OLD-SALARY
               MOVE WS-SALARY-WORK     TO RTQ-NEW-SALARY
               MOVE WRK-EFFECTIVE-DATE TO RTQ-EFFECTIVE-DATE
               MOVE WS-RUN-DATE        TO RTQ-CHANGE-DATE
               WRITE RETRO-QUEUE-REC
               ADD 1 TO WS-RETRO-COUNT
               MOVE 'RETRO PAY'        TO AUD-FIELD
               MOVE SPACES             TO AUD-OLD-VALUE
               MOVE SPACES             TO AUD-NEW-VALUE
               STRING 'FROM '            DELIMITED BY SIZE
                      WRK-EFFECTIVE-DATE DELIMITED BY SIZE
                 INTO AUD-NEW-VALUE
               END-STRING
               PERFORM 700-AUDIT-LINE-RTN
             END-IF
           END-IF.

      *END-OF-PASS DISPOSITION OF A TRANSACTION THAT NEVER FOUND
      *ITS EMPLOYEE - A HIRE APPENDS THE NEW EMPLOYEE, ANYTHING
      *ELSE IS A REJECT
           MOVE SPACES              TO AUD-OLD-VALUE
           MOVE WRK-EMPLOYEE-NAME   TO AUD-NEW-VALUE
           WRITE AUDIT-RPT-RECORD FROM DL-AUDIT-LINE
           ADD 1 TO WS-HIRED-COUNT
           MOVE LOCATION-CODE       TO WS-MOVE-KEY-WORK (1:4)
           MOVE JOB-CLASS-CODE-IN   TO WS-MOVE-KEY-WORK (5:2)
           MOVE 'H'                 TO WS-MOVE-TYPE-WORK
           PERFORM 750-MOVEMENT-RTN
           PERFORM 670-POSITION-CHECK-PARA.

      *COUNTS THE NEW HIRE INTO THEIR POSITION AND WARNS WHEN THAT
      *TAKES THE POSITION PAST ITS AUTHORIZED HEADCOUNT - A POSITION
      *NOT ON THE BUDGET AT ALL HAS NONE AUTHORIZED. THE HIRE STANDS;
      *THE WARNING IS FOR THE BUDGET OWNER. WITH NO BUDGET LOADED THE
      *CHECK STANDS DOWN
       670-POSITION-CHECK-PARA.
           IF WS-POS-COUNT > ZERO
             PERFORM 350-FIND-POSITION-PARA
             IF WS-POS-FOUND-SW = 'Y'
               ADD 1 TO WS-POS-FILLED (POS-IDX)
               MOVE WS-POS-AUTH-COUNT (POS-IDX) TO WS-POS-AUTH-WORK
               MOVE WS-POS-FILLED (POS-IDX)     TO WS-POS-FILLED-WORK
             ELSE
               MOVE ZERO TO WS-POS-AUTH-WORK
               MOVE 1    TO WS-POS-FILLED-WORK
             END-IF
             IF WS-POS-FILLED-WORK > WS-POS-AUTH-WORK
               MOVE 'WARNING'           TO AUD-ACTION
               MOVE 'POSITION'          TO AUD-FIELD
               MOVE SPACES              TO AUD-OLD-VALUE
                                           AUD-NEW-VALUE
               STRING 'AUTHORIZED '     DELIMITED BY SIZE
                      WS-POS-AUTH-WORK  DELIMITED BY SIZE
                 INTO AUD-OLD-VALUE
               END-STRING
               STRING 'FILLED '         DELIMITED BY SIZE
                      WS-POS-FILLED-WORK DELIMITED BY SIZE
                 INTO AUD-NEW-VALUE
               END-STRING
               WRITE AUDIT-RPT-RECORD FROM DL-AUDIT-LINE
               ADD 1 TO WS-OVER-HIRE-COUNT
             END-IF
           END-IF.

      *WRITES ONE AUDIT LINE FOR THE EMPLOYEE IN HAND
       700-AUDIT-LINE-RTN.
           MOVE EMPLOYEE-NO-IN TO AUD-EMPLOYEE-NO
           WRITE AUDIT-RPT-RECORD FROM DL-AUDIT-LINE.

      *LOGS ONE HEADCOUNT MOVEMENT FOR THE EMPLOYEE IN HAND AGAINST
      *THE POSITION AND MOVEMENT TYPE SET UP BY THE CALLER
       750-MOVEMENT-RTN.
           MOVE SPACES                 TO HC-MOVEMENT-REC
           MOVE WS-MOVE-KEY-WORK (1:2) TO HCM-TERRITORY-NO
           MOVE WS-MOVE-KEY-WORK (3:2) TO HCM-OFFICE-NO
           MOVE WS-MOVE-KEY-WORK (5:2) TO HCM-CLASS-CODE
           MOVE WS-MOVE-TYPE-WORK      TO HCM-MOVE-TYPE
           MOVE EMPLOYEE-NO-IN         TO HCM-EMPLOYEE-NO
           MOVE WS-RUN-DATE            TO HCM-MOVE-DATE
           MOVE 'EMPMNT'               TO HCM-SOURCE
           WRITE HC-MOVEMENT-REC
           ADD 1 TO WS-MOVE-COUNT.

      *SHOWS THE RUN'S DISPOSITION TOTALS ON THE AUDIT REPORT AND
      *THE CONSOLE
       800-TOTALS-RTN.
           MOVE 'TRANSACTIONS REJECTED. . . . :' TO DL-TOT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-TOT-COUNT
           WRITE AUDIT-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'RETRO PAY REQUESTS QUEUED. . :' TO DL-TOT-LABEL
           MOVE WS-RETRO-COUNT                   TO DL-TOT-COUNT
           WRITE AUDIT-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'HIRES OVER AUTHORIZED. . . . :' TO DL-TOT-LABEL
           MOVE WS-OVER-HIRE-COUNT               TO DL-TOT-COUNT
           WRITE AUDIT-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'HEADCOUNT MOVEMENTS LOGGED . :' TO DL-TOT-LABEL
           MOVE WS-MOVE-COUNT                    TO DL-TOT-COUNT
           WRITE AUDIT-RPT-RECORD FROM DL-TOTAL-LINE
           WRITE PAYOUT-RPT-RECORD FROM BLANK-LINE
           MOVE 'VACATION PAYOUTS LISTED. . . :' TO DL-PAY-TOT-LABEL
           MOVE WS-PAYOUT-COUNT                  TO DL-PAY-TOT-COUNT
           MOVE WS-PAYOUT-TOTAL                  TO DL-PAY-TOT-AMOUNT
           WRITE PAYOUT-RPT-RECORD FROM DL-PAYOUT-TOTAL-LINE
           DISPLAY 'EMPLOYEE MAINTENANCE - APPLIED: '
             WS-APPLIED-COUNT ' HIRED: ' WS-HIRED-COUNT
             ' REJECTED: ' WS-REJECT-COUNT
             ' RETRO: ' WS-RETRO-COUNT
             ' OVER AUTHORIZED: ' WS-OVER-HIRE-COUNT
             ' MOVEMENTS: ' WS-MOVE-COUNT.
