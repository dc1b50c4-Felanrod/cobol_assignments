      *         AND A GRAND-TOTAL PAGE WHOSE ANNUAL-SALARY TOTAL MUST
      *         BALANCE BACK TO THE A1 EXTRACT'S TRAILER CONTROL
      *         FIGURE. A SEPARATE DEDUCTION REGISTER GOES TO
      *         ACCOUNTING. A JOB CLASS IS PAID ONLY ON THE NIGHT THE
      *         PAY CALENDAR (PAYCAL.DAT) SHOWS ITS FREQUENCY DUE,
      *         AND NEVER TWICE FOR THE SAME CALENDAR PERIOD - THE
      *         PAY-RUN LOG (PAYRUN.DAT) REMEMBERS EVERY CLASS AND
      *         PERIOD ALREADY PAID. A CLASS JOBCLS.DAT MARKS HOURLY
      *         IS PAID OFF ITS TIME CARDS (TIMECRD.DAT) AT THE
      *         CLASS'S STRAIGHT-TIME RATE PLUS THE OVERTIME PREMIUM
      *         AND SHIFT DIFFERENTIAL; A SALARIED EMPLOYEE WITH A
      *         CARD OR AN HOURLY ONE WITHOUT GOES UNPAID TO THE
      *         TIME-CARD EXCEPTION LIST INSTEAD. EACH PERIOD'S
      *         TAXABLE GROSS, WITHHOLDING, AND DEDUCTIONS GO ON THE
      *         PAYROLL HISTORY WITH ITS PAY, AND THE DEDUCTION
      *         REGISTER'S TOTALS ON THE DEDUCTION REGISTER LOG
      *         (DEDLOG.DAT), FOR THE QUARTER'S PAYROLL TAX RETURN.
      *         COURT-ORDERED GARNISHMENT AND SUPPORT ORDERS
      *         (GARNORD.DAT) ARE TAKEN AFTER TAX, IN PRIORITY
      *         ORDER, WITHIN THE DISPOSABLE-EARNINGS LIMIT, AND
      *         COUNTED DOWN TO A PAID-OFF ORDER; EACH AMOUNT TAKEN
      *         GOES TO THE GARNISHMENT DEDUCTION FILE (GARNDED.DAT)
      *         FOR THE AGENCY REMITTANCE STEP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREG.
           SELECT PAY-NET-FILE
             ASSIGN TO 'PAYNET.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PAY CALENDAR CALMNT MAINTAINS. OPTIONAL SO A SHOP THAT HAS
      *NOT YET BUILT ONE STILL PAYS EVERY CLASS EVERY RUN, AS BEFORE
           SELECT OPTIONAL CALENDAR-FILE
             ASSIGN TO 'PAYCAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PAY-RUN LOG - ONE RECORD PER JOB CLASS PER CALENDAR PERIOD
      *PAID, APPENDED AT END OF JOB AND NEVER TRIMMED. READ ONCE AT
      *START-UP OVER ITS OWN PATH, THE SAME TWO-PATH PATTERN AS THE
      *PAYROLL HISTORY
           SELECT OPTIONAL PAY-RUN-FILE
             ASSIGN TO 'PAYRUN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-RUN-IN
             ASSIGN TO 'PAYRUN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE DEDUCTION REGISTER LOG - ONE RECORD OF THE DEDUCTION
      *REGISTER'S CONTROL TOTALS PER RUN THAT PAID ANYONE, APPENDED AT
      *END OF JOB AND NEVER TRIMMED, SO THE QUARTER'S TAX RETURN CAN
      *BE PROVED AGAINST THE QUARTER'S REGISTERS
           SELECT OPTIONAL DEDUCTION-LOG-FILE
             ASSIGN TO 'DEDLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE MAINTAINED JOB-CLASS REFERENCE, READ FOR THE PAY TYPE AND
      *HOURLY RATES. OPTIONAL - WITHOUT IT EVERY CLASS IS SALARIED
           SELECT OPTIONAL JOB-CLASS-REF
             ASSIGN TO 'JOBCLS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PERIOD'S TIME CARDS FROM THE FIELD OFFICES. OPTIONAL SO A
      *SHOP WITH NO HOURLY CLASSES NEEDS NO EMPTY FILE
           SELECT OPTIONAL TIME-CARD-FILE
             ASSIGN TO 'TIMECRD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *EMPLOYEES HELD BACK UNPAID FOR A TIME-CARD PROBLEM, AND CARDS
      *THAT MATCHED NO ONE PAID TONIGHT, FOR THE PAYROLL CLERK
           SELECT TIME-EXCEPTION-RPT
             ASSIGN TO 'PAYEXC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE GARNISHMENT AND SUPPORT ORDERS GARNMNT MAINTAINS. OPTIONAL
      *SO A SHOP WITH NO ORDERS ON FILE NEEDS NO EMPTY FILE
           SELECT OPTIONAL GARN-ORDER-FILE
             ASSIGN TO 'GARNORD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE ORDERS WITH TONIGHT'S BALANCES, COPIED OVER GARNORD.DAT BY
      *THE JOB STREAM ONCE THE REMITTANCE HAS PROVED
           SELECT GARN-ORDER-NEW
             ASSIGN TO 'GARNNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *ONE RECORD PER ORDER TAKEN TONIGHT PLUS A CONTROL TRAILER, FOR
      *THE AGENCY REMITTANCE STEP (GARNREM)
           SELECT GARN-DEDUCT-FILE
             ASSIGN TO 'GARNDED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
      *THE RATE APPLIES TO A TAXABLE PERIOD GROSS AT OR ABOVE THE
      *FLOOR (THE HIGHEST QUALIFYING FLOOR WINS). AN 'E' CARD IS THE
      *PER-DEPENDENT EXEMPTION TAKEN OFF GROSS BEFORE THE BRACKET
      *LOOKUP, AND A 'D' CARD IS THE FLAT PER-PERIOD DEDUCTION. A
      *'G' CARD'S RATE IS THE SHARE OF DISPOSABLE EARNINGS ALL
      *CREDITOR GARNISHMENTS TOGETHER MAY TAKE, AND AN 'S' CARD'S THE
      *SHARE SUPPORT ORDERS MAY TAKE
       FD  TAX-PARM-FILE.
       01  TAX-PARM-REC.
           05  TPARM-TYPE             PIC X(1).
       01  DEDUCTION-RPT-REC          PIC X(80).

       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY PAYHIST.

      *MIRRORS PAY-HISTORY-REC FOR THE READ-ONLY START-UP PASS
       FD  PAY-HISTORY-IN
           RECORD CONTAINS 91 CHARACTERS.
           COPY PAYHIST REPLACING ==PAY-HISTORY-REC==
                                    BY ==PAY-HISTORY-IN-REC==,
                                  ==PH-EMPLOYEE-NO==
                                    BY ==PHI-EMPLOYEE-NO==,
                                  ==PH-PERIOD-DATE==
                                    BY ==PHI-PERIOD-DATE==,
                                  ==PH-PERIOD-GROSS==
                                    BY ==PHI-PERIOD-GROSS==,
                                  ==PH-ALLOWANCE==
                                    BY ==PHI-ALLOWANCE==,
                                  ==PH-PERIOD-PAY==
                                    BY ==PHI-PERIOD-PAY==,
                                  ==PH-RUN-TYPE==
                                    BY ==PHI-RUN-TYPE==,
                                  ==PH-OFF-CYCLE==
                                    BY ==PHI-OFF-CYCLE==,
                                  ==PH-EARN-CODE==
                                    BY ==PHI-EARN-CODE==,
                                  ==PH-TAXABLE-GROSS==
                                    BY ==PHI-TAXABLE-GROSS==,
                                  ==PH-WITHHOLDING==
                                    BY ==PHI-WITHHOLDING==,
                                  ==PH-OTHER-DEDUCT==
                                    BY ==PHI-OTHER-DEDUCT==,
                                  ==PH-TOTAL-DEDUCT==
                                    BY ==PHI-TOTAL-DEDUCT==.

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
           05                         PIC X(2)     VALUE SPACES.
           05  PNET-NET-PAY           PIC 9(6)V99.

       FD  CALENDAR-FILE
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYCAL.

      *THE PERIOD DATE IS THE CALENDAR'S SCHEDULED DATE - THE PERIOD'S
      *OWN KEY - AND THE RUN DATE THE NIGHT IT WAS ACTUALLY PAID
       FD  PAY-RUN-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  PAY-RUN-REC.
           05  PRN-JOB-CLASS          PIC X(2).
           05                         PIC X(2)     VALUE SPACES.
           05  PRN-PERIOD-DATE        PIC X(8).
           05                         PIC X(2)     VALUE SPACES.
           05  PRN-RUN-DATE           PIC X(8).

      *MIRRORS PAY-RUN-REC FOR THE READ-ONLY START-UP PASS
       FD  PAY-RUN-IN
           RECORD CONTAINS 22 CHARACTERS.
       01  PAY-RUN-IN-REC.
           05  PRI-JOB-CLASS          PIC X(2).
           05                         PIC X(2).
           05  PRI-PERIOD-DATE        PIC X(8).
           05                         PIC X(2).
           05  PRI-RUN-DATE           PIC X(8).

       FD  DEDUCTION-LOG-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY DEDLOG.

       FD  JOB-CLASS-REF
           RECORD CONTAINS 61 CHARACTERS.
           COPY JOBCLS.

       FD  TIME-CARD-FILE
           RECORD CONTAINS 36 CHARACTERS.
           COPY TIMECRD.

       FD  TIME-EXCEPTION-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  TIME-EXCEPTION-REC         PIC X(80).

       FD  GARN-ORDER-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY GARNORD.

       FD  GARN-ORDER-NEW
           RECORD CONTAINS 134 CHARACTERS.
           COPY GARNORD REPLACING ==GARN-ORDER-REC==
                                    BY ==GARN-ORDER-NEW-REC==,
                                  ==GRN-EMPLOYEE-NO==
                                    BY ==NGRN-EMPLOYEE-NO==,
                                  ==GRN-ORDER-NO==
                                    BY ==NGRN-ORDER-NO==,
                                  ==GRN-ORDER-TYPE==
                                    BY ==NGRN-ORDER-TYPE==,
                                  ==GRN-AGENCY-CODE==
                                    BY ==NGRN-AGENCY-CODE==,
                                  ==GRN-AGENCY-NAME==
                                    BY ==NGRN-AGENCY-NAME==,
                                  ==GRN-METHOD==
                                    BY ==NGRN-METHOD==,
                                  ==GRN-AMOUNT==
                                    BY ==NGRN-AMOUNT==,
                                  ==GRN-PERCENT==
                                    BY ==NGRN-PERCENT==,
                                  ==GRN-PRIORITY==
                                    BY ==NGRN-PRIORITY==,
                                  ==GRN-START-DATE==
                                    BY ==NGRN-START-DATE==,
                                  ==GRN-STOP-DATE==
                                    BY ==NGRN-STOP-DATE==,
                                  ==GRN-TOTAL-OWED==
                                    BY ==NGRN-TOTAL-OWED==,
                                  ==GRN-BALANCE==
                                    BY ==NGRN-BALANCE==,
                                  ==GRN-STATUS==
                                    BY ==NGRN-STATUS==,
                                  ==GRN-LAST-DATE==
                                    BY ==NGRN-LAST-DATE==,
                                  ==GRN-LAST-AMOUNT==
                                    BY ==NGRN-LAST-AMOUNT==.

       FD  GARN-DEDUCT-FILE
           RECORD CONTAINS 105 CHARACTERS.
           COPY GARNDED.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
           05  WS-RUN-YEAR             PIC X(4)     VALUE SPACES.
           05  WS-YTD-GROSS-WORK       PIC 9(8)V99  VALUE ZERO.
           05  WS-YTD-PAY-WORK         PIC 9(8)V99  VALUE ZERO.
           05  WS-CAL-EOF-SW           PIC X        VALUE 'N'.
           05  WS-PAYRUN-EOF-SW        PIC X        VALUE 'N'.
      *'Y' PAY THIS EMPLOYEE TONIGHT, 'N' THE CLASS IS NOT DUE,
      *'R' REFUSED - THE CLASS WAS ALREADY PAID FOR THIS PERIOD
           05  WS-PAY-DUE-SW           PIC X        VALUE 'Y'.
           05  WS-CAL-PAY-DATES        PIC 9(5)     VALUE ZERO.
           05  WS-PERIOD-KEY           PIC X(8)     VALUE SPACES.
           05  WS-NOT-DUE-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-JCR-EOF-SW           PIC X        VALUE 'N'.
           05  WS-CARD-EOF-SW          PIC X        VALUE 'N'.
      *'Y' WHILE THE EMPLOYEE IN HAND IS PAID OFF A TIME CARD
           05  WS-HOURLY-SW            PIC X        VALUE 'N'.
           05  WS-CARD-FOUND-SW        PIC X        VALUE 'N'.
           05  WS-CARD-HOLD            PIC 9(4)     VALUE ZERO.
           05  WS-CARD-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-HOURLY-RATE-USED     PIC 9(3)V99  VALUE ZERO.
           05  WS-OT-FACTOR-USED       PIC 9V99     VALUE ZERO.
           05  WS-SHIFT-PREM-USED      PIC 9(2)V99  VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-UNMATCHED-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-HOURLY-COUNT-PAID    PIC 9(5)     VALUE ZERO.
           05  WS-GARN-EOF-SW          PIC X        VALUE 'N'.
      *DISPOSABLE EARNINGS - THE PERIOD PAY LESS THE WITHHOLDING THE
      *LAW REQUIRES - AND THE GARNISHMENT TAKEN FROM THEM SO FAR
           05  WS-DISPOSABLE           PIC 9(6)V99  VALUE ZERO.
           05  WS-GARNISHMENT          PIC 9(6)V99  VALUE ZERO.
           05  WS-OTHER-DEDUCTIONS     PIC 9(6)V99  VALUE ZERO.
      *SIGNED SO A LIMIT ALREADY USED UP SHOWS AS NOTHING LEFT
           05  WS-GARN-ROOM            PIC S9(6)V99 VALUE ZERO.
           05  WS-GARN-TAKE            PIC 9(6)V99  VALUE ZERO.
           05  WS-GARN-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-GARN-HOLD            PIC 9(4)     VALUE ZERO.
           05  WS-GARN-LOW-PRIORITY    PIC 9(3)     VALUE ZERO.
           05  WS-GARN-ITEM-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-GARN-PAID-OFF-COUNT  PIC 9(5)     VALUE ZERO.
           05  WS-GRAND-GARN-TOTAL     PIC 9(9)V99  VALUE ZERO.
       01  WS-CONSTANTS.
      *SEMI-MONTHLY IS THE SHOP DEFAULT FOR SALARIED JOB CLASSES
           05  WS-DEFAULT-PERIODS      PIC 9(2)     VALUE 24.
      *FLAT PER-DEPENDENT ALLOWANCE ADDED TO EACH PERIOD'S PAY
           05  WS-DEPENDENT-RATE       PIC 9(2)V99  VALUE 10.00.
      *THE SHARES OF DISPOSABLE EARNINGS GARNISHMENTS AND SUPPORT
      *ORDERS MAY TAKE, UNLESS A 'G' OR 'S' TAX PARM CARD SAYS
      *OTHERWISE
           05  WS-GARN-LIMIT-RATE      PIC 9V99     VALUE .25.
           05  WS-SUPPORT-LIMIT-RATE   PIC 9V99     VALUE .50.
      *JOB-CLASS PAY-PERIOD RULE TABLE, FILLED ONE ENTRY PER PARM
      *RECORD. A CLASS NOT IN THE TABLE PAYS SEMI-MONTHLY
       01  WS-RULE-COUNT               PIC 9(2) COMP VALUE ZERO.
               10  WS-YTD-EMPLOYEE-NO  PIC X(5).
               10  WS-YTD-GROSS        PIC 9(8)V99.
               10  WS-YTD-PAY          PIC 9(8)V99.
      *TONIGHT'S DUE PAY DATES - ONE ENTRY PER CALENDAR 'P' RECORD
      *WHOSE PAY DATE IS THE RUN DATE, GIVING THE FREQUENCY DUE AND
      *THE SCHEDULED DATE THAT KEYS ITS PERIOD
       01  WS-DUE-COUNT                PIC 9(2) COMP VALUE ZERO.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY
               OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-DUE-COUNT
               INDEXED BY DUE-IDX.
               10  WS-DUE-PERIODS      PIC 9(2).
               10  WS-DUE-SCHED-DATE   PIC X(8).
      *THE PAY-RUN LOG ENTRIES FOR TONIGHT'S DUE PERIODS ONLY, PLUS
      *THE CLASSES THIS RUN PAYS FOR THE FIRST TIME (NEW-SW 'Y'),
      *WHICH ARE APPENDED TO THE LOG AT END OF JOB
       01  WS-PAYRUN-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-PAYRUN-TABLE.
           05  WS-PAYRUN-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PAYRUN-COUNT
               INDEXED BY PRN-IDX.
               10  WS-PAYRUN-JOB-CLASS PIC X(2).
               10  WS-PAYRUN-PERIOD    PIC X(8).
               10  WS-PAYRUN-RUN-DATE  PIC X(8).
               10  WS-PAYRUN-NEW-SW    PIC X.
       01  WS-PAYRUN-SUB               PIC 9(4)     VALUE ZERO.
      *THE HOURLY JOB CLASSES AND THEIR RATES, ONE ENTRY PER JOBCLS
      *RECORD MARKED HOURLY. A CLASS NOT IN THE TABLE IS SALARIED
       01  WS-HOURLY-COUNT             PIC 9(3) COMP VALUE ZERO.
       01  WS-HOURLY-TABLE.
           05  WS-HOURLY-ENTRY
               OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-HOURLY-COUNT
               INDEXED BY HRLY-IDX.
               10  WS-HRLY-JOB-CLASS   PIC X(2).
               10  WS-HRLY-RATE        PIC 9(3)V99.
               10  WS-HRLY-OT-FACTOR   PIC 9V99.
               10  WS-HRLY-SHIFT-PREM  PIC 9(2)V99.
      *THE TIME CARDS ON FILE. A CARD IS MARKED USED ONCE AN EMPLOYEE
      *HAS BEEN MATCHED TO IT, SO A CARD LEFT OVER FOR ONE OF
      *TONIGHT'S PERIODS CAN BE LISTED AT END OF RUN
       01  WS-CARD-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CARD-COUNT.
               10  WS-CARD-EMPLOYEE-NO PIC X(5).
               10  WS-CARD-PERIOD      PIC X(8).
               10  WS-CARD-REG-HOURS   PIC 9(3)V99.
               10  WS-CARD-OT-HOURS    PIC 9(3)V99.
               10  WS-CARD-SHIFT-HOURS PIC 9(3)V99.
               10  WS-CARD-VALID-SW    PIC X.
               10  WS-CARD-USED-SW     PIC X.
      *THE GARNISHMENT AND SUPPORT ORDERS ON FILE, REWRITTEN TO
      *GARNNEW.DAT AT END OF JOB WITH TONIGHT'S BALANCES. VALID-SW
      *'N' IS AN ORDER WITH GARBLED FIGURES, CARRIED FORWARD AS IT
      *STANDS BUT NEVER TAKEN. DONE-SW MARKS AN ORDER ALREADY
      *CONSIDERED FOR THE EMPLOYEE IN HAND, SO THE PRIORITY PICK
      *NEVER TAKES THE SAME ORDER TWICE
       01  WS-GARN-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-GARN-TABLE.
           05  WS-GARN-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-GARN-COUNT.
               10  WS-GRN-EMPLOYEE-NO  PIC X(5).
               10  WS-GRN-ORDER-NO     PIC X(8).
               10  WS-GRN-ORDER-TYPE   PIC X.
               10  WS-GRN-AGENCY-CODE  PIC X(6).
               10  WS-GRN-AGENCY-NAME  PIC X(20).
               10  WS-GRN-METHOD       PIC X.
               10  WS-GRN-AMOUNT       PIC 9(5)V99.
               10  WS-GRN-PERCENT      PIC 9(2)V99.
               10  WS-GRN-PRIORITY     PIC 9(2).
               10  WS-GRN-START-DATE   PIC X(8).
               10  WS-GRN-STOP-DATE    PIC X(8).
               10  WS-GRN-TOTAL-OWED   PIC 9(7)V99.
               10  WS-GRN-BALANCE      PIC 9(7)V99.
               10  WS-GRN-STATUS       PIC X.
               10  WS-GRN-LAST-DATE    PIC X(8).
               10  WS-GRN-LAST-AMOUNT  PIC 9(5)V99.
               10  WS-GRN-VALID-SW     PIC X.
               10  WS-GRN-DONE-SW      PIC X.
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(32)    VALUE SPACES.
               VALUE 'EMPLOYEE NAME       '.
           05                          PIC X(12)
               VALUE '   WITHHOLD '.
           05                          PIC X(12)
               VALUE '    GARNISH '.
           05                          PIC X(12)
               VALUE '      OTHER '.
           05                          PIC X(14)
               VALUE '   TOTAL DEDS '.
           05                          PIC X(1)     VALUE SPACES.
       01  DL-DEDUCTION-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-DED-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-DED-WITHHOLD         PIC ZZ,ZZ9.99.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-DED-GARNISH          PIC ZZ,ZZ9.99.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-DED-OTHER            PIC ZZ,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-DED-TOTAL            PIC ZZ,ZZ9.99.
           05                          PIC X(3)     VALUE SPACES.
       01  DL-DED-TOTAL-LINE.
           05  DL-DEDT-LABEL           PIC X(30).
           05  DL-DEDT-AMOUNT          PIC $$,$$$,$$9.99.
           05                          PIC X(37)    VALUE SPACES.
       01  HL-EXCEPTION-HEADING.
           05                          PIC X(40)    VALUE
               'PAYROLL TIME-CARD EXCEPTIONS - NOT PAID '.
           05                          PIC X(40)    VALUE SPACES.
       01  HL-EXCEPTION-COLUMNS.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(5)     VALUE 'EMPNO'.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(20)
               VALUE 'EMPLOYEE NAME       '.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(2)     VALUE 'CL'.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(8)     VALUE 'PERIOD  '.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(6)     VALUE 'REASON'.
           05                          PIC X(29)    VALUE SPACES.
       01  DL-EXCEPTION-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-JOB-CLASS        PIC X(2).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-PERIOD           PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EXC-REASON           PIC X(30).
           05                          PIC X(5)     VALUE SPACES.
       01  DL-EXC-TOTAL-LINE.
           05  DL-EXCT-LABEL           PIC X(30).
           05  DL-EXCT-COUNT           PIC ZZZZ9.
           05                          PIC X(45)    VALUE SPACES.

      ******************************************************
       PROCEDURE DIVISION.
           IF FIRST-RECORD = 'NO '
             PERFORM 600-TERR-BREAK
           END-IF
           PERFORM 580-CARD-SWEEP-RTN
             VARYING WS-CARD-SUB FROM 1 BY 1
             UNTIL WS-CARD-SUB > WS-CARD-COUNT
           PERFORM 850-GRAND-TOTAL-RTN
           PERFORM 860-BALANCE-RTN
           PERFORM 900-END-OF-JOB-RTN
      *A TERMINATED EMPLOYEE DRAWS NO PAY AND PRINTS NO LINE, BUT
      *THEIR SALARY STILL COUNTS TOWARD THE TRAILER BALANCE - THE
      *TRAILER TOTALS EVERY RECORD A1 WROTE, TERMINATED OR NOT
      *THE SAME HOLDS FOR AN EMPLOYEE WHOSE CLASS IS NOT DUE TONIGHT
      *OR IS REFUSED AS ALREADY PAID FOR THE PERIOD, AND FOR ONE HELD
      *ON THE TIME-CARD EXCEPTION LIST
       300-REGISTER-PARA.
           IF EXT-TERMINATED
             ADD EXT-ANNUAL-SALARY-RAW TO WS-GRAND-SALARY-TOTAL
             ADD 1 TO WS-TERMINATED-COUNT
             PERFORM 200-READ-EXTRACT-PARA
           ELSE
             PERFORM 450-PERIOD-LOOKUP-RTN
             PERFORM 490-PAY-DUE-RTN
             IF WS-PAY-DUE-SW = 'Y'
               PERFORM 500-TIME-CARD-RTN
             END-IF
             IF WS-PAY-DUE-SW = 'Y'
               PERFORM 310-REGISTER-LINE-RTN
             ELSE
               ADD EXT-ANNUAL-SALARY-RAW TO WS-GRAND-SALARY-TOTAL
               PERFORM 200-READ-EXTRACT-PARA
             END-IF
           END-IF.

      *THE CONTROL-BREAK AND DETAIL WORK FOR ONE PAID EMPLOYEE

      *WORKS OUT ONE EMPLOYEE'S PER-PERIOD GROSS AND ALLOWANCE AND
      *PRINTS THE REGISTER LINE
      *AN HOURLY EMPLOYEE'S GROSS COMES OFF THE TIME CARD INSTEAD -
      *STRAIGHT TIME FOR EVERY HOUR, THE OVERTIME FACTOR ON THE
      *OVERTIME HOURS, AND THE SHIFT DIFFERENTIAL ON THE SHIFT HOURS
       400-CALC-RTN.
           PERFORM 450-PERIOD-LOOKUP-RTN
           IF WS-HOURLY-SW = 'Y'
             COMPUTE WS-PERIOD-GROSS ROUNDED =
               WS-CARD-REG-HOURS (WS-CARD-HOLD) * WS-HOURLY-RATE-USED
               + WS-CARD-OT-HOURS (WS-CARD-HOLD) * WS-HOURLY-RATE-USED
                 * WS-OT-FACTOR-USED
               + WS-CARD-SHIFT-HOURS (WS-CARD-HOLD)
                 * WS-SHIFT-PREM-USED
             ADD 1 TO WS-HOURLY-COUNT-PAID
           ELSE
             COMPUTE WS-PERIOD-GROSS ROUNDED =
               EXT-ANNUAL-SALARY-RAW / WS-PERIODS-USED
           END-IF
      *A NON-NUMERIC DEPENDENT COUNT ON THE EXTRACT IS TREATED AS
      *NONE RATHER THAN ABORTING THE REGISTER
           IF EXT-NO-OF-DEPENDS NUMERIC
      *CARRIES THE CALCULATION THROUGH TO NET PAY. THE PER-DEPENDENT
      *EXEMPTION COMES OFF THE PERIOD GROSS FIRST (NEVER BELOW
      *ZERO), THE BRACKET WHOSE FLOOR IS THE HIGHEST ONE AT OR BELOW
      *THE TAXABLE GROSS SETS THE RATE, AND THE GARNISHMENTS AND
      *THE FLAT PER-PERIOD DEDUCTION RIDE ON TOP OF THE WITHHOLDING.
      *DEDUCTIONS NEVER TAKE THE NET BELOW ZERO - A RULE SET THAT
      *WOULD IS CAPPED AT THE PERIOD PAY RATHER THAN PRINTING A
      *NEGATIVE PAYCHECK
       460-NET-PAY-RTN.
           COMPUTE WS-TAXABLE-GROSS =
             WS-PERIOD-GROSS - WS-DEPENDS-WORK * WS-EXEMPTION-RATE
             UNTIL WS-BRACKET-SUB > WS-BRACKET-COUNT
           COMPUTE WS-WITHHOLDING ROUNDED =
             WS-TAXABLE-GROSS * WS-BRACKET-RATE-USED
           PERFORM 461-GARNISHMENT-RTN
           COMPUTE WS-OTHER-DEDUCTIONS =
             WS-GARNISHMENT + WS-FLAT-DEDUCTION
           COMPUTE WS-TOTAL-DEDUCTIONS =
             WS-WITHHOLDING + WS-OTHER-DEDUCTIONS
           IF WS-TOTAL-DEDUCTIONS > WS-PERIOD-PAY
             MOVE WS-PERIOD-PAY TO WS-TOTAL-DEDUCTIONS
           END-IF
           COMPUTE WS-NET-PAY = WS-PERIOD-PAY - WS-TOTAL-DEDUCTIONS.

      *TAKES THE EMPLOYEE'S GARNISHMENT AND SUPPORT ORDERS FROM THE
      *DISPOSABLE EARNINGS - THE PERIOD PAY LESS THE WITHHOLDING -
      *ONE ORDER AT A TIME, LOWEST PRIORITY NUMBER FIRST, UNTIL EVERY
      *ORDER OF THEIRS HAS BEEN CONSIDERED
       461-GARNISHMENT-RTN.
           MOVE ZERO TO WS-GARNISHMENT
                        WS-DISPOSABLE
           IF WS-WITHHOLDING < WS-PERIOD-PAY
             COMPUTE WS-DISPOSABLE = WS-PERIOD-PAY - WS-WITHHOLDING
           END-IF
           IF WS-GARN-COUNT > ZERO
             PERFORM 462-GARN-RESET-RTN
               VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT
             MOVE 1 TO WS-GARN-HOLD
             PERFORM 463-GARN-NEXT-RTN
               UNTIL WS-GARN-HOLD = ZERO
           END-IF.

      *ONLY THE EMPLOYEE IN HAND'S OWN ORDERS ARE LEFT TO CONSIDER
       462-GARN-RESET-RTN.
           IF WS-GRN-EMPLOYEE-NO (WS-GARN-SUB) = EXT-EMPLOYEE-NO
             MOVE 'N' TO WS-GRN-DONE-SW (WS-GARN-SUB)
           ELSE
             MOVE 'Y' TO WS-GRN-DONE-SW (WS-GARN-SUB)
           END-IF.

      *PICKS THE NEXT ORDER BY PRIORITY AND TAKES IT. HOLD COMES BACK
      *ZERO ONCE NO ORDER IS LEFT
       463-GARN-NEXT-RTN.
           MOVE ZERO TO WS-GARN-HOLD
           MOVE 999  TO WS-GARN-LOW-PRIORITY
           PERFORM 464-GARN-PICK-RTN
             VARYING WS-GARN-SUB FROM 1 BY 1
             UNTIL WS-GARN-SUB > WS-GARN-COUNT
           IF WS-GARN-HOLD > ZERO
             MOVE 'Y' TO WS-GRN-DONE-SW (WS-GARN-HOLD)
             PERFORM 466-GARN-TAKE-RTN
           END-IF.

      *THE LOWEST PRIORITY NUMBER LEFT WINS; ON A TIE THE ORDER
      *FILED FIRST
       464-GARN-PICK-RTN.
           IF  WS-GRN-DONE-SW (WS-GARN-SUB) = 'N'
           AND WS-GRN-PRIORITY (WS-GARN-SUB) < WS-GARN-LOW-PRIORITY
             MOVE WS-GARN-SUB TO WS-GARN-HOLD
             MOVE WS-GRN-PRIORITY (WS-GARN-SUB) TO WS-GARN-LOW-PRIORITY
           END-IF.

      *BRACKETS ARE KEPT IN ASCENDING FLOOR ORDER, SO THE LAST FLOOR
      *THE TAXABLE GROSS REACHES WINS - THE SAME LAST-MATCH PATTERN
      *THE BONUS REPORT'S TIER TABLE USES
               TO WS-BRACKET-RATE-USED
           END-IF.

      *TAKES ONE ORDER. AN ORDER ALREADY TAKEN FOR TONIGHT'S PERIOD -
      *A RERUN AFTER THE NEW ORDER FILE WAS PROMOTED - TAKES THE SAME
      *AMOUNT AGAIN AND LEAVES THE BALANCE ALONE. OTHERWISE ONLY AN
      *ACTIVE ORDER INSIDE ITS START AND STOP DATES IS TAKEN
       466-GARN-TAKE-RTN.
           MOVE ZERO TO WS-GARN-TAKE
           EVALUATE TRUE
             WHEN WS-GRN-LAST-DATE (WS-GARN-HOLD) = WS-RUN-DATE
               MOVE WS-GRN-LAST-AMOUNT (WS-GARN-HOLD) TO WS-GARN-TAKE
             WHEN WS-GRN-VALID-SW (WS-GARN-HOLD) = 'N'
               CONTINUE
             WHEN WS-GRN-STATUS (WS-GARN-HOLD) NOT = 'A'
               CONTINUE
             WHEN WS-GRN-START-DATE (WS-GARN-HOLD) > WS-RUN-DATE
               CONTINUE
             WHEN WS-GRN-STOP-DATE (WS-GARN-HOLD) NOT = SPACES
              AND WS-GRN-STOP-DATE (WS-GARN-HOLD) < WS-RUN-DATE
               CONTINUE
             WHEN OTHER
               PERFORM 467-GARN-AMOUNT-RTN
           END-EVALUATE
           IF WS-GARN-TAKE > ZERO
             ADD WS-GARN-TAKE TO WS-GARNISHMENT
                                 WS-GRAND-GARN-TOTAL
             ADD 1 TO WS-GARN-ITEM-COUNT
             MOVE SPACES              TO GARN-DEDUCT-REC
             MOVE 'D'                 TO GRD-REC-TYPE
             MOVE WS-GRN-AGENCY-CODE (WS-GARN-HOLD) TO GRD-AGENCY-CODE
             MOVE WS-GRN-AGENCY-NAME (WS-GARN-HOLD) TO GRD-AGENCY-NAME
             MOVE WS-GRN-ORDER-NO (WS-GARN-HOLD)    TO GRD-ORDER-NO
             MOVE EXT-EMPLOYEE-NO     TO GRD-EMPLOYEE-NO
             MOVE EXT-EMPLOYEE-NAME   TO GRD-EMPLOYEE-NAME
             MOVE WS-GRN-ORDER-TYPE (WS-GARN-HOLD)  TO GRD-ORDER-TYPE
             MOVE WS-GARN-TAKE        TO GRD-AMOUNT
             MOVE WS-GRN-BALANCE (WS-GARN-HOLD)     TO GRD-BALANCE
             MOVE WS-RUN-DATE         TO GRD-PERIOD-DATE
             IF WS-GRN-STATUS (WS-GARN-HOLD) = 'P'
               MOVE 'Y' TO GRD-PAID-OFF-SW
             ELSE
               MOVE 'N' TO GRD-PAID-OFF-SW
             END-IF
             WRITE GARN-DEDUCT-REC
           END-IF.

      *WORKS OUT ONE ORDER'S AMOUNT - ITS FLAT AMOUNT OR ITS SHARE OF
      *THE DISPOSABLE EARNINGS - HELD TO WHAT IS LEFT OF THE LIMIT
      *FOR ITS TYPE AFTER THE ORDERS ALREADY TAKEN, AND TO ITS
      *BALANCE. THE BALANCE COMES DOWN BY THE AMOUNT, AND AN ORDER
      *PAID DOWN TO ZERO IS MARKED PAID OFF AND TAKES NO MORE
       467-GARN-AMOUNT-RTN.
           IF WS-GRN-ORDER-TYPE (WS-GARN-HOLD) = 'S'
             COMPUTE WS-GARN-ROOM =
               WS-DISPOSABLE * WS-SUPPORT-LIMIT-RATE - WS-GARNISHMENT
           ELSE
             COMPUTE WS-GARN-ROOM =
               WS-DISPOSABLE * WS-GARN-LIMIT-RATE - WS-GARNISHMENT
           END-IF
           IF WS-GARN-ROOM < ZERO
             MOVE ZERO TO WS-GARN-ROOM
           END-IF
           IF WS-GRN-METHOD (WS-GARN-HOLD) = 'P'
             COMPUTE WS-GARN-TAKE ROUNDED =
               WS-DISPOSABLE * WS-GRN-PERCENT (WS-GARN-HOLD) / 100
           ELSE
             MOVE WS-GRN-AMOUNT (WS-GARN-HOLD) TO WS-GARN-TAKE
           END-IF
           IF WS-GARN-TAKE > WS-GARN-ROOM
             MOVE WS-GARN-ROOM TO WS-GARN-TAKE
           END-IF
           IF  WS-GRN-TOTAL-OWED (WS-GARN-HOLD) > ZERO
           AND WS-GARN-TAKE > WS-GRN-BALANCE (WS-GARN-HOLD)
             MOVE WS-GRN-BALANCE (WS-GARN-HOLD) TO WS-GARN-TAKE
           END-IF
           IF WS-GARN-TAKE > ZERO
             MOVE WS-RUN-DATE  TO WS-GRN-LAST-DATE (WS-GARN-HOLD)
             MOVE WS-GARN-TAKE TO WS-GRN-LAST-AMOUNT (WS-GARN-HOLD)
             IF WS-GRN-TOTAL-OWED (WS-GARN-HOLD) > ZERO
               SUBTRACT WS-GARN-TAKE FROM WS-GRN-BALANCE (WS-GARN-HOLD)
               IF WS-GRN-BALANCE (WS-GARN-HOLD) = ZERO
                 MOVE 'P' TO WS-GRN-STATUS (WS-GARN-HOLD)
                 ADD 1 TO WS-GARN-PAID-OFF-COUNT
                 DISPLAY 'GARNISHMENT ORDER '
                   WS-GRN-ORDER-NO (WS-GARN-HOLD)
                   ' FOR EMPLOYEE ' EXT-EMPLOYEE-NO ' PAID OFF'
               END-IF
             END-IF
           END-IF.

      *ONE DEDUCTION REGISTER LINE PER PAID EMPLOYEE, FOR ACCOUNTING
       470-DEDUCTION-LINE-RTN.
           MOVE EXT-EMPLOYEE-NO     TO DL-DED-EMPLOYEE-NO
           MOVE EXT-EMPLOYEE-NAME   TO DL-DED-EMPLOYEE-NAME
           MOVE WS-WITHHOLDING      TO DL-DED-WITHHOLD
           MOVE WS-GARNISHMENT      TO DL-DED-GARNISH
           MOVE WS-FLAT-DEDUCTION   TO DL-DED-OTHER
           MOVE WS-TOTAL-DEDUCTIONS TO DL-DED-TOTAL
           WRITE DEDUCTION-RPT-REC FROM DL-DEDUCTION-LINE.

      *ONE NET-PAY EXTRACT RECORD PER PAID EMPLOYEE FOR THE
      *DIRECT-DEPOSIT STEP DOWNSTREAM
       475-NET-EXTRACT-RTN.
             MOVE WS-PERIOD-GROSS TO PH-PERIOD-GROSS
             MOVE WS-ALLOWANCE    TO PH-ALLOWANCE
             MOVE WS-PERIOD-PAY   TO PH-PERIOD-PAY
             MOVE 'R'             TO PH-RUN-TYPE
             MOVE 'REG'           TO PH-EARN-CODE
             MOVE WS-TAXABLE-GROSS    TO PH-TAXABLE-GROSS
             MOVE WS-WITHHOLDING      TO PH-WITHHOLDING
             MOVE WS-OTHER-DEDUCTIONS TO PH-OTHER-DEDUCT
             MOVE WS-TOTAL-DEDUCTIONS TO PH-TOTAL-DEDUCT
             WRITE PAY-HISTORY-REC
           END-IF.

      *DECIDES WHETHER THIS EMPLOYEE'S CLASS IS PAID TONIGHT. WITH NO
      *PAY DATES ON THE CALENDAR AT ALL EVERY CLASS IS DUE, AS BEFORE
      *THE CALENDAR EXISTED. OTHERWISE THE CLASS'S FREQUENCY MUST
      *HAVE A PAY DATE OF TONIGHT, AND THE PAY-RUN LOG MUST NOT SHOW
      *THE CLASS ALREADY PAID FOR THAT PERIOD ON ANOTHER NIGHT - A
      *RERUN OF THE SAME NIGHT IS LET THROUGH, AS THE HISTORY'S OWN
      *RERUN CHECK ALREADY KEEPS IT FROM DOUBLING ANYTHING
       490-PAY-DUE-RTN.
           MOVE 'Y' TO WS-PAY-DUE-SW
           MOVE WS-RUN-DATE TO WS-PERIOD-KEY
           IF WS-CAL-PAY-DATES > ZERO
             MOVE 'N' TO WS-PAY-DUE-SW
             IF WS-DUE-COUNT > ZERO
               SET DUE-IDX TO 1
               SEARCH WS-DUE-ENTRY
                 WHEN WS-DUE-PERIODS (DUE-IDX) = WS-PERIODS-USED
                   MOVE 'Y' TO WS-PAY-DUE-SW
                   MOVE WS-DUE-SCHED-DATE (DUE-IDX) TO WS-PERIOD-KEY
               END-SEARCH
             END-IF
             IF WS-PAY-DUE-SW = 'Y'
               PERFORM 495-PAY-RUN-CHECK-RTN
             ELSE
               ADD 1 TO WS-NOT-DUE-COUNT
             END-IF
           END-IF.

      *LOOKS THE CLASS AND PERIOD UP IN THE PAY-RUN LOG. A CLASS PAID
      *ON ANOTHER NIGHT IS REFUSED; ONE NOT YET LOGGED IS LOGGED NOW
       495-PAY-RUN-CHECK-RTN.
           SET PRN-IDX TO 1
           SEARCH WS-PAYRUN-ENTRY
             AT END
               IF WS-PAYRUN-COUNT < 500
                 ADD 1 TO WS-PAYRUN-COUNT
                 MOVE EXT-JOB-CLASS-CODE
                   TO WS-PAYRUN-JOB-CLASS (WS-PAYRUN-COUNT)
                 MOVE WS-PERIOD-KEY
                   TO WS-PAYRUN-PERIOD (WS-PAYRUN-COUNT)
                 MOVE WS-RUN-DATE
                   TO WS-PAYRUN-RUN-DATE (WS-PAYRUN-COUNT)
                 MOVE 'Y' TO WS-PAYRUN-NEW-SW (WS-PAYRUN-COUNT)
               END-IF
             WHEN WS-PAYRUN-JOB-CLASS (PRN-IDX) = EXT-JOB-CLASS-CODE
              AND WS-PAYRUN-PERIOD (PRN-IDX) = WS-PERIOD-KEY
               IF WS-PAYRUN-RUN-DATE (PRN-IDX) NOT = WS-RUN-DATE
                 MOVE 'R' TO WS-PAY-DUE-SW
                 ADD 1 TO WS-REFUSED-COUNT
                 DISPLAY 'EMPLOYEE ' EXT-EMPLOYEE-NO
                   ' NOT PAID - CLASS ' EXT-JOB-CLASS-CODE
                   ' PERIOD ' WS-PERIOD-KEY
                   ' ALREADY PAID ' WS-PAYRUN-RUN-DATE (PRN-IDX)
               END-IF
           END-SEARCH.

      *MATCHES THE EMPLOYEE IN HAND TO THE CLASS'S PAY TYPE AND TO A
      *TIME CARD FOR THE PERIOD. AN HOURLY EMPLOYEE NEEDS A CARD WITH
      *USABLE HOURS AND A CLASS WITH A RATE; A SALARIED EMPLOYEE MUST
      *NOT HAVE A CARD AT ALL. ANY MISMATCH HOLDS THE EMPLOYEE BACK
      *UNPAID ON THE EXCEPTION LIST RATHER THAN PAYING A GUESS
       500-TIME-CARD-RTN.
           MOVE 'N' TO WS-HOURLY-SW
           MOVE ZERO TO WS-HOURLY-RATE-USED
                        WS-OT-FACTOR-USED
                        WS-SHIFT-PREM-USED
           IF WS-HOURLY-COUNT > ZERO
             SET HRLY-IDX TO 1
             SEARCH WS-HOURLY-ENTRY
               WHEN WS-HRLY-JOB-CLASS (HRLY-IDX) = EXT-JOB-CLASS-CODE
                 MOVE 'Y' TO WS-HOURLY-SW
                 MOVE WS-HRLY-RATE (HRLY-IDX) TO WS-HOURLY-RATE-USED
                 MOVE WS-HRLY-OT-FACTOR (HRLY-IDX)
                   TO WS-OT-FACTOR-USED
                 MOVE WS-HRLY-SHIFT-PREM (HRLY-IDX)
                   TO WS-SHIFT-PREM-USED
             END-SEARCH
           END-IF
           MOVE 'N' TO WS-CARD-FOUND-SW
           MOVE ZERO TO WS-CARD-HOLD
           PERFORM 510-CARD-SCAN-RTN
             VARYING WS-CARD-SUB FROM 1 BY 1
             UNTIL WS-CARD-SUB > WS-CARD-COUNT
             OR    WS-CARD-FOUND-SW = 'Y'
           EVALUATE TRUE
             WHEN WS-HOURLY-SW = 'N' AND WS-CARD-FOUND-SW = 'Y'
               MOVE 'SALARIED - TIME CARD ON FILE' TO DL-EXC-REASON
               PERFORM 550-EXCEPTION-RTN
             WHEN WS-HOURLY-SW = 'N'
               CONTINUE
             WHEN WS-CARD-FOUND-SW = 'N'
               MOVE 'HOURLY - NO TIME CARD' TO DL-EXC-REASON
               PERFORM 550-EXCEPTION-RTN
             WHEN WS-CARD-VALID-SW (WS-CARD-HOLD) = 'N'
               MOVE 'TIME CARD HOURS NOT NUMERIC' TO DL-EXC-REASON
               PERFORM 550-EXCEPTION-RTN
             WHEN WS-HOURLY-RATE-USED = ZERO
               MOVE 'HOURLY CLASS HAS NO RATE' TO DL-EXC-REASON
               PERFORM 550-EXCEPTION-RTN
           END-EVALUATE.

      *LOOKS FOR THE EMPLOYEE'S CARD FOR THE PERIOD, MARKING IT USED
       510-CARD-SCAN-RTN.
           IF  WS-CARD-EMPLOYEE-NO (WS-CARD-SUB) = EXT-EMPLOYEE-NO
           AND WS-CARD-PERIOD (WS-CARD-SUB) = WS-PERIOD-KEY
           AND WS-CARD-USED-SW (WS-CARD-SUB) = 'N'
             MOVE 'Y'         TO WS-CARD-FOUND-SW
             MOVE WS-CARD-SUB TO WS-CARD-HOLD
             MOVE 'Y'         TO WS-CARD-USED-SW (WS-CARD-SUB)
           END-IF.

      *HOLDS THE EMPLOYEE IN HAND BACK UNPAID ON THE EXCEPTION LIST
       550-EXCEPTION-RTN.
           MOVE 'X'                TO WS-PAY-DUE-SW
           MOVE EXT-EMPLOYEE-NO    TO DL-EXC-EMPLOYEE-NO
           MOVE EXT-EMPLOYEE-NAME  TO DL-EXC-EMPLOYEE-NAME
           MOVE EXT-JOB-CLASS-CODE TO DL-EXC-JOB-CLASS
           MOVE WS-PERIOD-KEY      TO DL-EXC-PERIOD
           WRITE TIME-EXCEPTION-REC FROM DL-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      *A CARD FOR ONE OF TONIGHT'S PERIODS THAT NO EMPLOYEE USED -
      *A WRONG EMPLOYEE NUMBER, A DUPLICATE, OR SOMEONE TERMINATED OR
      *NOT DUE - IS LISTED SO THE HOURS ARE NOT SILENTLY LOST
       580-CARD-SWEEP-RTN.
           IF WS-CARD-USED-SW (WS-CARD-SUB) = 'N'
             MOVE 'N' TO WS-CARD-FOUND-SW
             IF WS-CAL-PAY-DATES = ZERO
               IF WS-CARD-PERIOD (WS-CARD-SUB) = WS-RUN-DATE
                 MOVE 'Y' TO WS-CARD-FOUND-SW
               END-IF
             ELSE
               IF WS-DUE-COUNT > ZERO
                 SET DUE-IDX TO 1
                 SEARCH WS-DUE-ENTRY
                   WHEN WS-DUE-SCHED-DATE (DUE-IDX)
                      = WS-CARD-PERIOD (WS-CARD-SUB)
                     MOVE 'Y' TO WS-CARD-FOUND-SW
                 END-SEARCH
               END-IF
             END-IF
             IF WS-CARD-FOUND-SW = 'Y'
               MOVE WS-CARD-EMPLOYEE-NO (WS-CARD-SUB)
                 TO DL-EXC-EMPLOYEE-NO
               MOVE SPACES TO DL-EXC-EMPLOYEE-NAME
                              DL-EXC-JOB-CLASS
               MOVE WS-CARD-PERIOD (WS-CARD-SUB) TO DL-EXC-PERIOD
               MOVE 'CARD MATCHED NO PAID EMPLOYEE' TO DL-EXC-REASON
               WRITE TIME-EXCEPTION-REC FROM DL-EXCEPTION-LINE
               ADD 1 TO WS-UNMATCHED-COUNT
             END-IF
           END-IF.

      *CONTROLS THE TERRITORY BREAK
       600-TERR-BREAK.
                OUTPUT REGISTER-RPT-FILE
                OUTPUT DEDUCTION-RPT-FILE
                OUTPUT PAY-NET-FILE
                OUTPUT TIME-EXCEPTION-RPT
                OUTPUT GARN-DEDUCT-FILE
                EXTEND PAY-HISTORY-FILE
           WRITE REGISTER-RPT-REC FROM HL-HEADING1
           WRITE TIME-EXCEPTION-REC FROM HL-EXCEPTION-HEADING
           WRITE TIME-EXCEPTION-REC FROM HL-EXCEPTION-COLUMNS
           WRITE DEDUCTION-RPT-REC FROM HL-DEDUCTION-HEADING
           WRITE DEDUCTION-RPT-REC FROM HL-DEDUCTION-COLUMNS
           OPEN INPUT PARM-FILE
           OPEN INPUT TAX-PARM-FILE
           PERFORM 830-LOAD-TAX-PARM-RTN
             UNTIL WS-TAX-EOF-SW = 'Y'
           CLOSE TAX-PARM-FILE
           PERFORM 840-LOAD-CALENDAR-RTN
           OPEN INPUT JOB-CLASS-REF
           PERFORM 846-JOBCLS-READ-RTN
             UNTIL WS-JCR-EOF-SW = 'Y'
           CLOSE JOB-CLASS-REF
           OPEN INPUT TIME-CARD-FILE
           PERFORM 848-TIME-CARD-READ-RTN
             UNTIL WS-CARD-EOF-SW = 'Y'
           CLOSE TIME-CARD-FILE
           OPEN INPUT GARN-ORDER-FILE
           PERFORM 849-GARN-ORDER-READ-RTN
             UNTIL WS-GARN-EOF-SW = 'Y'
           CLOSE GARN-ORDER-FILE.

      *GETS THE PERIOD DATE FROM THE DATE CARD DATECRD WROTE,
      *FALLING BACK TO THE CONSOLE FOR AN AD HOC MANUAL RUN
      *FIRST REGISTER STARTS EVERYONE AT ZERO AGAIN BY ITSELF. A
      *RECORD ALREADY DATED WITH TONIGHT'S PERIOD DATE MEANS THIS
      *IS A RERUN - THE FIRST ATTEMPT'S RECORDS STAY OUT OF THE
      *FOLD AND TONIGHT'S APPEND IS SUPPRESSED. OFF-CYCLE PAYMENTS
      *OFFPAY MADE TODAY ARE NOT TONIGHT'S PERIOD - THEY NEITHER
      *SIGNAL A RERUN NOR STAY OUT OF THE FOLD
       810-LOAD-YTD-RTN.
           OPEN INPUT PAY-HISTORY-IN
           PERFORM 815-YTD-READ-RTN
             AT END
               MOVE 'Y' TO WS-PHIST-EOF-SW
             NOT AT END
               IF  PHI-PERIOD-DATE = WS-RUN-DATE
               AND NOT PHI-OFF-CYCLE
                 MOVE 'Y' TO WS-RERUN-SW
               END-IF
               IF  PHI-PERIOD-DATE (1:4) = WS-RUN-YEAR
               AND (PHI-PERIOD-DATE NOT = WS-RUN-DATE
                    OR PHI-OFF-CYCLE)
               AND PHI-PERIOD-GROSS NUMERIC
               AND PHI-PERIOD-PAY NUMERIC
                 SET YTD-IDX TO 1
                 WHEN TPARM-TYPE = 'D'
                  AND TPARM-AMOUNT NUMERIC
                   MOVE TPARM-AMOUNT TO WS-FLAT-DEDUCTION
                 WHEN TPARM-TYPE = 'G'
                  AND TPARM-RATE NUMERIC
                   MOVE TPARM-RATE TO WS-GARN-LIMIT-RATE
                 WHEN TPARM-TYPE = 'S'
                  AND TPARM-RATE NUMERIC
                   MOVE TPARM-RATE TO WS-SUPPORT-LIMIT-RATE
                 WHEN OTHER
                   DISPLAY 'TAX PARM CARD IGNORED - TYPE ' TPARM-TYPE
               END-EVALUATE
           END-READ.

      *PICKS TONIGHT'S DUE PAY DATES OFF THE PAY CALENDAR, THEN THE
      *PAY-RUN LOG ENTRIES FOR THOSE PERIODS
       840-LOAD-CALENDAR-RTN.
           OPEN INPUT CALENDAR-FILE
           PERFORM 842-CALENDAR-READ-RTN
             UNTIL WS-CAL-EOF-SW = 'Y'
           CLOSE CALENDAR-FILE
           IF WS-CAL-PAY-DATES = ZERO
             DISPLAY 'NO PAY DATES ON THE PAY CALENDAR - EVERY JOB '
               'CLASS IS PAID THIS RUN'
           ELSE
             IF WS-DUE-COUNT = ZERO
               DISPLAY 'NO PAY DATE ON THE PAY CALENDAR FOR '
                 WS-RUN-DATE ' - NO JOB CLASS IS DUE THIS RUN'
             ELSE
               OPEN INPUT PAY-RUN-IN
               PERFORM 845-PAY-RUN-READ-RTN
                 UNTIL WS-PAYRUN-EOF-SW = 'Y'
               CLOSE PAY-RUN-IN
             END-IF
           END-IF.

      *ONE CALENDAR RECORD - A PAY DATE FALLING TONIGHT GOES ON THE
      *DUE TABLE; HOLIDAYS ARE CALMNT'S BUSINESS, NOT THE REGISTER'S
       842-CALENDAR-READ-RTN.
           READ CALENDAR-FILE
             AT END
               MOVE 'Y' TO WS-CAL-EOF-SW
             NOT AT END
               IF PCL-REC-TYPE = 'P'
                 ADD 1 TO WS-CAL-PAY-DATES
                 IF  PCL-PAY-DATE = WS-RUN-DATE
                 AND PCL-PERIODS NUMERIC
                 AND WS-DUE-COUNT < 20
                   ADD 1 TO WS-DUE-COUNT
                   MOVE PCL-PERIODS
                     TO WS-DUE-PERIODS (WS-DUE-COUNT)
                   MOVE PCL-SCHED-DATE
                     TO WS-DUE-SCHED-DATE (WS-DUE-COUNT)
                 END-IF
               END-IF
           END-READ.

      *ONE PAY-RUN LOG RECORD - KEPT ONLY WHEN ITS PERIOD IS ONE OF
      *TONIGHT'S DUE PERIODS, SO THE TABLE STAYS SMALL HOWEVER LONG
      *THE LOG GROWS
       845-PAY-RUN-READ-RTN.
           READ PAY-RUN-IN
             AT END
               MOVE 'Y' TO WS-PAYRUN-EOF-SW
             NOT AT END
               SET DUE-IDX TO 1
               SEARCH WS-DUE-ENTRY
                 WHEN WS-DUE-SCHED-DATE (DUE-IDX) = PRI-PERIOD-DATE
                   IF WS-PAYRUN-COUNT < 500
                     ADD 1 TO WS-PAYRUN-COUNT
                     MOVE PRI-JOB-CLASS
                       TO WS-PAYRUN-JOB-CLASS (WS-PAYRUN-COUNT)
                     MOVE PRI-PERIOD-DATE
                       TO WS-PAYRUN-PERIOD (WS-PAYRUN-COUNT)
                     MOVE PRI-RUN-DATE
                       TO WS-PAYRUN-RUN-DATE (WS-PAYRUN-COUNT)
                     MOVE 'N' TO WS-PAYRUN-NEW-SW (WS-PAYRUN-COUNT)
                   END-IF
               END-SEARCH
           END-READ.

      *ONE JOB-CLASS RECORD - ONLY AN HOURLY CLASS GOES ON THE TABLE.
      *RATES THAT ARE NOT NUMERIC LOAD AS ZERO, WHICH HOLDS THE
      *CLASS'S EMPLOYEES ON THE EXCEPTION LIST RATHER THAN PAYING
      *THEM AT A GARBLED RATE
       846-JOBCLS-READ-RTN.
           READ JOB-CLASS-REF
             AT END
               MOVE 'Y' TO WS-JCR-EOF-SW
             NOT AT END
               IF JCR-HOURLY AND WS-HOURLY-COUNT < 100
                 ADD 1 TO WS-HOURLY-COUNT
                 MOVE JCR-CLASS-CODE
                   TO WS-HRLY-JOB-CLASS (WS-HOURLY-COUNT)
                 IF  JCR-HOURLY-RATE NUMERIC
                 AND JCR-OT-FACTOR NUMERIC
                 AND JCR-SHIFT-PREMIUM NUMERIC
                   MOVE JCR-HOURLY-RATE
                     TO WS-HRLY-RATE (WS-HOURLY-COUNT)
                   MOVE JCR-OT-FACTOR
                     TO WS-HRLY-OT-FACTOR (WS-HOURLY-COUNT)
                   MOVE JCR-SHIFT-PREMIUM
                     TO WS-HRLY-SHIFT-PREM (WS-HOURLY-COUNT)
                 ELSE
                   DISPLAY 'JOB CLASS ' JCR-CLASS-CODE
                     ' CARRIES NON-NUMERIC RATES - CLASS HELD UNPAID'
                   MOVE ZERO TO WS-HRLY-RATE (WS-HOURLY-COUNT)
                                WS-HRLY-OT-FACTOR (WS-HOURLY-COUNT)
                                WS-HRLY-SHIFT-PREM (WS-HOURLY-COUNT)
                 END-IF
               END-IF
           END-READ.

      *ONE TIME CARD INTO THE CARD TABLE. HOURS THAT ARE NOT NUMERIC
      *ARE KEPT AS AN INVALID CARD SO THE EMPLOYEE IS LISTED, NOT
      *SILENTLY PAID NOTHING
       848-TIME-CARD-READ-RTN.
           READ TIME-CARD-FILE
             AT END
               MOVE 'Y' TO WS-CARD-EOF-SW
             NOT AT END
               IF WS-CARD-COUNT < 9999
                 ADD 1 TO WS-CARD-COUNT
                 MOVE TC-EMPLOYEE-NO
                   TO WS-CARD-EMPLOYEE-NO (WS-CARD-COUNT)
                 MOVE TC-PERIOD-DATE
                   TO WS-CARD-PERIOD (WS-CARD-COUNT)
                 MOVE 'N' TO WS-CARD-USED-SW (WS-CARD-COUNT)
                 IF  TC-REGULAR-HOURS NUMERIC
                 AND TC-OVERTIME-HOURS NUMERIC
                 AND TC-SHIFT-HOURS NUMERIC
                   MOVE 'Y' TO WS-CARD-VALID-SW (WS-CARD-COUNT)
                   MOVE TC-REGULAR-HOURS
                     TO WS-CARD-REG-HOURS (WS-CARD-COUNT)
                   MOVE TC-OVERTIME-HOURS
                     TO WS-CARD-OT-HOURS (WS-CARD-COUNT)
                   MOVE TC-SHIFT-HOURS
                     TO WS-CARD-SHIFT-HOURS (WS-CARD-COUNT)
                 ELSE
                   MOVE 'N' TO WS-CARD-VALID-SW (WS-CARD-COUNT)
                   MOVE ZERO TO WS-CARD-REG-HOURS (WS-CARD-COUNT)
                                WS-CARD-OT-HOURS (WS-CARD-COUNT)
                                WS-CARD-SHIFT-HOURS (WS-CARD-COUNT)
                 END-IF
               END-IF
           END-READ.

      *ONE GARNISHMENT ORDER INTO THE ORDER TABLE. AN ORDER WITH
      *FIGURES THAT ARE NOT NUMERIC IS KEPT, SO IT IS NOT LOST FROM
      *THE NEW FILE, BUT NEVER TAKEN. A FULL TABLE WOULD DROP ORDERS
      *FROM THE NEW FILE, SO IT ENDS THE RUN NON-ZERO INSTEAD
       849-GARN-ORDER-READ-RTN.
           READ GARN-ORDER-FILE
             AT END
               MOVE 'Y' TO WS-GARN-EOF-SW
             NOT AT END
               IF WS-GARN-COUNT < 2000
                 ADD 1 TO WS-GARN-COUNT
                 MOVE GRN-EMPLOYEE-NO
                   TO WS-GRN-EMPLOYEE-NO (WS-GARN-COUNT)
                 MOVE GRN-ORDER-NO    TO WS-GRN-ORDER-NO (WS-GARN-COUNT)
                 MOVE GRN-ORDER-TYPE
                   TO WS-GRN-ORDER-TYPE (WS-GARN-COUNT)
                 MOVE GRN-AGENCY-CODE
                   TO WS-GRN-AGENCY-CODE (WS-GARN-COUNT)
                 MOVE GRN-AGENCY-NAME
                   TO WS-GRN-AGENCY-NAME (WS-GARN-COUNT)
                 MOVE GRN-METHOD      TO WS-GRN-METHOD (WS-GARN-COUNT)
                 MOVE GRN-START-DATE
                   TO WS-GRN-START-DATE (WS-GARN-COUNT)
                 MOVE GRN-STOP-DATE
                   TO WS-GRN-STOP-DATE (WS-GARN-COUNT)
                 MOVE GRN-STATUS      TO WS-GRN-STATUS (WS-GARN-COUNT)
                 MOVE GRN-LAST-DATE
                   TO WS-GRN-LAST-DATE (WS-GARN-COUNT)
                 MOVE 'Y' TO WS-GRN-DONE-SW (WS-GARN-COUNT)
                 IF  GRN-AMOUNT NUMERIC
                 AND GRN-PERCENT NUMERIC
                 AND GRN-PRIORITY NUMERIC
                 AND GRN-TOTAL-OWED NUMERIC
                 AND GRN-BALANCE NUMERIC
                   MOVE 'Y' TO WS-GRN-VALID-SW (WS-GARN-COUNT)
                   MOVE GRN-AMOUNT    TO WS-GRN-AMOUNT (WS-GARN-COUNT)
                   MOVE GRN-PERCENT   TO WS-GRN-PERCENT (WS-GARN-COUNT)
                   MOVE GRN-PRIORITY
                     TO WS-GRN-PRIORITY (WS-GARN-COUNT)
                   MOVE GRN-TOTAL-OWED
                     TO WS-GRN-TOTAL-OWED (WS-GARN-COUNT)
                   MOVE GRN-BALANCE   TO WS-GRN-BALANCE (WS-GARN-COUNT)
                 ELSE
                   DISPLAY 'GARNISHMENT ORDER ' GRN-ORDER-NO
                     ' FOR EMPLOYEE ' GRN-EMPLOYEE-NO
                     ' CARRIES NON-NUMERIC FIGURES - NOT TAKEN'
                   MOVE 'N'  TO WS-GRN-VALID-SW (WS-GARN-COUNT)
                   MOVE ZERO TO WS-GRN-AMOUNT (WS-GARN-COUNT)
                                WS-GRN-PERCENT (WS-GARN-COUNT)
                                WS-GRN-PRIORITY (WS-GARN-COUNT)
                                WS-GRN-TOTAL-OWED (WS-GARN-COUNT)
                                WS-GRN-BALANCE (WS-GARN-COUNT)
                 END-IF
                 IF GRN-LAST-AMOUNT NUMERIC
                   MOVE GRN-LAST-AMOUNT
                     TO WS-GRN-LAST-AMOUNT (WS-GARN-COUNT)
                 ELSE
                   MOVE ZERO TO WS-GRN-LAST-AMOUNT (WS-GARN-COUNT)
                 END-IF
               ELSE
                 DISPLAY 'GARNISHMENT ORDER TABLE FULL AT 2000 - '
                   'ORDER ' GRN-ORDER-NO ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.

      *PRINTS THE GRAND TOTAL PAGE FOR THE ENTIRE RUN
       850-GRAND-TOTAL-RTN.
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
                                       DL-SUBTOTAL-NET
           WRITE REGISTER-RPT-REC FROM DL-SUBTOTAL-LINE
             AFTER ADVANCING 1 LINE
           MOVE 'NOT DUE THIS RUN'  TO DL-SUBTOTAL-LABEL
           MOVE WS-NOT-DUE-COUNT    TO DL-SUBTOTAL-COUNT
           WRITE REGISTER-RPT-REC FROM DL-SUBTOTAL-LINE
             AFTER ADVANCING 1 LINE
           MOVE 'REFUSED-PAID'      TO DL-SUBTOTAL-LABEL
           MOVE WS-REFUSED-COUNT    TO DL-SUBTOTAL-COUNT
           WRITE REGISTER-RPT-REC FROM DL-SUBTOTAL-LINE
             AFTER ADVANCING 1 LINE
           MOVE 'TIME-CARD EXCEPT'  TO DL-SUBTOTAL-LABEL
           MOVE WS-EXCEPTION-COUNT  TO DL-SUBTOTAL-COUNT
           WRITE REGISTER-RPT-REC FROM DL-SUBTOTAL-LINE
             AFTER ADVANCING 1 LINE
           PERFORM 855-DEDUCTION-TOTAL-RTN
           PERFORM 857-EXCEPTION-TOTAL-RTN.

      *PRINTS THE EXCEPTION LIST'S OWN TOTALS
       857-EXCEPTION-TOTAL-RTN.
           WRITE TIME-EXCEPTION-REC FROM BLANK-LINE
           MOVE 'EMPLOYEES HELD UNPAID. . . . :' TO DL-EXCT-LABEL
           MOVE WS-EXCEPTION-COUNT               TO DL-EXCT-COUNT
           WRITE TIME-EXCEPTION-REC FROM DL-EXC-TOTAL-LINE
           MOVE 'CARDS MATCHED TO NO ONE. . . :' TO DL-EXCT-LABEL
           MOVE WS-UNMATCHED-COUNT               TO DL-EXCT-COUNT
           WRITE TIME-EXCEPTION-REC FROM DL-EXC-TOTAL-LINE
           MOVE 'HOURLY EMPLOYEES PAID. . . . :' TO DL-EXCT-LABEL
           MOVE WS-HOURLY-COUNT-PAID             TO DL-EXCT-COUNT
           WRITE TIME-EXCEPTION-REC FROM DL-EXC-TOTAL-LINE.

      *PRINTS THE DEDUCTION REGISTER'S OWN TOTALS FOR ACCOUNTING
       855-DEDUCTION-TOTAL-RTN.
           MOVE 'TOTAL WITHHOLDING. . . . . . :' TO DL-DEDT-LABEL
           MOVE WS-GRAND-WTH-TOTAL               TO DL-DEDT-AMOUNT
           WRITE DEDUCTION-RPT-REC FROM DL-DED-TOTAL-LINE
           MOVE 'TOTAL GARNISHMENTS . . . . . :' TO DL-DEDT-LABEL
           MOVE WS-GRAND-GARN-TOTAL              TO DL-DEDT-AMOUNT
           WRITE DEDUCTION-RPT-REC FROM DL-DED-TOTAL-LINE
           MOVE 'TOTAL DEDUCTIONS . . . . . . :' TO DL-DEDT-LABEL
           MOVE WS-GRAND-DED-TOTAL               TO DL-DEDT-AMOUNT
           WRITE DEDUCTION-RPT-REC FROM DL-DED-TOTAL-LINE
               END-IF
           END-READ.

      *APPENDS THE CLASSES PAID FOR THE FIRST TIME TONIGHT TO THE
      *PAY-RUN LOG AND THE DEDUCTION REGISTER'S TOTALS TO ITS LOG,
      *CLOSES THE GARNISHMENT DEDUCTIONS WITH THEIR TRAILER, WRITES
      *THE ORDERS WITH TONIGHT'S BALANCES, THEN CLOSES THE FILES
       900-END-OF-JOB-RTN.
           OPEN EXTEND PAY-RUN-FILE
           PERFORM 910-PAY-RUN-WRITE-RTN
             VARYING WS-PAYRUN-SUB FROM 1 BY 1
             UNTIL WS-PAYRUN-SUB > WS-PAYRUN-COUNT
           PERFORM 920-DEDUCTION-LOG-RTN
           MOVE SPACES              TO GARN-DEDUCT-TRAILER
           MOVE 'T'                 TO GRT-REC-TYPE
           MOVE WS-GARN-ITEM-COUNT  TO GRT-ITEM-COUNT
           MOVE WS-GRAND-GARN-TOTAL TO GRT-AMOUNT-TOTAL
           MOVE WS-RUN-DATE         TO GRT-PERIOD-DATE
           WRITE GARN-DEDUCT-TRAILER
           OPEN OUTPUT GARN-ORDER-NEW
           PERFORM 930-GARN-ORDER-WRITE-RTN
             VARYING WS-GARN-SUB FROM 1 BY 1
             UNTIL WS-GARN-SUB > WS-GARN-COUNT
           CLOSE GARN-ORDER-NEW
           IF WS-GARN-PAID-OFF-COUNT > ZERO
             DISPLAY 'GARNISHMENT ORDERS PAID OFF THIS RUN: '
               WS-GARN-PAID-OFF-COUNT
           END-IF
           CLOSE EXTRACT-IN
                 TRAILER-IN
                 REGISTER-RPT-FILE
                 DEDUCTION-RPT-FILE
                 PAY-NET-FILE
                 PAY-HISTORY-FILE
                 PAY-RUN-FILE
                 TIME-EXCEPTION-RPT
                 GARN-DEDUCT-FILE.

      *ONE PAY-RUN LOG RECORD PER CLASS AND PERIOD NEWLY PAID
       910-PAY-RUN-WRITE-RTN.
           IF WS-PAYRUN-NEW-SW (WS-PAYRUN-SUB) = 'Y'
             MOVE SPACES TO PAY-RUN-REC
             MOVE WS-PAYRUN-JOB-CLASS (WS-PAYRUN-SUB) TO PRN-JOB-CLASS
             MOVE WS-PAYRUN-PERIOD (WS-PAYRUN-SUB)  TO PRN-PERIOD-DATE
             MOVE WS-PAYRUN-RUN-DATE (WS-PAYRUN-SUB) TO PRN-RUN-DATE
             WRITE PAY-RUN-REC
           END-IF.

      *ONE DEDUCTION REGISTER LOG RECORD FOR TONIGHT'S REGISTER - ONLY
      *WHEN THE HISTORY TOOK TONIGHT'S RECORDS, SO THE LOG AND THE
      *HISTORY ALWAYS HOLD THE SAME PERIODS
       920-DEDUCTION-LOG-RTN.
           IF  WS-RERUN-SW = 'N'
           AND WS-GRAND-COUNT > ZERO
             OPEN EXTEND DEDUCTION-LOG-FILE
             MOVE SPACES             TO DEDUCTION-LOG-REC
             MOVE WS-RUN-DATE        TO DRL-RUN-DATE
             MOVE WS-GRAND-COUNT     TO DRL-EMPLOYEE-COUNT
             MOVE WS-GRAND-WTH-TOTAL TO DRL-WITHHOLDING
             MOVE WS-GRAND-DED-TOTAL TO DRL-TOTAL-DEDUCT
             MOVE WS-GRAND-NET-TOTAL TO DRL-NET-PAY
             WRITE DEDUCTION-LOG-REC
             CLOSE DEDUCTION-LOG-FILE
           END-IF.

      *ONE ORDER TO THE NEW ORDER FILE, CARRYING TONIGHT'S BALANCE,
      *STATUS, AND LAST AMOUNT TAKEN
       930-GARN-ORDER-WRITE-RTN.
           MOVE SPACES TO GARN-ORDER-NEW-REC
           MOVE WS-GRN-EMPLOYEE-NO (WS-GARN-SUB)  TO NGRN-EMPLOYEE-NO
           MOVE WS-GRN-ORDER-NO (WS-GARN-SUB)     TO NGRN-ORDER-NO
           MOVE WS-GRN-ORDER-TYPE (WS-GARN-SUB)   TO NGRN-ORDER-TYPE
           MOVE WS-GRN-AGENCY-CODE (WS-GARN-SUB)  TO NGRN-AGENCY-CODE
           MOVE WS-GRN-AGENCY-NAME (WS-GARN-SUB)  TO NGRN-AGENCY-NAME
           MOVE WS-GRN-METHOD (WS-GARN-SUB)       TO NGRN-METHOD
           MOVE WS-GRN-AMOUNT (WS-GARN-SUB)       TO NGRN-AMOUNT
           MOVE WS-GRN-PERCENT (WS-GARN-SUB)      TO NGRN-PERCENT
           MOVE WS-GRN-PRIORITY (WS-GARN-SUB)     TO NGRN-PRIORITY
           MOVE WS-GRN-START-DATE (WS-GARN-SUB)   TO NGRN-START-DATE
           MOVE WS-GRN-STOP-DATE (WS-GARN-SUB)    TO NGRN-STOP-DATE
           MOVE WS-GRN-TOTAL-OWED (WS-GARN-SUB)   TO NGRN-TOTAL-OWED
           MOVE WS-GRN-BALANCE (WS-GARN-SUB)      TO NGRN-BALANCE
           MOVE WS-GRN-STATUS (WS-GARN-SUB)       TO NGRN-STATUS
           MOVE WS-GRN-LAST-DATE (WS-GARN-SUB)    TO NGRN-LAST-DATE
           MOVE WS-GRN-LAST-AMOUNT (WS-GARN-SUB)  TO NGRN-LAST-AMOUNT
           WRITE GARN-ORDER-NEW-REC.
      *****************************************************************
