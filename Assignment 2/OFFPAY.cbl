      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO PAY OFF-CYCLE - BETWEEN THE REGULAR PAYROLL
      *         REGISTERS - FROM KEYED PAYMENT REQUESTS: A FINAL PAY
      *         FOR A DEPARTING EMPLOYEE PRORATED ON THE DAYS WORKED
      *         SINCE THEIR LAST PAY DATE, AN EMERGENCY MANUAL CHECK,
      *         OR AN ADJUSTMENT CORRECTING AN UNDERPAYMENT. EACH
      *         PAYMENT IS TAXED BY THE SAME PAYTAX.PRM WITHHOLDING
      *         RULES PAYREG USES, APPENDED TO THE PERMANENT PAYROLL
      *         HISTORY MARKED OFF-CYCLE SO THE REGISTER'S YEAR-TO-
      *         DATE FIGURES AND THE YEAR-END EARNINGS STATEMENTS
      *         CARRY IT, AND QUEUED ON THE OFF-CYCLE NET-PAY QUEUE
      *         THE NEXT DDEPEXT RUN DRAINS - A DEPOSIT GOES OUT ON
      *         ITS DIRECT-DEPOSIT FILE, AND A PAYMENT FLAGGED FOR A
      *         CHECK GOES TO ITS CHECK-PRINT QUEUE, SO CHKWRT NUMBERS
      *         AND PRINTS IT WITH ITS POSITIVE-PAY AND ISSUE RECORDS
      *         LIKE ANY OTHER PAYROLL CHECK. THE RUN PRINTS ITS OWN
      *         REGISTER AND PROVES IT - EVERY CARD PAID OR REJECTED,
      *         GROSS LESS DEDUCTIONS EQUAL TO NET, AND NET EQUAL TO
      *         THE DEPOSITS PLUS THE CHECKS QUEUED - WITH A CONTROL
      *         LIST OF THE CHECKS QUEUED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFPAY.
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
      *THE KEYED PAYMENT REQUESTS - 'F'INAL PAY, 'M'ANUAL CHECK, OR
      *'A'DJUSTMENT, ONE PER CARD
           SELECT TRANSACTION-FILE
             ASSIGN TO 'OFFTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SORTED A1 EXTRACT - THE LATEST SALARY, DEPENDENTS, JOB
      *CLASS, AND STATUS OF EVERY EMPLOYEE, TERMINATED ONES INCLUDED
           SELECT EXTRACT-IN
             ASSIGN TO 'A1SORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME WITHHOLDING RULES PAYREG TAXES THE REGULAR PERIOD BY.
      *OPTIONAL - WITH NO RULES NOTHING IS WITHHELD
           SELECT OPTIONAL TAX-PARM-FILE
             ASSIGN TO 'PAYTAX.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE MAINTAINED JOB-CLASS REFERENCE, READ FOR THE HOURLY
      *CLASSES - THEIR FINAL PAY COMES OFF THE LAST TIME CARD, NOT
      *A SALARY. OPTIONAL - WITHOUT IT EVERY CLASS IS SALARIED
           SELECT OPTIONAL JOB-CLASS-REF
             ASSIGN TO 'JOBCLS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PERMANENT PAYROLL HISTORY - READ ONCE FOR THE FINAL PAYS
      *ALREADY MADE, THEN APPENDED WITH THIS RUN'S PAYMENTS. THE
      *SAME TWO-PATH PATTERN PAYREG USES ON IT
           SELECT OPTIONAL PAY-HISTORY-FILE
             ASSIGN TO 'PAYHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-IN
             ASSIGN TO 'PAYHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE OFF-CYCLE PAYMENTS WAITING FOR THE NEXT BANK FILE AND
      *CHECK RUN - APPENDED HERE, ROUTED AND DRAINED BY THE NIGHTLY
      *DDEPEXT STEP. OPTIONAL SO THE FIRST APPEND CREATES IT
           SELECT OPTIONAL OFF-CYCLE-NET-FILE
             ASSIGN TO 'OFFNET.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *CONTROL LIST OF THE PAYMENTS QUEUED TO GO OUT AS CHECKS, FOR
      *PAYROLL TO TICK OFF AGAINST THE NEXT CHECK REGISTER
           SELECT CHECK-RPT-FILE
             ASSIGN TO 'OFFCHK.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT-FILE
             ASSIGN TO 'OFFREG.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME DATE CARD DATECRD WRITES, SO THE PAYMENTS CARRY THE
      *STREAM'S OWN DATE
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
      *ONE PAYMENT REQUEST. A FINAL PAY CARRIES THE WORKING DAYS
      *SINCE THE EMPLOYEE'S LAST PAY DATE, OR - FOR AN HOURLY CLASS,
      *OR TO OVERRIDE THE PRORATION - THE GROSS ITSELF. A MANUAL
      *CHECK OR ADJUSTMENT CARRIES THE GROSS. THE METHOD IS 'D'
      *DEPOSIT OR 'C' CHECK; BLANK DEPOSITS A FINAL PAY OR
      *ADJUSTMENT. A MANUAL CHECK IS ALWAYS A CHECK
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OFF-TRANS-REC.
           05 OTR-PAY-TYPE        PIC X(1).
           05 OTR-EMPLOYEE-NO     PIC X(5).
           05 OTR-GROSS           PIC 9(6)V99.
           05 OTR-DAYS            PIC 9(2).
           05 OTR-PAY-METHOD      PIC X(1).
           05 OTR-REASON          PIC X(20).
           05                     PIC X(43).

       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

      *ONE WITHHOLDING RULE PER CARD, AS PAYREG READS THEM - 'B'
      *BRACKET, 'E' PER-DEPENDENT EXEMPTION, 'D' FLAT DEDUCTION
       FD  TAX-PARM-FILE.
       01  TAX-PARM-REC.
           05  TPARM-TYPE             PIC X(1).
           05  TPARM-AMOUNT           PIC 9(6)V99.
           05  TPARM-RATE             PIC 9V99.

       FD  JOB-CLASS-REF
           RECORD CONTAINS 61 CHARACTERS.
           COPY JOBCLS.

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

      *MIRRORS THE PAY-NET-REC LAYOUT PAYREG WRITES, SO DDEPEXT
      *SENDS AN OFF-CYCLE DEPOSIT EXACTLY AS IT SENDS A REGULAR ONE,
      *WITH THE PAYMENT METHOD ADDED - 'C' SENDS THE PAYMENT TO THE
      *CHECK-PRINT QUEUE WHATEVER BANK ACCOUNT IS ON FILE
       FD  OFF-CYCLE-NET-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  OFF-CYCLE-NET-REC.
           05  ONET-EMPLOYEE-NO       PIC X(5).
           05                         PIC X(2).
           05  ONET-EMPLOYEE-NAME     PIC X(20).
           05                         PIC X(2).
           05  ONET-NET-PAY           PIC 9(6)V99.
           05  ONET-PAY-METHOD        PIC X.

       FD  CHECK-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-RPT-REC              PIC X(80).

       FD  REGISTER-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-RPT-REC           PIC X(132).

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-TRANS-EOF-SW         PIC X        VALUE 'N'.
           05  WS-EXT-EOF-SW           PIC X        VALUE 'N'.
           05  WS-TAX-EOF-SW           PIC X        VALUE 'N'.
           05  WS-JCR-EOF-SW           PIC X        VALUE 'N'.
           05  WS-PHIST-EOF-SW         PIC X        VALUE 'N'.
           05  WS-FOUND-SW             PIC X        VALUE 'N'.
           05  WS-HOURLY-SW            PIC X        VALUE 'N'.
           05  WS-FINAL-PAID-SW        PIC X        VALUE 'N'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-HOLD-SUB             PIC 9(4)     VALUE ZERO.
      *'D' DEPOSIT OR 'C' CHECK FOR THE PAYMENT IN HAND
           05  WS-METHOD-USED          PIC X        VALUE SPACES.
           05  WS-EARN-CODE            PIC X(3)     VALUE SPACES.
           05  WS-TYPE-NAME            PIC X(12)    VALUE SPACES.
           05  WS-DEPENDS-WORK         PIC 9(2)     VALUE ZERO.
           05  WS-SALARY-WORK          PIC 9(6)     VALUE ZERO.
           05  WS-GROSS                PIC 9(6)V99  VALUE ZERO.
      *SIGNED ON PURPOSE - THE EXEMPTIONS CAN EXCEED A SMALL GROSS,
      *AND THE CLAMP TO ZERO ONLY WORKS IF THE SHORTFALL SURVIVES
           05  WS-TAXABLE-GROSS        PIC S9(6)V99 VALUE ZERO.
           05  WS-WITHHOLDING          PIC 9(6)V99  VALUE ZERO.
           05  WS-DEDUCTION            PIC 9(6)V99  VALUE ZERO.
           05  WS-TOTAL-DEDUCTIONS     PIC 9(6)V99  VALUE ZERO.
           05  WS-NET-PAY              PIC 9(6)V99  VALUE ZERO.
           05  WS-EXEMPTION-RATE       PIC 9(4)V99  VALUE ZERO.
           05  WS-FLAT-DEDUCTION       PIC 9(4)V99  VALUE ZERO.
           05  WS-BRACKET-RATE-USED    PIC 9V99     VALUE ZERO.
           05  WS-CARD-COUNT           PIC 9(5)     VALUE ZERO.
           05  WS-PAID-COUNT           PIC 9(5)     VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-DEPOSIT-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-CHECK-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-GROSS-TOTAL          PIC 9(8)V99  VALUE ZERO.
           05  WS-WTH-TOTAL            PIC 9(8)V99  VALUE ZERO.
           05  WS-DED-TOTAL            PIC 9(8)V99  VALUE ZERO.
           05  WS-NET-TOTAL            PIC 9(8)V99  VALUE ZERO.
           05  WS-DEPOSIT-TOTAL        PIC 9(8)V99  VALUE ZERO.
           05  WS-CHECK-TOTAL          PIC 9(8)V99  VALUE ZERO.
           05  WS-PROOF-TOTAL          PIC 9(8)V99  VALUE ZERO.
           05  WS-PROOF-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-BALANCE-SW           PIC X        VALUE 'Y'.
       01  WS-CONSTANTS.
      *A FINAL PAY PRORATES THE ANNUAL SALARY OVER THE WORKING DAYS
      *OF A YEAR - FIFTY-TWO FIVE-DAY WEEKS
           05  WS-WORK-DAYS-PER-YEAR   PIC 9(3)     VALUE 260.
      *THE EMPLOYEES ON THE EXTRACT, LOADED ONCE SO EACH CARD'S
      *LOOKUP IS A TABLE SEARCH
       01  WS-EMP-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMP-COUNT
               INDEXED BY EMP-IDX.
               10  WS-EMP-NO           PIC X(5).
               10  WS-EMP-NAME         PIC X(20).
               10  WS-EMP-SALARY       PIC 9(6).
               10  WS-EMP-DEPENDS      PIC X(2).
               10  WS-EMP-JOB-CLASS    PIC X(2).
      *WITHHOLDING BRACKET TABLE, FILLED ONE ENTRY PER 'B' TAX PARM
      *CARD IN ASCENDING FLOOR ORDER - THE HIGHEST FLOOR AT OR BELOW
      *THE TAXABLE GROSS WINS. AN EMPTY TABLE WITHHOLDS NOTHING
       01  WS-BRACKET-COUNT            PIC 9(2) COMP VALUE ZERO.
       01  WS-BRACKET-TABLE.
           05  WS-BRACKET-ENTRY
               OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-BRACKET-COUNT.
               10  WS-BRACKET-FLOOR    PIC 9(6)V99.
               10  WS-BRACKET-RATE     PIC 9V99.
       01  WS-BRACKET-SUB              PIC 9(2)     VALUE ZERO.
      *THE HOURLY JOB CLASSES ON THE JOB-CLASS REFERENCE
       01  WS-HOURLY-COUNT             PIC 9(3) COMP VALUE ZERO.
       01  WS-HOURLY-TABLE.
           05  WS-HOURLY-ENTRY
               OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-HOURLY-COUNT
               INDEXED BY HRLY-IDX.
               10  WS-HRLY-JOB-CLASS   PIC X(2).
      *EVERY EMPLOYEE ALREADY GIVEN A FINAL PAY, FROM THE HISTORY
      *AND FROM THIS RUN, SO A SECOND ONE IS REFUSED
       01  WS-FINAL-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-FINAL-TABLE.
           05  WS-FINAL-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-FINAL-COUNT
               INDEXED BY FIN-IDX.
               10  WS-FINAL-EMPLOYEE-NO PIC X(5).
       01  BLANK-LINE                  PIC X(132)   VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(50)    VALUE SPACES.
           05                          PIC X(26)
               VALUE 'OFF-CYCLE PAYROLL REGISTER'.
           05                          PIC X(8)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(30)    VALUE SPACES.
       01  HL-HEADING2.
           05                          PIC X(14)
               VALUE 'PAYMENT TYPE  '.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(22)
               VALUE 'EMPLOYEE NAME         '.
           05                          PIC X(5)     VALUE 'DAYS '.
           05                          PIC X(10)
               VALUE '     GROSS'.
           05                          PIC X(12)
               VALUE '    WITHHOLD'.
           05                          PIC X(11)
               VALUE '    DEDUCTS'.
           05                          PIC X(12)
               VALUE '     NET PAY'.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(9)     VALUE 'METHOD   '.
           05                          PIC X(28)
               VALUE 'REASON'.
       01  DL-REGISTER-LINE.
           05  DL-OUT-TYPE             PIC X(12).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-DAYS             PIC ZZ.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-GROSS            PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-WITHHOLD         PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-DEDUCTS          PIC ZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NET-PAY          PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-METHOD           PIC X(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-REASON           PIC X(20).
           05                          PIC X(8)     VALUE SPACES.
       01  DL-REJECT-LINE.
           05  REJ-TYPE                PIC X(12).
           05                          PIC X(2)     VALUE SPACES.
           05  REJ-EMPLOYEE-NO         PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(11)    VALUE 'REJECTED - '.
           05  REJ-REASON              PIC X(30).
           05                          PIC X(70)    VALUE SPACES.
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-COUNT            PIC ZZZZ9.
           05                          PIC X(97)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL            PIC X(30).
           05  DL-TOT-COUNT            PIC ZZZZ9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-TOT-AMOUNT           PIC $$$,$$$,$$9.99.
           05                          PIC X(80)    VALUE SPACES.
       01  DL-BALANCE-LINE.
           05  DL-BAL-LABEL            PIC X(40).
           05                          PIC X(92)    VALUE SPACES.
       01  HL-CHECK-HEADING.
           05                          PIC X(40)    VALUE
               'OFF-CYCLE CHECKS QUEUED - CONTROL LIST  '.
           05                          PIC X(8)     VALUE 'RUN DATE'.
           05                          PIC X(2)     VALUE ': '.
           05  HL-CHK-RUN-DATE         PIC X(8).
           05                          PIC X(22)    VALUE SPACES.
       01  DL-CHECK-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-AMOUNT           PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CHK-REASON           PIC X(24).
           05                          PIC X(13)    VALUE SPACES.
       01  DL-CHK-TOTAL-LINE.
           05  DL-CHKT-LABEL           PIC X(30).
           05  DL-CHKT-COUNT           PIC ZZZZ9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-CHKT-AMOUNT          PIC $$$,$$$,$$9.99.
           05                          PIC X(28)    VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE EMPLOYEES, TAX RULES, HOURLY CLASSES, AND FINAL PAYS
      *ALREADY MADE, PAYS OR REJECTS EACH REQUEST IN TURN, AND PROVES
      *THE REGISTER
       100-MAIN-PARA.
           PERFORM 140-DATE-ACCEPT-RTN
           PERFORM 150-LOAD-EMPLOYEES-RTN
           PERFORM 160-LOAD-TAX-PARM-RTN
           PERFORM 170-LOAD-JOBCLS-RTN
           PERFORM 180-LOAD-FINALS-RTN
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT REGISTER-RPT-FILE
                OUTPUT CHECK-RPT-FILE
                EXTEND PAY-HISTORY-FILE
                EXTEND OFF-CYCLE-NET-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-RUN-DATE TO HL-CHK-RUN-DATE
           WRITE REGISTER-RPT-REC FROM HL-HEADING1
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM HL-HEADING2
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE CHECK-RPT-REC FROM HL-CHECK-HEADING
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-PAYMENT-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           PERFORM 800-TOTALS-RTN
           PERFORM 850-BALANCE-RTN
           DISPLAY 'OFF-CYCLE PAYMENTS MADE . . . : ' WS-PAID-COUNT
           DISPLAY 'OFF-CYCLE REQUESTS REJECTED . : ' WS-REJECT-COUNT
           CLOSE TRANSACTION-FILE
                 REGISTER-RPT-FILE
                 CHECK-RPT-FILE
                 PAY-HISTORY-FILE
                 OFF-CYCLE-NET-FILE
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
      *LOADS EVERY EMPLOYEE ON THE SORTED EXTRACT INTO THE TABLE
       150-LOAD-EMPLOYEES-RTN.
           OPEN INPUT EXTRACT-IN
           PERFORM 155-EXTRACT-READ-RTN
             UNTIL WS-EXT-EOF-SW = 'Y'
             OR    WS-EMP-COUNT = 9999
           CLOSE EXTRACT-IN.
      *----------------------------------------------------------------
       155-EXTRACT-READ-RTN.
           READ EXTRACT-IN
             AT END
               MOVE 'Y' TO WS-EXT-EOF-SW
             NOT AT END
               ADD 1 TO WS-EMP-COUNT
               MOVE EXT-EMPLOYEE-NO    TO WS-EMP-NO (WS-EMP-COUNT)
               MOVE EXT-EMPLOYEE-NAME  TO WS-EMP-NAME (WS-EMP-COUNT)
               MOVE EXT-NO-OF-DEPENDS  TO WS-EMP-DEPENDS (WS-EMP-COUNT)
               MOVE EXT-JOB-CLASS-CODE
                 TO WS-EMP-JOB-CLASS (WS-EMP-COUNT)
               IF EXT-ANNUAL-SALARY-RAW NUMERIC
                 MOVE EXT-ANNUAL-SALARY-RAW
                   TO WS-EMP-SALARY (WS-EMP-COUNT)
               ELSE
                 MOVE ZERO TO WS-EMP-SALARY (WS-EMP-COUNT)
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE WITHHOLDING RULES. A CARD WITHOUT USABLE NUMBERS IS
      *DROPPED - THE CALCULATION MUST NEVER GUESS AT A KEYING ERROR
      *IN THE TAX TABLE
       160-LOAD-TAX-PARM-RTN.
           OPEN INPUT TAX-PARM-FILE
           PERFORM 165-TAX-PARM-READ-RTN
             UNTIL WS-TAX-EOF-SW = 'Y'
           CLOSE TAX-PARM-FILE.
      *----------------------------------------------------------------
       165-TAX-PARM-READ-RTN.
           READ TAX-PARM-FILE
             AT END
               MOVE 'Y' TO WS-TAX-EOF-SW
             NOT AT END
               EVALUATE TRUE
                 WHEN TPARM-TYPE = 'B'
                  AND TPARM-AMOUNT NUMERIC
                  AND TPARM-RATE NUMERIC
                  AND WS-BRACKET-COUNT < 20
                   ADD 1 TO WS-BRACKET-COUNT
                   MOVE TPARM-AMOUNT
                     TO WS-BRACKET-FLOOR (WS-BRACKET-COUNT)
                   MOVE TPARM-RATE
                     TO WS-BRACKET-RATE (WS-BRACKET-COUNT)
                 WHEN TPARM-TYPE = 'E'
                  AND TPARM-AMOUNT NUMERIC
                   MOVE TPARM-AMOUNT TO WS-EXEMPTION-RATE
                 WHEN TPARM-TYPE = 'D'
                  AND TPARM-AMOUNT NUMERIC
                   MOVE TPARM-AMOUNT TO WS-FLAT-DEDUCTION
                 WHEN OTHER
                   DISPLAY 'TAX PARM CARD IGNORED - TYPE ' TPARM-TYPE
               END-EVALUATE
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE HOURLY JOB CLASSES
       170-LOAD-JOBCLS-RTN.
           OPEN INPUT JOB-CLASS-REF
           PERFORM 175-JOBCLS-READ-RTN
             UNTIL WS-JCR-EOF-SW = 'Y'
           CLOSE JOB-CLASS-REF.
      *----------------------------------------------------------------
       175-JOBCLS-READ-RTN.
           READ JOB-CLASS-REF
             AT END
               MOVE 'Y' TO WS-JCR-EOF-SW
             NOT AT END
               IF  JCR-HOURLY
               AND WS-HOURLY-COUNT < 100
                 ADD 1 TO WS-HOURLY-COUNT
                 MOVE JCR-CLASS-CODE
                   TO WS-HRLY-JOB-CLASS (WS-HOURLY-COUNT)
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *PICKS EVERY FINAL PAY ALREADY MADE OFF THE PAYROLL HISTORY
       180-LOAD-FINALS-RTN.
           OPEN INPUT PAY-HISTORY-IN
           PERFORM 185-HISTORY-READ-RTN
             UNTIL WS-PHIST-EOF-SW = 'Y'
           CLOSE PAY-HISTORY-IN.
      *----------------------------------------------------------------
       185-HISTORY-READ-RTN.
           READ PAY-HISTORY-IN
             AT END
               MOVE 'Y' TO WS-PHIST-EOF-SW
             NOT AT END
               IF  PHI-OFF-CYCLE
               AND PHI-EARN-CODE = 'FIN'
               AND WS-FINAL-COUNT < 9999
                 ADD 1 TO WS-FINAL-COUNT
                 MOVE PHI-EMPLOYEE-NO
                   TO WS-FINAL-EMPLOYEE-NO (WS-FINAL-COUNT)
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT PAYMENT REQUEST
       200-READ-TRANS-PARA.
           READ TRANSACTION-FILE
             AT END
               MOVE 'Y' TO WS-TRANS-EOF-SW
             NOT AT END
               ADD 1 TO WS-CARD-COUNT
           END-READ.
      *----------------------------------------------------------------
      *ONE PAYMENT REQUEST. THE EMPLOYEE MUST BE ON THE EXTRACT; THE
      *PAYMENT TYPES THEN CARRY THEIR OWN EDITS
       300-PAYMENT-PARA.
           PERFORM 350-FIND-EMPLOYEE-RTN
           PERFORM 360-METHOD-RTN
           EVALUATE OTR-PAY-TYPE
             WHEN 'F'
               MOVE 'FINAL PAY'    TO WS-TYPE-NAME
               MOVE 'FIN'          TO WS-EARN-CODE
             WHEN 'M'
               MOVE 'MANUAL CHECK' TO WS-TYPE-NAME
               MOVE 'MAN'          TO WS-EARN-CODE
             WHEN 'A'
               MOVE 'ADJUSTMENT'   TO WS-TYPE-NAME
               MOVE 'ADJ'          TO WS-EARN-CODE
             WHEN OTHER
               MOVE OTR-PAY-TYPE   TO WS-TYPE-NAME
               MOVE SPACES         TO WS-EARN-CODE
           END-EVALUATE
           EVALUATE TRUE
             WHEN OTR-PAY-TYPE NOT = 'F' AND 'M' AND 'A'
               MOVE 'PAY TYPE NOT F, M, OR A' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTR-EMPLOYEE-NO = SPACES
               MOVE 'EMPLOYEE NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-FOUND-SW = 'N'
               MOVE 'EMPLOYEE NOT ON EXTRACT' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTR-PAY-METHOD NOT = SPACE AND 'D' AND 'C'
               MOVE 'METHOD NOT D, C, OR BLANK' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTR-PAY-TYPE = 'F'
               PERFORM 400-FINAL-PAY-PARA
             WHEN OTHER
               PERFORM 450-KEYED-GROSS-PARA
           END-EVALUATE
           PERFORM 200-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *FINDS THE CARD'S EMPLOYEE ON THE EXTRACT AND WHETHER THEIR
      *JOB CLASS IS PAID HOURLY
       350-FIND-EMPLOYEE-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-HOURLY-SW
           IF WS-EMP-COUNT > ZERO
             SET EMP-IDX TO 1
             SEARCH WS-EMP-ENTRY
               WHEN WS-EMP-NO (EMP-IDX) = OTR-EMPLOYEE-NO
                 MOVE 'Y' TO WS-FOUND-SW
                 SET WS-HOLD-SUB TO EMP-IDX
             END-SEARCH
           END-IF
           IF  WS-FOUND-SW = 'Y'
           AND WS-HOURLY-COUNT > ZERO
             SET HRLY-IDX TO 1
             SEARCH WS-HOURLY-ENTRY
               WHEN WS-HRLY-JOB-CLASS (HRLY-IDX)
                  = WS-EMP-JOB-CLASS (WS-HOLD-SUB)
                 MOVE 'Y' TO WS-HOURLY-SW
             END-SEARCH
           END-IF.
      *----------------------------------------------------------------
      *A MANUAL CHECK IS ALWAYS PAPER; OTHERWISE THE CARD'S METHOD,
      *DEPOSIT WHEN LEFT BLANK
       360-METHOD-RTN.
           EVALUATE TRUE
             WHEN OTR-PAY-TYPE = 'M'
               MOVE 'C' TO WS-METHOD-USED
             WHEN OTR-PAY-METHOD = 'C'
               MOVE 'C' TO WS-METHOD-USED
             WHEN OTHER
               MOVE 'D' TO WS-METHOD-USED
           END-EVALUATE.
      *----------------------------------------------------------------
      *A FINAL PAY - ONCE PER EMPLOYEE. A KEYED GROSS IS PAID AS
      *KEYED (THE ONLY WAY FOR AN HOURLY CLASS, WHOSE LAST TIME CARD
      *SETS IT); OTHERWISE THE ANNUAL SALARY IS PRORATED ON THE
      *WORKING DAYS SINCE THE LAST PAY DATE
       400-FINAL-PAY-PARA.
           MOVE 'N' TO WS-FINAL-PAID-SW
           IF WS-FINAL-COUNT > ZERO
             SET FIN-IDX TO 1
             SEARCH WS-FINAL-ENTRY
               WHEN WS-FINAL-EMPLOYEE-NO (FIN-IDX) = OTR-EMPLOYEE-NO
                 MOVE 'Y' TO WS-FINAL-PAID-SW
             END-SEARCH
           END-IF
           EVALUATE TRUE
             WHEN WS-FINAL-PAID-SW = 'Y'
               MOVE 'FINAL PAY ALREADY MADE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTR-GROSS NUMERIC AND OTR-GROSS > ZERO
               MOVE OTR-GROSS TO WS-GROSS
               PERFORM 500-PAY-RTN
             WHEN WS-HOURLY-SW = 'Y'
               MOVE 'HOURLY FINAL PAY NEEDS GROSS' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTR-DAYS NOT NUMERIC
               MOVE 'DAYS WORKED NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTR-DAYS = ZERO OR OTR-DAYS > 23
               MOVE 'DAYS WORKED NOT 1 THRU 23' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-EMP-SALARY (WS-HOLD-SUB) = ZERO
               MOVE 'NO SALARY ON EXTRACT' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE WS-EMP-SALARY (WS-HOLD-SUB) TO WS-SALARY-WORK
               COMPUTE WS-GROSS ROUNDED =
                 WS-SALARY-WORK * OTR-DAYS / WS-WORK-DAYS-PER-YEAR
               PERFORM 500-PAY-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *A MANUAL CHECK OR ADJUSTMENT - THE GROSS IS KEYED
       450-KEYED-GROSS-PARA.
           IF OTR-GROSS NUMERIC AND OTR-GROSS > ZERO
             MOVE OTR-GROSS TO WS-GROSS
             PERFORM 500-PAY-RTN
           ELSE
             MOVE 'GROSS NOT NUMERIC OR ZERO' TO REJ-REASON
             PERFORM 650-REJECT-RTN
           END-IF.
      *----------------------------------------------------------------
      *TAXES AND PAYS ONE ACCEPTED REQUEST
       500-PAY-RTN.
           PERFORM 550-NET-PAY-RTN
           PERFORM 600-HISTORY-RTN
           IF WS-METHOD-USED = 'C'
             PERFORM 620-CHECK-RTN
           ELSE
             PERFORM 610-DEPOSIT-RTN
           END-IF
           IF OTR-PAY-TYPE = 'F'
           AND WS-FINAL-COUNT < 9999
             ADD 1 TO WS-FINAL-COUNT
             MOVE OTR-EMPLOYEE-NO
               TO WS-FINAL-EMPLOYEE-NO (WS-FINAL-COUNT)
           END-IF
           PERFORM 700-REGISTER-LINE-RTN
           ADD 1                TO WS-PAID-COUNT
           ADD WS-GROSS         TO WS-GROSS-TOTAL
           ADD WS-WITHHOLDING   TO WS-WTH-TOTAL
           ADD WS-DEDUCTION     TO WS-DED-TOTAL
           ADD WS-NET-PAY       TO WS-NET-TOTAL.
      *----------------------------------------------------------------
      *THE SAME BRACKETED WITHHOLDING PAYREG TAKES. ONLY A FINAL PAY
      *STANDS IN FOR A REGULAR PERIOD, SO ONLY A FINAL PAY TAKES THE
      *PER-DEPENDENT EXEMPTION AND THE FLAT PER-PERIOD DEDUCTION - A
      *MANUAL CHECK OR ADJUSTMENT RIDES ALONGSIDE A PERIOD THAT HAS
      *ALREADY HAD THEM. DEDUCTIONS NEVER TAKE THE NET BELOW ZERO
       550-NET-PAY-RTN.
           MOVE ZERO TO WS-DEPENDS-WORK
           IF WS-EMP-DEPENDS (WS-HOLD-SUB) NUMERIC
             MOVE WS-EMP-DEPENDS (WS-HOLD-SUB) TO WS-DEPENDS-WORK
           END-IF
           MOVE WS-GROSS TO WS-TAXABLE-GROSS
           MOVE ZERO     TO WS-DEDUCTION
           IF OTR-PAY-TYPE = 'F'
             COMPUTE WS-TAXABLE-GROSS =
               WS-GROSS - WS-DEPENDS-WORK * WS-EXEMPTION-RATE
             IF WS-TAXABLE-GROSS < ZERO
               MOVE ZERO TO WS-TAXABLE-GROSS
             END-IF
             MOVE WS-FLAT-DEDUCTION TO WS-DEDUCTION
           END-IF
           MOVE ZERO TO WS-BRACKET-RATE-USED
           PERFORM 560-BRACKET-CHECK-RTN
             VARYING WS-BRACKET-SUB FROM 1 BY 1
             UNTIL WS-BRACKET-SUB > WS-BRACKET-COUNT
           COMPUTE WS-WITHHOLDING ROUNDED =
             WS-TAXABLE-GROSS * WS-BRACKET-RATE-USED
           IF WS-WITHHOLDING > WS-GROSS
             MOVE WS-GROSS TO WS-WITHHOLDING
           END-IF
           IF WS-WITHHOLDING + WS-DEDUCTION > WS-GROSS
             COMPUTE WS-DEDUCTION = WS-GROSS - WS-WITHHOLDING
           END-IF
           COMPUTE WS-TOTAL-DEDUCTIONS = WS-WITHHOLDING + WS-DEDUCTION
           COMPUTE WS-NET-PAY = WS-GROSS - WS-TOTAL-DEDUCTIONS.
      *----------------------------------------------------------------
      *BRACKETS ARE KEPT IN ASCENDING FLOOR ORDER, SO THE LAST FLOOR
      *THE TAXABLE GROSS REACHES WINS
       560-BRACKET-CHECK-RTN.
           IF WS-TAXABLE-GROSS >= WS-BRACKET-FLOOR (WS-BRACKET-SUB)
             MOVE WS-BRACKET-RATE (WS-BRACKET-SUB)
               TO WS-BRACKET-RATE-USED
           END-IF.
      *----------------------------------------------------------------
      *APPENDS THE PAYMENT TO THE PAYROLL HISTORY, MARKED OFF-CYCLE
      *AND DATED WITH THE RUN DATE. NO DEPENDENT ALLOWANCE RIDES AN
      *OFF-CYCLE PAYMENT, SO ITS PAY IS ITS GROSS. THE WITHHOLDING
      *AND DEDUCTIONS TAKEN GO WITH IT FOR THE QUARTER'S TAX RETURN
       600-HISTORY-RTN.
           MOVE SPACES          TO PAY-HISTORY-REC
           MOVE OTR-EMPLOYEE-NO TO PH-EMPLOYEE-NO
           MOVE WS-RUN-DATE     TO PH-PERIOD-DATE
           MOVE WS-GROSS        TO PH-PERIOD-GROSS
           MOVE ZERO            TO PH-ALLOWANCE
           MOVE WS-GROSS        TO PH-PERIOD-PAY
           MOVE 'O'             TO PH-RUN-TYPE
           MOVE WS-EARN-CODE    TO PH-EARN-CODE
           MOVE WS-TAXABLE-GROSS    TO PH-TAXABLE-GROSS
           MOVE WS-WITHHOLDING      TO PH-WITHHOLDING
           MOVE WS-DEDUCTION        TO PH-OTHER-DEDUCT
           MOVE WS-TOTAL-DEDUCTIONS TO PH-TOTAL-DEDUCT
           WRITE PAY-HISTORY-REC.
      *----------------------------------------------------------------
      *QUEUES THE NET FOR THE NEXT DIRECT-DEPOSIT FILE. AN EMPLOYEE
      *WITH NO PROVEN ACCOUNT FALLS TO DDEPEXT'S CHECK-PRINT LIST
      *THERE, AS FOR A REGULAR PAYMENT
       610-DEPOSIT-RTN.
           PERFORM 630-QUEUE-NET-RTN
           ADD 1          TO WS-DEPOSIT-COUNT
           ADD WS-NET-PAY TO WS-DEPOSIT-TOTAL.
      *----------------------------------------------------------------
      *QUEUES THE NET FLAGGED FOR A CHECK, WHICH DDEPEXT PUTS ON THE
      *CHECK-PRINT QUEUE FOR CHKWRT TO NUMBER AND PRINT, AND LISTS IT
      *ON THE CONTROL LIST
       620-CHECK-RTN.
           PERFORM 630-QUEUE-NET-RTN
           MOVE OTR-EMPLOYEE-NO           TO DL-CHK-EMPLOYEE-NO
           MOVE WS-EMP-NAME (WS-HOLD-SUB) TO DL-CHK-EMPLOYEE-NAME
           MOVE WS-NET-PAY                TO DL-CHK-AMOUNT
           MOVE WS-TYPE-NAME              TO DL-CHK-REASON
           WRITE CHECK-RPT-REC FROM DL-CHECK-LINE
           ADD 1          TO WS-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CHECK-TOTAL.
      *----------------------------------------------------------------
      *APPENDS THE PAYMENT IN HAND TO THE OFF-CYCLE NET-PAY QUEUE,
      *CARRYING THE METHOD IT IS TO BE PAID BY
       630-QUEUE-NET-RTN.
           MOVE SPACES                     TO OFF-CYCLE-NET-REC
           MOVE OTR-EMPLOYEE-NO            TO ONET-EMPLOYEE-NO
           MOVE WS-EMP-NAME (WS-HOLD-SUB)  TO ONET-EMPLOYEE-NAME
           MOVE WS-NET-PAY                 TO ONET-NET-PAY
           MOVE WS-METHOD-USED             TO ONET-PAY-METHOD
           WRITE OFF-CYCLE-NET-REC.
      *----------------------------------------------------------------
      *WRITES THE FAILED REQUEST AND ITS REASON TO THE REGISTER
       650-REJECT-RTN.
           MOVE WS-TYPE-NAME    TO REJ-TYPE
           MOVE OTR-EMPLOYEE-NO TO REJ-EMPLOYEE-NO
           WRITE REGISTER-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *ONE REGISTER LINE PER PAYMENT MADE
       700-REGISTER-LINE-RTN.
           MOVE WS-TYPE-NAME              TO DL-OUT-TYPE
           MOVE OTR-EMPLOYEE-NO           TO DL-OUT-EMPLOYEE-NO
           MOVE WS-EMP-NAME (WS-HOLD-SUB) TO DL-OUT-EMPLOYEE-NAME
           IF  OTR-PAY-TYPE = 'F'
           AND OTR-DAYS NUMERIC
             MOVE OTR-DAYS                TO DL-OUT-DAYS
           ELSE
             MOVE ZERO                    TO DL-OUT-DAYS
           END-IF
           MOVE WS-GROSS                  TO DL-OUT-GROSS
           MOVE WS-WITHHOLDING            TO DL-OUT-WITHHOLD
           MOVE WS-DEDUCTION              TO DL-OUT-DEDUCTS
           MOVE WS-NET-PAY                TO DL-OUT-NET-PAY
           IF WS-METHOD-USED = 'C'
             MOVE 'CHECK'                 TO DL-OUT-METHOD
           ELSE
             MOVE 'DEPOSIT'               TO DL-OUT-METHOD
           END-IF
           MOVE OTR-REASON                TO DL-OUT-REASON
           WRITE REGISTER-RPT-REC FROM DL-REGISTER-LINE.
      *----------------------------------------------------------------
      *PRINTS THE REGISTER'S TOTALS AND THE CONTROL LIST'S OWN TOTAL
       800-TOTALS-RTN.
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'REQUESTS READ. . . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-CARD-COUNT                    TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'REQUESTS REJECTED. . . . . . :' TO DL-CNT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'PAYMENTS MADE - GROSS. . . . :' TO DL-TOT-LABEL
           MOVE WS-PAID-COUNT                    TO DL-TOT-COUNT
           MOVE WS-GROSS-TOTAL                   TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  LESS WITHHOLDING . . . . . :' TO DL-TOT-LABEL
           MOVE WS-WTH-TOTAL                     TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  LESS DEDUCTIONS. . . . . . :' TO DL-TOT-LABEL
           MOVE WS-DED-TOTAL                     TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'NET PAID . . . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-NET-TOTAL                     TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  QUEUED FOR DEPOSIT . . . . :' TO DL-TOT-LABEL
           MOVE WS-DEPOSIT-COUNT                 TO DL-TOT-COUNT
           MOVE WS-DEPOSIT-TOTAL                 TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  QUEUED FOR CHECK . . . . . :' TO DL-TOT-LABEL
           MOVE WS-CHECK-COUNT                   TO DL-TOT-COUNT
           MOVE WS-CHECK-TOTAL                   TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           WRITE CHECK-RPT-REC FROM BLANK-LINE
           MOVE 'CHECKS QUEUED. . . . . . . . :' TO DL-CHKT-LABEL
           MOVE WS-CHECK-COUNT                   TO DL-CHKT-COUNT
           MOVE WS-CHECK-TOTAL                   TO DL-CHKT-AMOUNT
           WRITE CHECK-RPT-REC FROM DL-CHK-TOTAL-LINE.
      *----------------------------------------------------------------
      *PROVES THE REGISTER THREE WAYS - EVERY REQUEST READ WAS PAID
      *OR REJECTED, GROSS LESS WITHHOLDING AND DEDUCTIONS IS THE
      *NET, AND THE NET IS EXACTLY WHAT WAS QUEUED FOR DEPOSIT PLUS
      *WHAT WAS QUEUED FOR CHECKS. AN OUT-OF-BALANCE REGISTER ENDS
      *WITH A NON-ZERO CONDITION CODE SO THE REQUEST CARDS ARE KEPT
       850-BALANCE-RTN.
           COMPUTE WS-PROOF-COUNT = WS-PAID-COUNT + WS-REJECT-COUNT
           IF WS-PROOF-COUNT NOT = WS-CARD-COUNT
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           COMPUTE WS-PROOF-TOTAL =
             WS-GROSS-TOTAL - WS-WTH-TOTAL - WS-DED-TOTAL
           IF WS-PROOF-TOTAL NOT = WS-NET-TOTAL
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           COMPUTE WS-PROOF-TOTAL = WS-DEPOSIT-TOTAL + WS-CHECK-TOTAL
           IF WS-PROOF-TOTAL NOT = WS-NET-TOTAL
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           IF WS-BALANCE-SW = 'Y'
             MOVE 'REGISTER IN BALANCE' TO DL-BAL-LABEL
           ELSE
             MOVE 'REGISTER OUT OF BALANCE' TO DL-BAL-LABEL
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM DL-BALANCE-LINE.
      *****************************************************************
