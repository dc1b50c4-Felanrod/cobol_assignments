      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO PAY THE RETROACTIVE DIFFERENCE OWED ON A SALARY
      *         RAISE APPROVED LATE. EMPMNT QUEUES EVERY RAISE KEYED
      *         WITH AN EFFECTIVE DATE BEFORE THE NIGHT IT WAS
      *         APPLIED (RETROQ.DAT); FOR EACH ONE THIS PROGRAM FINDS
      *         THE REGULAR PERIODS ON THE PERMANENT PAYROLL HISTORY
      *         PAID SINCE THE EFFECTIVE DATE AT THE OLD RATE, WORKS
      *         OUT THE DIFFERENCE PER PERIOD AT THE NEW RATE, AND
      *         PAYS THE TOTAL THROUGH PAYROLL AS ITS OWN EARNINGS
      *         LINE - APPENDED TO THE HISTORY MARKED OFF-CYCLE WITH
      *         THE RETRO EARNINGS CODE, TAXED BY THE SAME PAYTAX.PRM
      *         BRACKETS, AND QUEUED FOR THE NEXT DIRECT-DEPOSIT FILE
      *         ON THE OFF-CYCLE DEPOSIT QUEUE OFFPAY USES. THE RUN
      *         PRINTS A RETRO-PAY REGISTER, PERIOD BY PERIOD, AND
      *         PROVES IT - EVERY REQUEST PAID OR REJECTED, GROSS
      *         LESS WITHHOLDING EQUAL TO NET, AND NET EQUAL TO THE
      *         DEPOSITS QUEUED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
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
      *THE BACK-DATED RAISES EMPMNT HAS QUEUED. OPTIONAL - MOST
      *NIGHTS THERE ARE NONE
           SELECT OPTIONAL RETRO-QUEUE-FILE
             ASSIGN TO 'RETROQ.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SORTED A1 EXTRACT - NAME, JOB CLASS, AND STATUS OF EVERY
      *EMPLOYEE, TERMINATED ONES INCLUDED (A RAISE OWED IS OWED)
           SELECT EXTRACT-IN
             ASSIGN TO 'A1SORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PAY PERIODS PER YEAR OF EACH JOB CLASS, AS PAYREG USES
      *THEM - THE NEW AND OLD RATES ARE SPREAD OVER THE SAME COUNT
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'PAYREG.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME WITHHOLDING RULES PAYREG TAXES THE REGULAR PERIOD BY.
      *OPTIONAL - WITH NO RULES NOTHING IS WITHHELD
           SELECT OPTIONAL TAX-PARM-FILE
             ASSIGN TO 'PAYTAX.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE MAINTAINED JOB-CLASS REFERENCE, READ FOR THE HOURLY
      *CLASSES - THEY ARE PAID OFF THE TIME CARDS AT THE CLASS RATE,
      *SO A SALARY CHANGE NEVER UNDERPAID THEM
           SELECT OPTIONAL JOB-CLASS-REF
             ASSIGN TO 'JOBCLS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PERMANENT PAYROLL HISTORY - READ FOR EACH REQUEST'S PAID
      *PERIODS, THEN APPENDED WITH THIS RUN'S RETRO PAYMENTS. THE
      *SAME TWO-PATH PATTERN PAYREG USES ON IT
           SELECT OPTIONAL PAY-HISTORY-FILE
             ASSIGN TO 'PAYHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-IN
             ASSIGN TO 'PAYHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE OFF-CYCLE DEPOSITS WAITING FOR THE NEXT BANK FILE -
      *APPENDED HERE, SENT AND DRAINED BY THE NIGHTLY DDEPEXT STEP.
      *OPTIONAL SO THE FIRST APPEND CREATES IT
           SELECT OPTIONAL OFF-CYCLE-NET-FILE
             ASSIGN TO 'OFFNET.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT-FILE
             ASSIGN TO 'RETROREG.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME DATE CARD DATECRD WRITES, SO THE PAYMENTS CARRY THE
      *STREAM'S OWN DATE
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-QUEUE-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY RETROQ.

       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-JOB-CLASS         PIC X(2).
           05  PARM-PERIODS           PIC 9(2).

      *ONE WITHHOLDING RULE PER CARD, AS PAYREG READS THEM - 'B'
      *BRACKET, 'E' PER-DEPENDENT EXEMPTION, 'D' FLAT DEDUCTION.
      *ONLY THE BRACKETS APPLY HERE
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

      *MIRRORS PAY-HISTORY-REC FOR THE READ-ONLY PERIOD PASSES
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
      *SENDS A RETRO DEPOSIT EXACTLY AS IT SENDS A REGULAR ONE
       FD  OFF-CYCLE-NET-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  OFF-CYCLE-NET-REC.
           05  ONET-EMPLOYEE-NO       PIC X(5).
           05                         PIC X(2).
           05  ONET-EMPLOYEE-NAME     PIC X(20).
           05                         PIC X(2).
           05  ONET-NET-PAY           PIC 9(6)V99.

       FD  REGISTER-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-RPT-REC           PIC X(132).

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-QUEUE-EOF-SW         PIC X        VALUE 'N'.
           05  WS-EXT-EOF-SW           PIC X        VALUE 'N'.
           05  WS-PARM-EOF-SW          PIC X        VALUE 'N'.
           05  WS-TAX-EOF-SW           PIC X        VALUE 'N'.
           05  WS-JCR-EOF-SW           PIC X        VALUE 'N'.
           05  WS-PHIST-EOF-SW         PIC X        VALUE 'N'.
           05  WS-FOUND-SW             PIC X        VALUE 'N'.
           05  WS-HOURLY-SW            PIC X        VALUE 'N'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-HOLD-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-PAY-SUB              PIC 9(4)     VALUE ZERO.
           05  WS-PERIODS-USED         PIC 9(2)     VALUE ZERO.
           05  WS-OLD-PERIOD-GROSS     PIC 9(6)V99  VALUE ZERO.
           05  WS-NEW-PERIOD-GROSS     PIC 9(6)V99  VALUE ZERO.
           05  WS-PERIOD-DIFF          PIC 9(6)V99  VALUE ZERO.
           05  WS-EMP-PERIOD-COUNT     PIC 9(3)     VALUE ZERO.
           05  WS-GROSS                PIC 9(6)V99  VALUE ZERO.
           05  WS-WITHHOLDING          PIC 9(6)V99  VALUE ZERO.
           05  WS-NET-PAY              PIC 9(6)V99  VALUE ZERO.
           05  WS-BRACKET-RATE-USED    PIC 9V99     VALUE ZERO.
           05  WS-QUEUE-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-PAID-COUNT           PIC 9(5)     VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-PERIOD-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-DEPOSIT-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-GROSS-TOTAL          PIC 9(8)V99  VALUE ZERO.
           05  WS-WTH-TOTAL            PIC 9(8)V99  VALUE ZERO.
           05  WS-NET-TOTAL            PIC 9(8)V99  VALUE ZERO.
           05  WS-DEPOSIT-TOTAL        PIC 9(8)V99  VALUE ZERO.
           05  WS-PROOF-TOTAL          PIC 9(8)V99  VALUE ZERO.
           05  WS-PROOF-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-BALANCE-SW           PIC X        VALUE 'Y'.
       01  WS-CONSTANTS.
           05  WS-DEFAULT-PERIODS      PIC 9(2)     VALUE 24.
      *THE EMPLOYEES ON THE EXTRACT, LOADED ONCE SO EACH REQUEST'S
      *LOOKUP IS A TABLE SEARCH
       01  WS-EMP-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMP-COUNT
               INDEXED BY EMP-IDX.
               10  WS-EMP-NO           PIC X(5).
               10  WS-EMP-NAME         PIC X(20).
               10  WS-EMP-JOB-CLASS    PIC X(2).
      *JOB-CLASS PAY-PERIOD RULES, ONE PER PAYREG.PRM CARD
       01  WS-RULE-COUNT               PIC 9(3) COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY
               OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-RULE-COUNT
               INDEXED BY RULE-IDX.
               10  WS-RULE-JOB-CLASS   PIC X(2).
               10  WS-RULE-PERIODS     PIC 9(2).
      *WITHHOLDING BRACKET TABLE, FILLED ONE ENTRY PER 'B' TAX PARM
      *CARD IN ASCENDING FLOOR ORDER - THE HIGHEST FLOOR AT OR BELOW
      *THE RETRO GROSS WINS. AN EMPTY TABLE WITHHOLDS NOTHING
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
      *THE RETRO PAYMENTS WORKED OUT, HELD UNTIL EVERY REQUEST HAS
      *HAD ITS PASS OVER THE HISTORY - THE HISTORY CANNOT BE APPENDED
      *WHILE IT IS STILL BEING READ
       01  WS-PAY-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PAY-COUNT.
               10  WS-PAY-EMPLOYEE-NO  PIC X(5).
               10  WS-PAY-NAME         PIC X(20).
               10  WS-PAY-GROSS        PIC 9(6)V99.
               10  WS-PAY-WITHHOLD     PIC 9(6)V99.
               10  WS-PAY-NET          PIC 9(6)V99.
       01  BLANK-LINE                  PIC X(132)   VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(50)    VALUE SPACES.
           05                          PIC X(24)
               VALUE 'RETROACTIVE PAY REGISTER'.
           05                          PIC X(10)    VALUE SPACES.
           05                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(30)    VALUE SPACES.
       01  HL-HEADING2.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(22)
               VALUE 'EMPLOYEE NAME         '.
           05                          PIC X(12)
               VALUE '  OLD SALARY'.
           05                          PIC X(12)
               VALUE '  NEW SALARY'.
           05                          PIC X(12)
               VALUE '  EFFECTIVE '.
           05                          PIC X(11)
               VALUE 'PERIODS/YR '.
           05                          PIC X(56)    VALUE SPACES.
       01  HL-HEADING3.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(12)
               VALUE 'PERIOD PAID '.
           05                          PIC X(12)
               VALUE '  PAID GROSS'.
           05                          PIC X(12)
               VALUE '    OLD RATE'.
           05                          PIC X(12)
               VALUE '    NEW RATE'.
           05                          PIC X(12)
               VALUE '  DIFFERENCE'.
           05                          PIC X(63)    VALUE SPACES.
      *ONE LINE PER REQUEST, FOLLOWED BY ITS PERIODS AND ITS PAYMENT
       01  DL-REQUEST-LINE.
           05  DL-REQ-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-REQ-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-REQ-OLD-SALARY       PIC $$$$,$$9.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-REQ-NEW-SALARY       PIC $$$$,$$9.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-REQ-EFFECTIVE-DATE   PIC X(8).
           05                          PIC X(6)     VALUE SPACES.
           05  DL-REQ-PERIODS          PIC Z9.
           05                          PIC X(63)    VALUE SPACES.
       01  DL-PERIOD-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05  DL-PRD-DATE             PIC X(8).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-PRD-PAID-GROSS       PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-PRD-OLD-GROSS        PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-PRD-NEW-GROSS        PIC ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-PRD-DIFFERENCE       PIC ZZZ,ZZ9.99.
           05                          PIC X(65)    VALUE SPACES.
      *THE REQUEST'S RETRO EARNINGS LINE - THE PERIODS MADE UP, THE
      *GROSS, THE WITHHOLDING, AND THE NET QUEUED FOR DEPOSIT
       01  DL-PAYMENT-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(12)
               VALUE 'RETRO PAY - '.
           05  DL-PAY-PERIODS          PIC ZZ9.
           05                          PIC X(10)
               VALUE ' PERIODS  '.
           05                          PIC X(6)     VALUE 'GROSS '.
           05  DL-PAY-GROSS            PIC ZZZ,ZZ9.99.
           05                          PIC X(11)
               VALUE '  WITHHOLD '.
           05  DL-PAY-WITHHOLD         PIC ZZZ,ZZ9.99.
           05                          PIC X(6)     VALUE '  NET '.
           05  DL-PAY-NET-PAY          PIC ZZZ,ZZ9.99.
           05                          PIC X(45)    VALUE SPACES.
       01  DL-REJECT-LINE.
           05  REJ-EMPLOYEE-NO         PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(11)    VALUE 'REJECTED - '.
           05  REJ-REASON              PIC X(30).
           05                          PIC X(84)    VALUE SPACES.
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

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE EMPLOYEES, PAY-PERIOD RULES, TAX RULES, AND HOURLY
      *CLASSES, WORKS OUT EACH QUEUED RAISE'S RETRO PAY OFF THE
      *HISTORY, THEN PAYS THEM ALL AND PROVES THE REGISTER
       100-MAIN-PARA.
           PERFORM 140-DATE-ACCEPT-RTN
           PERFORM 150-LOAD-EMPLOYEES-RTN
           PERFORM 160-LOAD-PARM-RTN
           PERFORM 170-LOAD-TAX-PARM-RTN
           PERFORM 180-LOAD-JOBCLS-RTN
           OPEN INPUT  RETRO-QUEUE-FILE
                OUTPUT REGISTER-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE REGISTER-RPT-REC FROM HL-HEADING1
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM HL-HEADING2
           WRITE REGISTER-RPT-REC FROM HL-HEADING3
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           PERFORM 200-READ-QUEUE-PARA
           PERFORM 300-REQUEST-PARA UNTIL WS-QUEUE-EOF-SW = 'Y'
           CLOSE RETRO-QUEUE-FILE
           OPEN EXTEND PAY-HISTORY-FILE
                EXTEND OFF-CYCLE-NET-FILE
           PERFORM 600-PAY-RTN
             VARYING WS-PAY-SUB FROM 1 BY 1
             UNTIL WS-PAY-SUB > WS-PAY-COUNT
           CLOSE PAY-HISTORY-FILE
                 OFF-CYCLE-NET-FILE
           PERFORM 800-TOTALS-RTN
           PERFORM 850-BALANCE-RTN
           DISPLAY 'RETRO PAYMENTS MADE . . . . . : ' WS-PAID-COUNT
           DISPLAY 'RETRO REQUESTS REJECTED . . . : ' WS-REJECT-COUNT
           CLOSE REGISTER-RPT-FILE
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
               MOVE EXT-JOB-CLASS-CODE
                 TO WS-EMP-JOB-CLASS (WS-EMP-COUNT)
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE JOB-CLASS PAY-PERIOD RULES. A RULE WITHOUT A USABLE
      *PERIOD COUNT WOULD DIVIDE BY ZERO, SO A BAD CARD IS DROPPED
      *AND THAT CLASS STAYS ON THE SEMI-MONTHLY DEFAULT
       160-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
           PERFORM 165-PARM-READ-RTN
             UNTIL WS-PARM-EOF-SW = 'Y'
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
       165-PARM-READ-RTN.
           READ PARM-FILE
             AT END
               MOVE 'Y' TO WS-PARM-EOF-SW
             NOT AT END
               IF  PARM-PERIODS NUMERIC
               AND PARM-PERIODS > ZERO
               AND WS-RULE-COUNT < 100
                 ADD 1 TO WS-RULE-COUNT
                 MOVE PARM-JOB-CLASS
                   TO WS-RULE-JOB-CLASS (WS-RULE-COUNT)
                 MOVE PARM-PERIODS
                   TO WS-RULE-PERIODS (WS-RULE-COUNT)
               ELSE
                 DISPLAY 'PAY-PERIOD PARM CARD IGNORED FOR CLASS '
                   PARM-JOB-CLASS
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE WITHHOLDING BRACKETS. A CARD WITHOUT USABLE NUMBERS
      *IS DROPPED - THE CALCULATION MUST NEVER GUESS AT A KEYING
      *ERROR IN THE TAX TABLE. THE EXEMPTION AND FLAT DEDUCTION
      *CARDS BELONG TO THE REGULAR PERIOD AND ARE PASSED OVER
       170-LOAD-TAX-PARM-RTN.
           OPEN INPUT TAX-PARM-FILE
           PERFORM 175-TAX-PARM-READ-RTN
             UNTIL WS-TAX-EOF-SW = 'Y'
           CLOSE TAX-PARM-FILE.
      *----------------------------------------------------------------
       175-TAX-PARM-READ-RTN.
           READ TAX-PARM-FILE
             AT END
               MOVE 'Y' TO WS-TAX-EOF-SW
             NOT AT END
               IF  TPARM-TYPE = 'B'
               AND TPARM-AMOUNT NUMERIC
               AND TPARM-RATE NUMERIC
               AND WS-BRACKET-COUNT < 20
                 ADD 1 TO WS-BRACKET-COUNT
                 MOVE TPARM-AMOUNT
                   TO WS-BRACKET-FLOOR (WS-BRACKET-COUNT)
                 MOVE TPARM-RATE
                   TO WS-BRACKET-RATE (WS-BRACKET-COUNT)
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE HOURLY JOB CLASSES
       180-LOAD-JOBCLS-RTN.
           OPEN INPUT JOB-CLASS-REF
           PERFORM 185-JOBCLS-READ-RTN
             UNTIL WS-JCR-EOF-SW = 'Y'
           CLOSE JOB-CLASS-REF.
      *----------------------------------------------------------------
       185-JOBCLS-READ-RTN.
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
      *READ NEXT QUEUED RAISE
       200-READ-QUEUE-PARA.
           READ RETRO-QUEUE-FILE
             AT END
               MOVE 'Y' TO WS-QUEUE-EOF-SW
             NOT AT END
               ADD 1 TO WS-QUEUE-COUNT
           END-READ.
      *----------------------------------------------------------------
      *ONE QUEUED RAISE. THE EMPLOYEE MUST BE ON THE EXTRACT AND
      *SALARIED, AND THE QUEUE RECORD MUST CARRY A REAL RAISE;
      *OTHERWISE THE PERIODS PAID SINCE THE EFFECTIVE DATE ARE
      *WORKED OUT ONE BY ONE
       300-REQUEST-PARA.
           PERFORM 350-FIND-EMPLOYEE-RTN
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'N'
               MOVE 'EMPLOYEE NOT ON EXTRACT' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-HOURLY-SW = 'Y'
               MOVE 'HOURLY CLASS - NO SALARY RETRO' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN RTQ-OLD-SALARY NOT NUMERIC
               OR RTQ-NEW-SALARY NOT NUMERIC
               MOVE 'QUEUED SALARY NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN RTQ-NEW-SALARY NOT > RTQ-OLD-SALARY
               MOVE 'NEW SALARY IS NOT A RAISE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN RTQ-EFFECTIVE-DATE NOT NUMERIC
               OR RTQ-EFFECTIVE-DATE NOT < RTQ-CHANGE-DATE
               MOVE 'EFFECTIVE DATE NOT BACK-DATED' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-PAY-COUNT = 500
               MOVE 'RETRO TABLE FULL' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               PERFORM 400-RETRO-CALC-PARA
           END-EVALUATE
           PERFORM 200-READ-QUEUE-PARA.
      *----------------------------------------------------------------
      *FINDS THE REQUEST'S EMPLOYEE ON THE EXTRACT AND WHETHER THEIR
      *JOB CLASS IS PAID HOURLY
       350-FIND-EMPLOYEE-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-HOURLY-SW
           IF WS-EMP-COUNT > ZERO
             SET EMP-IDX TO 1
             SEARCH WS-EMP-ENTRY
               WHEN WS-EMP-NO (EMP-IDX) = RTQ-EMPLOYEE-NO
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
      *EACH PERIOD PAID IS MADE UP BY THE NEW RATE'S PERIOD GROSS LESS
      *THE OLD RATE'S, BOTH SPREAD OVER THE CLASS'S PAY PERIODS AND
      *ROUNDED THE WAY PAYREG ROUNDS THEM. WORKING FROM THE QUEUED
      *OLD RATE RATHER THAN THE GROSS ON THE HISTORY MEANS A SECOND
      *LATE RAISE OVER THE SAME PERIODS PAYS ONLY ITS OWN STEP
       400-RETRO-CALC-PARA.
           PERFORM 450-PERIOD-LOOKUP-RTN
           COMPUTE WS-OLD-PERIOD-GROSS ROUNDED =
             RTQ-OLD-SALARY / WS-PERIODS-USED
           COMPUTE WS-NEW-PERIOD-GROSS ROUNDED =
             RTQ-NEW-SALARY / WS-PERIODS-USED
           COMPUTE WS-PERIOD-DIFF =
             WS-NEW-PERIOD-GROSS - WS-OLD-PERIOD-GROSS
           MOVE RTQ-EMPLOYEE-NO            TO DL-REQ-EMPLOYEE-NO
           MOVE WS-EMP-NAME (WS-HOLD-SUB)  TO DL-REQ-EMPLOYEE-NAME
           MOVE RTQ-OLD-SALARY             TO DL-REQ-OLD-SALARY
           MOVE RTQ-NEW-SALARY             TO DL-REQ-NEW-SALARY
           MOVE RTQ-EFFECTIVE-DATE         TO DL-REQ-EFFECTIVE-DATE
           MOVE WS-PERIODS-USED            TO DL-REQ-PERIODS
           WRITE REGISTER-RPT-REC FROM DL-REQUEST-LINE
           MOVE ZERO TO WS-EMP-PERIOD-COUNT
                        WS-GROSS
           MOVE 'N'  TO WS-PHIST-EOF-SW
           OPEN INPUT PAY-HISTORY-IN
           PERFORM 420-HISTORY-READ-RTN
             UNTIL WS-PHIST-EOF-SW = 'Y'
           CLOSE PAY-HISTORY-IN
           IF WS-EMP-PERIOD-COUNT = ZERO
             MOVE 'NO PERIODS PAID SINCE EFF DATE' TO REJ-REASON
             PERFORM 650-REJECT-RTN
           ELSE
             PERFORM 500-NET-PAY-RTN
             ADD 1 TO WS-PAY-COUNT
             MOVE RTQ-EMPLOYEE-NO
               TO WS-PAY-EMPLOYEE-NO (WS-PAY-COUNT)
             MOVE WS-EMP-NAME (WS-HOLD-SUB)
               TO WS-PAY-NAME (WS-PAY-COUNT)
             MOVE WS-GROSS   TO WS-PAY-GROSS (WS-PAY-COUNT)
             MOVE WS-WITHHOLDING
               TO WS-PAY-WITHHOLD (WS-PAY-COUNT)
             MOVE WS-NET-PAY TO WS-PAY-NET (WS-PAY-COUNT)
             MOVE WS-EMP-PERIOD-COUNT TO DL-PAY-PERIODS
             MOVE WS-GROSS            TO DL-PAY-GROSS
             MOVE WS-WITHHOLDING      TO DL-PAY-WITHHOLD
             MOVE WS-NET-PAY          TO DL-PAY-NET-PAY
             WRITE REGISTER-RPT-REC FROM DL-PAYMENT-LINE
             ADD 1              TO WS-PAID-COUNT
             ADD WS-GROSS       TO WS-GROSS-TOTAL
             ADD WS-WITHHOLDING TO WS-WTH-TOTAL
             ADD WS-NET-PAY     TO WS-NET-TOTAL
           END-IF
           WRITE REGISTER-RPT-REC FROM BLANK-LINE.
      *----------------------------------------------------------------
      *ONE HISTORY RECORD. ONLY THE EMPLOYEE'S REGULAR PERIODS COUNT -
      *AN OFF-CYCLE PAYMENT (A FINAL PAY, AN ADJUSTMENT, AN EARLIER
      *RETRO LINE) WAS NEVER PAID AT THE PERIOD RATE. THE PERIODS
      *FROM THE CHANGE NIGHT ON WERE ALREADY PAID AT THE NEW RATE
       420-HISTORY-READ-RTN.
           READ PAY-HISTORY-IN
             AT END
               MOVE 'Y' TO WS-PHIST-EOF-SW
             NOT AT END
               IF  PHI-EMPLOYEE-NO = RTQ-EMPLOYEE-NO
               AND NOT PHI-OFF-CYCLE
               AND PHI-PERIOD-DATE NOT < RTQ-EFFECTIVE-DATE
               AND PHI-PERIOD-DATE < RTQ-CHANGE-DATE
                 MOVE PHI-PERIOD-DATE     TO DL-PRD-DATE
                 MOVE PHI-PERIOD-GROSS    TO DL-PRD-PAID-GROSS
                 MOVE WS-OLD-PERIOD-GROSS TO DL-PRD-OLD-GROSS
                 MOVE WS-NEW-PERIOD-GROSS TO DL-PRD-NEW-GROSS
                 MOVE WS-PERIOD-DIFF      TO DL-PRD-DIFFERENCE
                 WRITE REGISTER-RPT-REC FROM DL-PERIOD-LINE
                 ADD 1              TO WS-EMP-PERIOD-COUNT
                                       WS-PERIOD-COUNT
                 ADD WS-PERIOD-DIFF TO WS-GROSS
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *FINDS THE PAY PERIODS FOR THIS EMPLOYEE'S JOB CLASS IN THE
      *RULE TABLE, SEMI-MONTHLY WHEN THE CLASS HAS NO RULE OF ITS OWN
       450-PERIOD-LOOKUP-RTN.
           MOVE WS-DEFAULT-PERIODS TO WS-PERIODS-USED
           IF WS-RULE-COUNT > ZERO
             SET RULE-IDX TO 1
             SEARCH WS-RULE-ENTRY
               WHEN WS-RULE-JOB-CLASS (RULE-IDX)
                  = WS-EMP-JOB-CLASS (WS-HOLD-SUB)
                 MOVE WS-RULE-PERIODS (RULE-IDX) TO WS-PERIODS-USED
             END-SEARCH
           END-IF.
      *----------------------------------------------------------------
      *THE SAME BRACKETED WITHHOLDING PAYREG TAKES, ON THE RETRO GROSS
      *ALONE. THE EXEMPTION AND FLAT DEDUCTION WERE ALREADY TAKEN IN
      *THE PERIODS BEING MADE UP, SO - AS FOR AN OFFPAY ADJUSTMENT -
      *NEITHER IS TAKEN AGAIN
       500-NET-PAY-RTN.
           MOVE ZERO TO WS-BRACKET-RATE-USED
           PERFORM 560-BRACKET-CHECK-RTN
             VARYING WS-BRACKET-SUB FROM 1 BY 1
             UNTIL WS-BRACKET-SUB > WS-BRACKET-COUNT
           COMPUTE WS-WITHHOLDING ROUNDED =
             WS-GROSS * WS-BRACKET-RATE-USED
           IF WS-WITHHOLDING > WS-GROSS
             MOVE WS-GROSS TO WS-WITHHOLDING
           END-IF
           COMPUTE WS-NET-PAY = WS-GROSS - WS-WITHHOLDING.
      *----------------------------------------------------------------
      *BRACKETS ARE KEPT IN ASCENDING FLOOR ORDER, SO THE LAST FLOOR
      *THE RETRO GROSS REACHES WINS
       560-BRACKET-CHECK-RTN.
           IF WS-GROSS >= WS-BRACKET-FLOOR (WS-BRACKET-SUB)
             MOVE WS-BRACKET-RATE (WS-BRACKET-SUB)
               TO WS-BRACKET-RATE-USED
           END-IF.
      *----------------------------------------------------------------
      *PAYS ONE WORKED-OUT RETRO PAYMENT - ITS OWN EARNINGS LINE ON
      *THE PAYROLL HISTORY, MARKED OFF-CYCLE SO NO REGULAR RERUN
      *CHECK MISTAKES IT FOR A PERIOD, AND ITS NET QUEUED FOR THE
      *NEXT DIRECT-DEPOSIT FILE. AN EMPLOYEE WITH NO PROVEN ACCOUNT
      *FALLS TO DDEPEXT'S CHECK-PRINT LIST THERE. THE WHOLE RETRO
      *GROSS IS TAXABLE, AND THE WITHHOLDING IS ITS ONLY DEDUCTION
       600-PAY-RTN.
           MOVE SPACES                       TO PAY-HISTORY-REC
           MOVE WS-PAY-EMPLOYEE-NO (WS-PAY-SUB) TO PH-EMPLOYEE-NO
           MOVE WS-RUN-DATE                  TO PH-PERIOD-DATE
           MOVE WS-PAY-GROSS (WS-PAY-SUB)    TO PH-PERIOD-GROSS
           MOVE ZERO                         TO PH-ALLOWANCE
           MOVE WS-PAY-GROSS (WS-PAY-SUB)    TO PH-PERIOD-PAY
           MOVE 'O'                          TO PH-RUN-TYPE
           MOVE 'RET'                        TO PH-EARN-CODE
           MOVE WS-PAY-GROSS (WS-PAY-SUB)    TO PH-TAXABLE-GROSS
           MOVE WS-PAY-WITHHOLD (WS-PAY-SUB) TO PH-WITHHOLDING
           MOVE ZERO                         TO PH-OTHER-DEDUCT
           MOVE WS-PAY-WITHHOLD (WS-PAY-SUB) TO PH-TOTAL-DEDUCT
           WRITE PAY-HISTORY-REC
           MOVE SPACES                       TO OFF-CYCLE-NET-REC
           MOVE WS-PAY-EMPLOYEE-NO (WS-PAY-SUB) TO ONET-EMPLOYEE-NO
           MOVE WS-PAY-NAME (WS-PAY-SUB)     TO ONET-EMPLOYEE-NAME
           MOVE WS-PAY-NET (WS-PAY-SUB)      TO ONET-NET-PAY
           WRITE OFF-CYCLE-NET-REC
           ADD 1                         TO WS-DEPOSIT-COUNT
           ADD WS-PAY-NET (WS-PAY-SUB)   TO WS-DEPOSIT-TOTAL.
      *----------------------------------------------------------------
      *WRITES THE FAILED REQUEST AND ITS REASON TO THE REGISTER
       650-REJECT-RTN.
           MOVE RTQ-EMPLOYEE-NO TO REJ-EMPLOYEE-NO
           WRITE REGISTER-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *PRINTS THE REGISTER'S TOTALS
       800-TOTALS-RTN.
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'RETRO REQUESTS READ. . . . . :' TO DL-CNT-LABEL
           MOVE WS-QUEUE-COUNT                   TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'REQUESTS REJECTED. . . . . . :' TO DL-CNT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'PERIODS MADE UP. . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-PERIOD-COUNT                  TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'RETRO PAYMENTS - GROSS . . . :' TO DL-TOT-LABEL
           MOVE WS-PAID-COUNT                    TO DL-TOT-COUNT
           MOVE WS-GROSS-TOTAL                   TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  LESS WITHHOLDING . . . . . :' TO DL-TOT-LABEL
           MOVE WS-WTH-TOTAL                     TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'NET PAID . . . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-NET-TOTAL                     TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE '  QUEUED FOR DEPOSIT . . . . :' TO DL-TOT-LABEL
           MOVE WS-DEPOSIT-COUNT                 TO DL-TOT-COUNT
           MOVE WS-DEPOSIT-TOTAL                 TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE.
      *----------------------------------------------------------------
      *PROVES THE REGISTER THREE WAYS - EVERY QUEUED REQUEST WAS PAID
      *OR REJECTED, GROSS LESS WITHHOLDING IS THE NET, AND THE NET IS
      *EXACTLY WHAT WAS QUEUED FOR DEPOSIT. AN OUT-OF-BALANCE
      *REGISTER ENDS WITH A NON-ZERO CONDITION CODE SO THE QUEUE IS
      *KEPT FOR REVIEW
       850-BALANCE-RTN.
           COMPUTE WS-PROOF-COUNT = WS-PAID-COUNT + WS-REJECT-COUNT
           IF WS-PROOF-COUNT NOT = WS-QUEUE-COUNT
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           COMPUTE WS-PROOF-TOTAL = WS-GROSS-TOTAL - WS-WTH-TOTAL
           IF WS-PROOF-TOTAL NOT = WS-NET-TOTAL
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           IF WS-DEPOSIT-TOTAL NOT = WS-NET-TOTAL
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
