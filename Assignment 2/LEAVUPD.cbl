      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO KEEP EVERY EMPLOYEE'S VACATION AND SICK LEAVE
      *         BALANCE (LEAVEBAL.DAT, ONE RECORD PER EMPLOYEE KEYED
      *         BY EMPLOYEE NUMBER). EACH REGULAR PAY PERIOD ON THE
      *         PERMANENT PAYROLL HISTORY NOT YET ACCRUED EARNS THE
      *         EMPLOYEE'S PER-PERIOD SHARE OF THE ANNUAL HOURS FOR
      *         THEIR LENGTH-OF-SERVICE TIER - THE SAME COMPLETED-
      *         YEARS IDEA ASSIGN2 PAYS ITS BONUS TIERS BY - UP TO
      *         THE TIER'S MAXIMUM CARRYOVER. THE KEYED LEAVE-TAKEN
      *         CARDS (LEAVTRN.DAT) ARE THEN EDITED AGAINST THE
      *         BALANCE AVAILABLE AND POSTED, AN OPENING-BALANCE
      *         CARD SETTING AN EMPLOYEE'S HOURS OUTRIGHT WHEN THEIR
      *         BALANCE IS FIRST TAKEN ON. THE RUN PRINTS A LEAVE
      *         REGISTER AND PROVES IT - OPENING PLUS ACCRUED LESS
      *         TAKEN PLUS THE OPENING-BALANCE ADJUSTMENTS EQUAL TO
      *         THE CLOSING HOURS, AND EVERY CARD POSTED OR REJECTED.
      *         THE JOB STREAM ONLY COPIES THE NEW FILE OVER THE
      *         LIVE ONE ON A CLEAN RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVUPD.
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
      *THE LIVE LEAVE BALANCES. OPTIONAL SO THE VERY FIRST RUN
      *STARTS FROM AN EMPTY FILE
           SELECT OPTIONAL LEAVE-BAL-FILE
             ASSIGN TO 'LEAVEBAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SORTED A1 EXTRACT - NAME, JOB CLASS, HIRE DATE, AND
      *STATUS OF EVERY EMPLOYEE
           SELECT EXTRACT-IN
             ASSIGN TO 'A1SORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PAY PERIODS PER YEAR OF EACH JOB CLASS, AS PAYREG USES
      *THEM - THE ANNUAL HOURS ARE SPREAD OVER THE SAME COUNT
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'PAYREG.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE LENGTH-OF-SERVICE ACCRUAL TIERS. OPTIONAL - WITHOUT IT
      *THE SHOP'S STANDARD LEAVE POLICY IS USED
           SELECT OPTIONAL LEAVE-PARM-FILE
             ASSIGN TO 'LEAVE.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PERIOD DATE PAYREG RAN UNDER, FROM THE SAME DATE CARD
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PERMANENT PAYROLL HISTORY - EVERY REGULAR PERIOD PAID IS
      *A PERIOD OF LEAVE EARNED
           SELECT OPTIONAL PAY-HISTORY-IN
             ASSIGN TO 'PAYHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED LEAVE CARDS. OPTIONAL - MOST NIGHTS THERE ARE NONE
           SELECT OPTIONAL LEAVE-TRANS-FILE
             ASSIGN TO 'LEAVTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-LEAVE-BAL-FILE
             ASSIGN TO 'LEAVNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT-FILE
             ASSIGN TO 'LEAVREG.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-BAL-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY LEAVEBAL.

       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-JOB-CLASS         PIC X(2).
           05  PARM-PERIODS           PIC 9(2).

      *EACH LEAVE-PARM-FILE RECORD CARRIES ONE LENGTH-OF-SERVICE
      *ACCRUAL TIER - THE YEARS OF SERVICE IT STARTS AT, THE ANNUAL
      *VACATION AND SICK HOURS EARNED, AND THE MOST OF EACH THAT MAY
      *BE CARRIED. UP TO 4 TIER RECORDS ARE READ, ONE PER TABLE
      *ENTRY, IN ASCENDING YEARS, OVERRIDING THE WS-LEAVE-TIER-TABLE
      *DEFAULTS SET IN 152-DEFAULT-TIER-TABLE-RTN
       FD  LEAVE-PARM-FILE.
       01  LEAVE-PARM-REC.
           05  LPRM-TIER-YEARS        PIC 9(2).
           05  LPRM-VAC-HOURS         PIC 9(3)V99.
           05  LPRM-SICK-HOURS        PIC 9(3)V99.
           05  LPRM-VAC-MAX           PIC 9(4)V99.
           05  LPRM-SICK-MAX          PIC 9(4)V99.

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC              PIC X(8).

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

      *ONE LEAVE CARD, KEYED BY EMPLOYEE NUMBER. 'T' POSTS HOURS
      *TAKEN ON THE LEAVE DATE; 'O' SETS THE EMPLOYEE'S OPENING
      *BALANCE OF THAT LEAVE TYPE ('V' VACATION, 'S' SICK) OUTRIGHT
      *FROM THE OFFICE'S OWN RECORDS
       FD  LEAVE-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAVE-TRANS-REC.
           05  LTR-TRANS-CODE         PIC X(1).
               88  LTR-TAKEN          VALUE 'T'.
               88  LTR-OPENING        VALUE 'O'.
           05  LTR-EMPLOYEE-NO        PIC X(5).
           05  LTR-LEAVE-TYPE         PIC X(1).
               88  LTR-VACATION       VALUE 'V'.
               88  LTR-SICK           VALUE 'S'.
           05  LTR-HOURS              PIC 9(4)V99.
           05  LTR-LEAVE-DATE         PIC X(8).
           05                         PIC X(59).

       FD  NEW-LEAVE-BAL-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY LEAVEBAL REPLACING ==LEAVE-BALANCE-REC==
                                    BY ==NEW-LEAVE-BALANCE-REC==,
                                  ==LVB-EMPLOYEE-NO==
                                    BY ==NLVB-EMPLOYEE-NO==,
                                  ==LVB-VAC-BALANCE==
                                    BY ==NLVB-VAC-BALANCE==,
                                  ==LVB-SICK-BALANCE==
                                    BY ==NLVB-SICK-BALANCE==,
                                  ==LVB-LAST-ACCRUAL==
                                    BY ==NLVB-LAST-ACCRUAL==.

       FD  REGISTER-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-RPT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-LVB-EOF-SW           PIC X        VALUE 'N'.
           05  WS-EXT-EOF-SW           PIC X        VALUE 'N'.
           05  WS-PARM-EOF-SW          PIC X        VALUE 'N'.
           05  WS-LPRM-EOF-SW          PIC X        VALUE 'N'.
           05  WS-PHIST-EOF-SW         PIC X        VALUE 'N'.
           05  WS-TRANS-EOF-SW         PIC X        VALUE 'N'.
           05  WS-FOUND-SW             PIC X        VALUE 'N'.
           05  WS-DUE-SW               PIC X        VALUE 'N'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-SEARCH-EMP-NO        PIC X(5)     VALUE SPACES.
           05  WS-T-DATE.
               10  WS-IN-YR            PIC 9(4).
               10  WS-IN-MO            PIC 9(2).
               10  WS-IN-DAY           PIC 9(2).
           05  WS-RUN-MMDD.
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-HIRE-MMDD.
               10  WS-HIRE-MM          PIC 9(2).
               10  WS-HIRE-DD          PIC 9(2).
           05  WS-ANNIV-YEAR           PIC 9(4)     VALUE ZERO.
           05  WS-SERVICE-YEARS        PIC 9(4)     VALUE ZERO.
           05  WS-HOLD-SUB             PIC 9(4)     VALUE ZERO.
           05  WS-SUB                  PIC 9(4)     VALUE ZERO.
           05  WS-TIER-USED            PIC 9        VALUE ZERO.
           05  WS-PERIODS-USED         PIC 9(2)     VALUE ZERO.
           05  WS-VAC-EARNED           PIC 9(4)V99  VALUE ZERO.
           05  WS-SICK-EARNED          PIC 9(4)V99  VALUE ZERO.
           05  WS-OLD-HOURS            PIC 9(4)V99  VALUE ZERO.
           05  WS-NEW-HOURS            PIC 9(4)V99  VALUE ZERO.
           05  WS-TRANS-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-POSTED-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-NEW-EMP-COUNT        PIC 9(5)     VALUE ZERO.
           05  WS-PERIOD-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-CAPPED-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-PROOF-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-BALANCE-SW           PIC X        VALUE 'Y'.
      *THE REGISTER'S PROOF TOTALS, IN HOURS, KEPT FOR EACH LEAVE
      *TYPE - VACATION FIRST, THEN SICK
       01  WS-HOURS-TOTALS.
           05  WS-HOURS-TOTAL OCCURS 2 TIMES.
               10  WS-OPEN-TOTAL       PIC 9(7)V99  VALUE ZERO.
               10  WS-ACCRUED-TOTAL    PIC 9(7)V99  VALUE ZERO.
               10  WS-TAKEN-TOTAL      PIC 9(7)V99  VALUE ZERO.
               10  WS-ADJ-UP-TOTAL     PIC 9(7)V99  VALUE ZERO.
               10  WS-ADJ-DOWN-TOTAL   PIC 9(7)V99  VALUE ZERO.
               10  WS-CLOSE-TOTAL      PIC 9(7)V99  VALUE ZERO.
               10  WS-PROOF-TOTAL      PIC 9(7)V99  VALUE ZERO.
       01  WS-TYPE-SUB                 PIC 9        VALUE ZERO.
       01  WS-CONSTANTS.
           05  WS-DEFAULT-PERIODS      PIC 9(2)     VALUE 24.
      *LENGTH-OF-SERVICE ACCRUAL TABLE. DEFAULTED BY
      *152-DEFAULT-TIER-TABLE-RTN, OPTIONALLY OVERRIDDEN ONE TIER
      *PER LEAVE-PARM-FILE RECORD BY 155-LEAVE-PARM-READ-RTN
       01  WS-LEAVE-TIER-TABLE.
           05  WS-LEAVE-TIER OCCURS 4 TIMES INDEXED BY WS-TIER-IDX.
               10  WS-TIER-YEARS       PIC 9(2).
               10  WS-TIER-VAC-HOURS   PIC 9(3)V99.
               10  WS-TIER-SICK-HOURS  PIC 9(3)V99.
               10  WS-TIER-VAC-MAX     PIC 9(4)V99.
               10  WS-TIER-SICK-MAX    PIC 9(4)V99.
      *JOB-CLASS PAY-PERIOD RULES, ONE PER PAYREG.PRM CARD
       01  WS-RULE-COUNT               PIC 9(3) COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY
               OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-RULE-COUNT
               INDEXED BY RULE-IDX.
               10  WS-RULE-JOB-CLASS   PIC X(2).
               10  WS-RULE-PERIODS     PIC 9(2).
      *THE LIVE LEAVE BALANCES, HELD IN A TABLE WHILE THE PERIODS
      *ACCRUE AND THE CARDS POST. THE EXTRACT FILLS IN EACH
      *EMPLOYEE'S NAME, STATUS, TIER, AND PAY PERIODS, AND ADDS A
      *ZERO BALANCE FOR AN ACTIVE EMPLOYEE NOT YET ON FILE. STATUS
      *IS 'A' ACTIVE, 'T' TERMINATED, SPACE NO LONGER ON THE
      *EXTRACT - ONLY AN ACTIVE EMPLOYEE ACCRUES
       01  WS-LEAVE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-LEAVE-TABLE.
           05  WS-LEAVE-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-LEAVE-COUNT
               INDEXED BY LV-IDX.
               10  WS-LV-EMP-NO        PIC X(5).
               10  WS-LV-NAME          PIC X(20).
               10  WS-LV-VAC           PIC 9(4)V99.
               10  WS-LV-SICK          PIC 9(4)V99.
               10  WS-LV-LAST          PIC X(8).
               10  WS-LV-NEW-SW        PIC X.
               10  WS-LV-STATUS        PIC X.
               10  WS-LV-TERM-DATE     PIC X(8).
               10  WS-LV-SVC-YEARS     PIC 9(4).
               10  WS-LV-TIER          PIC 9.
               10  WS-LV-PERIODS       PIC 9(2).
               10  WS-LV-PRD-COUNT     PIC 9(3).
               10  WS-LV-VAC-ACCRUED   PIC 9(4)V99.
               10  WS-LV-SICK-ACCRUED  PIC 9(4)V99.
               10  WS-LV-CAP-SW        PIC X.
       01  BLANK-LINE                  PIC X(132)   VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(50)    VALUE SPACES.
           05                          PIC X(22)
               VALUE 'LEAVE ACCRUAL REGISTER'.
           05                          PIC X(12)    VALUE SPACES.
           05                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(30)    VALUE SPACES.
       01  HL-ACCRUAL-HEADING.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(22)
               VALUE 'EMPLOYEE NAME         '.
           05                          PIC X(10)
               VALUE 'SVC YRS   '.
           05                          PIC X(9)
               VALUE 'PERIODS  '.
           05                          PIC X(12)
               VALUE ' VAC EARNED '.
           05                          PIC X(12)
               VALUE 'SICK EARNED '.
           05                          PIC X(12)
               VALUE 'VAC BALANCE '.
           05                          PIC X(12)
               VALUE 'SICK BALANCE'.
           05                          PIC X(36)    VALUE SPACES.
       01  HL-TRANS-HEADING.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(10)
               VALUE 'CARD      '.
           05                          PIC X(10)
               VALUE 'LEAVE     '.
           05                          PIC X(10)
               VALUE 'DATE      '.
           05                          PIC X(10)
               VALUE '    HOURS '.
           05                          PIC X(12)
               VALUE '   OLD HOURS'.
           05                          PIC X(12)
               VALUE '   NEW HOURS'.
           05                          PIC X(61)    VALUE SPACES.
      *ONE LINE PER EMPLOYEE WHO ACCRUED THIS RUN
       01  DL-ACCRUAL-LINE.
           05  DL-ACC-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-ACC-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-ACC-SVC-YEARS        PIC Z9.
           05                          PIC X(8)     VALUE SPACES.
           05  DL-ACC-PERIODS          PIC ZZ9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-ACC-VAC-EARNED       PIC Z,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-ACC-SICK-EARNED      PIC Z,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-ACC-VAC-BALANCE      PIC Z,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-ACC-SICK-BALANCE     PIC Z,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-ACC-NOTE             PIC X(20).
           05                          PIC X(19)    VALUE SPACES.
      *ONE LINE PER LEAVE CARD POSTED
       01  DL-TRANS-LINE.
           05  DL-TRN-EMPLOYEE-NO      PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-TRN-CARD             PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-TRN-LEAVE            PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-TRN-DATE             PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-TRN-HOURS            PIC Z,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-TRN-OLD-HOURS        PIC Z,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-TRN-NEW-HOURS        PIC Z,ZZ9.99.
           05                          PIC X(63)    VALUE SPACES.
       01  DL-REJECT-LINE.
           05  REJ-EMPLOYEE-NO         PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  REJ-CARD                PIC X(1).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(11)    VALUE 'REJECTED - '.
           05  REJ-REASON              PIC X(30).
           05                          PIC X(81)    VALUE SPACES.
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-COUNT            PIC ZZZZ9.
           05                          PIC X(97)    VALUE SPACES.
       01  DL-HOURS-HEADING.
           05                          PIC X(30)    VALUE SPACES.
           05                          PIC X(16)
               VALUE '        VACATION'.
           05                          PIC X(16)
               VALUE '            SICK'.
           05                          PIC X(70)    VALUE SPACES.
       01  DL-HOURS-LINE.
           05  DL-HRS-LABEL            PIC X(30).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-HRS-VACATION         PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-HRS-SICK             PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(70)    VALUE SPACES.
       01  DL-BALANCE-LINE.
           05  DL-BAL-LABEL            PIC X(40).
           05                          PIC X(92)    VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE TIERS, PAY-PERIOD RULES, BALANCES, AND EXTRACT,
      *ACCRUES THE PERIODS PAID SINCE EACH EMPLOYEE'S LAST ACCRUAL,
      *POSTS THE LEAVE CARDS, WRITES THE NEW BALANCE FILE THE JOB
      *STREAM COPIES BACK, AND PROVES THE REGISTER
       100-MAIN-PARA.
           PERFORM 140-DATE-ACCEPT-RTN
           PERFORM 150-LOAD-TIERS-RTN
           PERFORM 160-LOAD-PARM-RTN
           PERFORM 170-LOAD-BALANCES-RTN
           PERFORM 180-LOAD-EXTRACT-RTN
           OPEN OUTPUT REGISTER-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE REGISTER-RPT-REC FROM HL-HEADING1
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM HL-ACCRUAL-HEADING
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           OPEN INPUT PAY-HISTORY-IN
           PERFORM 200-READ-HISTORY-PARA
           PERFORM 300-ACCRUE-PARA UNTIL WS-PHIST-EOF-SW = 'Y'
           CLOSE PAY-HISTORY-IN
           PERFORM 400-ACCRUAL-LINE-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-LEAVE-COUNT
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM HL-TRANS-HEADING
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           OPEN INPUT LEAVE-TRANS-FILE
           PERFORM 450-READ-TRANS-PARA
           PERFORM 500-TRANS-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           CLOSE LEAVE-TRANS-FILE
           PERFORM 750-WRITE-OUTPUT-RTN
           PERFORM 800-TOTALS-RTN
           PERFORM 850-BALANCE-RTN
           DISPLAY 'LEAVE PERIODS ACCRUED . . . . : ' WS-PERIOD-COUNT
           DISPLAY 'LEAVE CARDS POSTED. . . . . . : ' WS-POSTED-COUNT
           DISPLAY 'LEAVE CARDS REJECTED. . . . . : ' WS-REJECT-COUNT
           CLOSE REGISTER-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *GETS THE PERIOD DATE FROM THE DATE CARD DATECRD WROTE,
      *FALLING BACK TO THE CONSOLE FOR AN AD HOC MANUAL RUN
       140-DATE-ACCEPT-RTN.
           OPEN INPUT DATE-CARD-FILE
           READ DATE-CARD-FILE
             AT END
               DISPLAY "PLEASE ENTER TODAY'S DATE (YYYYMMDD): "
               ACCEPT WS-RUN-DATE
             NOT AT END
               MOVE DATE-CARD-REC TO WS-RUN-DATE
           END-READ
           CLOSE DATE-CARD-FILE
           MOVE WS-RUN-DATE TO WS-T-DATE
           MOVE WS-IN-MO    TO WS-RUN-MM
           MOVE WS-IN-DAY   TO WS-RUN-DD.
      *----------------------------------------------------------------
      *LOADS THE ACCRUAL TIER TABLE, ONE TIER PER PARAMETER CARD
      *SUPPLIED, OTHERWISE THE 152-DEFAULT-TIER-TABLE-RTN VALUES
       150-LOAD-TIERS-RTN.
           PERFORM 152-DEFAULT-TIER-TABLE-RTN
           OPEN INPUT LEAVE-PARM-FILE
           PERFORM 155-LEAVE-PARM-READ-RTN
             VARYING WS-TIER-IDX FROM 1 BY 1
             UNTIL WS-TIER-IDX > 4
             OR    WS-LPRM-EOF-SW = 'Y'
           CLOSE LEAVE-PARM-FILE.
      *----------------------------------------------------------------
      *THE SHOP'S STANDARD LEAVE POLICY: TWO WEEKS' VACATION A YEAR
      *FROM HIRE, THREE AT 5 YEARS, FOUR AT 10, FIVE AT 20, EACH
      *CAPPED AT ONE AND A HALF YEARS' EARNINGS; SIX DAYS' SICK
      *LEAVE A YEAR AT EVERY TIER, CAPPED AT 240 HOURS
       152-DEFAULT-TIER-TABLE-RTN.
           MOVE 0   TO WS-TIER-YEARS      (1)
           MOVE 80  TO WS-TIER-VAC-HOURS  (1)
           MOVE 48  TO WS-TIER-SICK-HOURS (1)
           MOVE 120 TO WS-TIER-VAC-MAX    (1)
           MOVE 240 TO WS-TIER-SICK-MAX   (1)
           MOVE 5   TO WS-TIER-YEARS      (2)
           MOVE 120 TO WS-TIER-VAC-HOURS  (2)
           MOVE 48  TO WS-TIER-SICK-HOURS (2)
           MOVE 180 TO WS-TIER-VAC-MAX    (2)
           MOVE 240 TO WS-TIER-SICK-MAX   (2)
           MOVE 10  TO WS-TIER-YEARS      (3)
           MOVE 160 TO WS-TIER-VAC-HOURS  (3)
           MOVE 48  TO WS-TIER-SICK-HOURS (3)
           MOVE 240 TO WS-TIER-VAC-MAX    (3)
           MOVE 240 TO WS-TIER-SICK-MAX   (3)
           MOVE 20  TO WS-TIER-YEARS      (4)
           MOVE 200 TO WS-TIER-VAC-HOURS  (4)
           MOVE 48  TO WS-TIER-SICK-HOURS (4)
           MOVE 300 TO WS-TIER-VAC-MAX    (4)
           MOVE 240 TO WS-TIER-SICK-MAX   (4).
      *----------------------------------------------------------------
      *ONE LEAVE-PARM-FILE RECORD OVERRIDES ONE TIER, IN THE SAME
      *ORDER THE TABLE IS DEFAULTED IN. A CARD WITHOUT USABLE
      *NUMBERS IS DROPPED AND THAT TIER KEEPS ITS DEFAULT
       155-LEAVE-PARM-READ-RTN.
           READ LEAVE-PARM-FILE
             AT END
               MOVE 'Y' TO WS-LPRM-EOF-SW
             NOT AT END
               IF  LPRM-TIER-YEARS NUMERIC
               AND LPRM-VAC-HOURS  NUMERIC
               AND LPRM-SICK-HOURS NUMERIC
               AND LPRM-VAC-MAX    NUMERIC
               AND LPRM-SICK-MAX   NUMERIC
                 MOVE LPRM-TIER-YEARS TO WS-TIER-YEARS (WS-TIER-IDX)
                 MOVE LPRM-VAC-HOURS
                   TO WS-TIER-VAC-HOURS (WS-TIER-IDX)
                 MOVE LPRM-SICK-HOURS
                   TO WS-TIER-SICK-HOURS (WS-TIER-IDX)
                 MOVE LPRM-VAC-MAX  TO WS-TIER-VAC-MAX (WS-TIER-IDX)
                 MOVE LPRM-SICK-MAX TO WS-TIER-SICK-MAX (WS-TIER-IDX)
               ELSE
                 DISPLAY 'LEAVE TIER PARM CARD IGNORED FOR '
                   LPRM-TIER-YEARS ' YEARS'
               END-IF
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
      *LOADS THE LIVE LEAVE BALANCES INTO THEIR TABLE. THE OPENING
      *HOURS ARE TOTALLED AS THEY LOAD FOR THE REGISTER'S PROOF
       170-LOAD-BALANCES-RTN.
           OPEN INPUT LEAVE-BAL-FILE
           PERFORM 175-BALANCE-READ-RTN
             UNTIL WS-LVB-EOF-SW = 'Y'
             OR    WS-LEAVE-COUNT = 9999
           CLOSE LEAVE-BAL-FILE.
      *----------------------------------------------------------------
       175-BALANCE-READ-RTN.
           READ LEAVE-BAL-FILE
             AT END
               MOVE 'Y' TO WS-LVB-EOF-SW
             NOT AT END
               ADD 1 TO WS-LEAVE-COUNT
               MOVE WS-LEAVE-COUNT TO WS-HOLD-SUB
               PERFORM 190-CLEAR-ENTRY-RTN
               MOVE LVB-EMPLOYEE-NO  TO WS-LV-EMP-NO (WS-HOLD-SUB)
               MOVE LVB-VAC-BALANCE  TO WS-LV-VAC (WS-HOLD-SUB)
               MOVE LVB-SICK-BALANCE TO WS-LV-SICK (WS-HOLD-SUB)
               MOVE LVB-LAST-ACCRUAL TO WS-LV-LAST (WS-HOLD-SUB)
               ADD LVB-VAC-BALANCE   TO WS-OPEN-TOTAL (1)
               ADD LVB-SICK-BALANCE  TO WS-OPEN-TOTAL (2)
           END-READ.
      *----------------------------------------------------------------
      *MATCHES THE EXTRACT TO THE BALANCES
       180-LOAD-EXTRACT-RTN.
           OPEN INPUT EXTRACT-IN
           PERFORM 185-EXTRACT-READ-RTN
             UNTIL WS-EXT-EOF-SW = 'Y'
           CLOSE EXTRACT-IN.
      *----------------------------------------------------------------
      *ONE EXTRACT EMPLOYEE. AN ACTIVE EMPLOYEE WITHOUT A BALANCE
      *YET IS GIVEN A ZERO ONE THAT STARTS ACCRUING WITH TONIGHT'S
      *PERIOD - ANY HOURS THEY HAD BEFORE COME IN ON AN OPENING-
      *BALANCE CARD
       185-EXTRACT-READ-RTN.
           READ EXTRACT-IN
             AT END
               MOVE 'Y' TO WS-EXT-EOF-SW
             NOT AT END
               MOVE EXT-EMPLOYEE-NO TO WS-SEARCH-EMP-NO
               PERFORM 550-FIND-BALANCE-RTN
               IF  WS-FOUND-SW = 'N'
               AND NOT EXT-TERMINATED
               AND WS-LEAVE-COUNT < 9999
                 ADD 1 TO WS-LEAVE-COUNT
                 MOVE WS-LEAVE-COUNT TO WS-HOLD-SUB
                 PERFORM 190-CLEAR-ENTRY-RTN
                 MOVE EXT-EMPLOYEE-NO TO WS-LV-EMP-NO (WS-HOLD-SUB)
                 MOVE 'Y'             TO WS-LV-NEW-SW (WS-HOLD-SUB)
                 ADD 1 TO WS-NEW-EMP-COUNT
                 MOVE 'Y' TO WS-FOUND-SW
               END-IF
               IF WS-FOUND-SW = 'Y'
                 PERFORM 195-EMPLOYEE-DETAIL-RTN
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *SETS A NEW TABLE ENTRY TO AN EMPTY BALANCE NOT ON THE EXTRACT
       190-CLEAR-ENTRY-RTN.
           MOVE SPACES TO WS-LV-NAME (WS-HOLD-SUB)
                          WS-LV-LAST (WS-HOLD-SUB)
                          WS-LV-STATUS (WS-HOLD-SUB)
                          WS-LV-TERM-DATE (WS-HOLD-SUB)
           MOVE 'N'    TO WS-LV-NEW-SW (WS-HOLD-SUB)
                          WS-LV-CAP-SW (WS-HOLD-SUB)
           MOVE ZERO   TO WS-LV-VAC (WS-HOLD-SUB)
                          WS-LV-SICK (WS-HOLD-SUB)
                          WS-LV-SVC-YEARS (WS-HOLD-SUB)
                          WS-LV-PERIODS (WS-HOLD-SUB)
                          WS-LV-PRD-COUNT (WS-HOLD-SUB)
                          WS-LV-VAC-ACCRUED (WS-HOLD-SUB)
                          WS-LV-SICK-ACCRUED (WS-HOLD-SUB)
           MOVE 1      TO WS-LV-TIER (WS-HOLD-SUB).
      *----------------------------------------------------------------
      *FILLS IN THE EMPLOYEE'S NAME AND STATUS, THEIR COMPLETED
      *YEARS OF SERVICE AS SRVMILE COUNTS THEM (THE LAST ANNIVERSARY
      *REACHED ON OR BEFORE THE RUN DATE), THE TIER THOSE YEARS
      *EARN, AND THEIR JOB CLASS'S PAY PERIODS
       195-EMPLOYEE-DETAIL-RTN.
           MOVE EXT-EMPLOYEE-NAME TO WS-LV-NAME (WS-HOLD-SUB)
           IF EXT-TERMINATED
             MOVE 'T'           TO WS-LV-STATUS (WS-HOLD-SUB)
             MOVE EXT-TERM-DATE TO WS-LV-TERM-DATE (WS-HOLD-SUB)
           ELSE
             MOVE 'A'           TO WS-LV-STATUS (WS-HOLD-SUB)
           END-IF
           MOVE ZERO TO WS-SERVICE-YEARS
           IF EXT-DATE-HIRED NUMERIC
             MOVE EXT-MONTH-HIRED TO WS-HIRE-MM
             MOVE EXT-DAY-HIRED   TO WS-HIRE-DD
             IF WS-HIRE-MMDD > WS-RUN-MMDD
               MOVE WS-IN-YR TO WS-ANNIV-YEAR
             ELSE
               COMPUTE WS-ANNIV-YEAR = WS-IN-YR + 1
             END-IF
             IF EXT-YEAR-HIRED < WS-ANNIV-YEAR
               COMPUTE WS-SERVICE-YEARS =
                 WS-ANNIV-YEAR - EXT-YEAR-HIRED - 1
             END-IF
           END-IF
           MOVE WS-SERVICE-YEARS TO WS-LV-SVC-YEARS (WS-HOLD-SUB)
           MOVE 1 TO WS-TIER-USED
           PERFORM 197-TIER-CHECK-RTN
             VARYING WS-TIER-IDX FROM 1 BY 1
             UNTIL WS-TIER-IDX > 4
           MOVE WS-TIER-USED TO WS-LV-TIER (WS-HOLD-SUB)
           MOVE WS-DEFAULT-PERIODS TO WS-PERIODS-USED
           IF WS-RULE-COUNT > ZERO
             SET RULE-IDX TO 1
             SEARCH WS-RULE-ENTRY
               WHEN WS-RULE-JOB-CLASS (RULE-IDX) = EXT-JOB-CLASS-CODE
                 MOVE WS-RULE-PERIODS (RULE-IDX) TO WS-PERIODS-USED
             END-SEARCH
           END-IF
           MOVE WS-PERIODS-USED TO WS-LV-PERIODS (WS-HOLD-SUB).
      *----------------------------------------------------------------
      *TIERS ARE KEPT IN ASCENDING YEARS, SO THE LAST TIER THE
      *EMPLOYEE'S SERVICE REACHES WINS
       197-TIER-CHECK-RTN.
           IF WS-SERVICE-YEARS >= WS-TIER-YEARS (WS-TIER-IDX)
             SET WS-TIER-USED TO WS-TIER-IDX
           END-IF.
      *----------------------------------------------------------------
      *READ NEXT PAYROLL HISTORY RECORD
       200-READ-HISTORY-PARA.
           READ PAY-HISTORY-IN
             AT END
               MOVE 'Y' TO WS-PHIST-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ONE HISTORY RECORD. ONLY A REGULAR PERIOD EARNS LEAVE - AN
      *OFF-CYCLE PAYMENT IS NOT A PERIOD WORKED. THE HISTORY IS IN
      *DATE ORDER, SO ONCE A PERIOD DATE HAS ACCRUED ANY FURTHER
      *RECORD FOR THE SAME DATE (AN HOURLY EMPLOYEE'S OVERTIME LINE)
      *IS PASSED OVER
       300-ACCRUE-PARA.
           IF  NOT PHI-OFF-CYCLE
           AND PHI-PERIOD-DATE NOT > WS-RUN-DATE
             MOVE PHI-EMPLOYEE-NO TO WS-SEARCH-EMP-NO
             PERFORM 550-FIND-BALANCE-RTN
             IF  WS-FOUND-SW = 'Y'
             AND WS-LV-STATUS (WS-HOLD-SUB) = 'A'
               PERFORM 320-PERIOD-DUE-RTN
               IF WS-DUE-SW = 'Y'
                 PERFORM 350-ACCRUE-PERIOD-RTN
               END-IF
             END-IF
           END-IF
           PERFORM 200-READ-HISTORY-PARA.
      *----------------------------------------------------------------
      *A BALANCE ON FILE ACCRUES EVERY PERIOD AFTER ITS LAST ACCRUAL.
      *A BALANCE NEW TONIGHT ACCRUES ONLY FROM TONIGHT'S PERIOD ON
       320-PERIOD-DUE-RTN.
           MOVE 'N' TO WS-DUE-SW
           IF WS-LV-NEW-SW (WS-HOLD-SUB) = 'Y'
             IF  PHI-PERIOD-DATE NOT < WS-RUN-DATE
             AND PHI-PERIOD-DATE > WS-LV-LAST (WS-HOLD-SUB)
               MOVE 'Y' TO WS-DUE-SW
             END-IF
           ELSE
             IF PHI-PERIOD-DATE > WS-LV-LAST (WS-HOLD-SUB)
               MOVE 'Y' TO WS-DUE-SW
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *ONE PERIOD'S ACCRUAL - THE TIER'S ANNUAL HOURS SPREAD OVER THE
      *CLASS'S PAY PERIODS, STOPPING AT THE TIER'S MAXIMUM. A BALANCE
      *ALREADY OVER THE MAXIMUM (TAKEN ON FROM THE OFFICE RECORDS)
      *SIMPLY EARNS NOTHING UNTIL IT IS USED DOWN
       350-ACCRUE-PERIOD-RTN.
           MOVE WS-LV-TIER (WS-HOLD-SUB) TO WS-TIER-USED
           COMPUTE WS-VAC-EARNED ROUNDED =
             WS-TIER-VAC-HOURS (WS-TIER-USED)
               / WS-LV-PERIODS (WS-HOLD-SUB)
           COMPUTE WS-SICK-EARNED ROUNDED =
             WS-TIER-SICK-HOURS (WS-TIER-USED)
               / WS-LV-PERIODS (WS-HOLD-SUB)
           IF WS-LV-VAC (WS-HOLD-SUB) + WS-VAC-EARNED
                > WS-TIER-VAC-MAX (WS-TIER-USED)
             MOVE 'Y' TO WS-LV-CAP-SW (WS-HOLD-SUB)
             IF WS-LV-VAC (WS-HOLD-SUB)
                  < WS-TIER-VAC-MAX (WS-TIER-USED)
               COMPUTE WS-VAC-EARNED =
                 WS-TIER-VAC-MAX (WS-TIER-USED)
                   - WS-LV-VAC (WS-HOLD-SUB)
             ELSE
               MOVE ZERO TO WS-VAC-EARNED
             END-IF
           END-IF
           IF WS-LV-SICK (WS-HOLD-SUB) + WS-SICK-EARNED
                > WS-TIER-SICK-MAX (WS-TIER-USED)
             MOVE 'Y' TO WS-LV-CAP-SW (WS-HOLD-SUB)
             IF WS-LV-SICK (WS-HOLD-SUB)
                  < WS-TIER-SICK-MAX (WS-TIER-USED)
               COMPUTE WS-SICK-EARNED =
                 WS-TIER-SICK-MAX (WS-TIER-USED)
                   - WS-LV-SICK (WS-HOLD-SUB)
             ELSE
               MOVE ZERO TO WS-SICK-EARNED
             END-IF
           END-IF
           ADD WS-VAC-EARNED  TO WS-LV-VAC (WS-HOLD-SUB)
                                 WS-LV-VAC-ACCRUED (WS-HOLD-SUB)
                                 WS-ACCRUED-TOTAL (1)
           ADD WS-SICK-EARNED TO WS-LV-SICK (WS-HOLD-SUB)
                                 WS-LV-SICK-ACCRUED (WS-HOLD-SUB)
                                 WS-ACCRUED-TOTAL (2)
           ADD 1 TO WS-LV-PRD-COUNT (WS-HOLD-SUB)
                    WS-PERIOD-COUNT
           MOVE PHI-PERIOD-DATE TO WS-LV-LAST (WS-HOLD-SUB).
      *----------------------------------------------------------------
      *PRINTS ONE EMPLOYEE'S ACCRUAL LINE IF ANY PERIOD ACCRUED
       400-ACCRUAL-LINE-RTN.
           IF WS-LV-PRD-COUNT (WS-SUB) > ZERO
             MOVE WS-LV-EMP-NO (WS-SUB)       TO DL-ACC-EMPLOYEE-NO
             MOVE WS-LV-NAME (WS-SUB)         TO DL-ACC-EMPLOYEE-NAME
             MOVE WS-LV-SVC-YEARS (WS-SUB)    TO DL-ACC-SVC-YEARS
             MOVE WS-LV-PRD-COUNT (WS-SUB)    TO DL-ACC-PERIODS
             MOVE WS-LV-VAC-ACCRUED (WS-SUB)  TO DL-ACC-VAC-EARNED
             MOVE WS-LV-SICK-ACCRUED (WS-SUB) TO DL-ACC-SICK-EARNED
             MOVE WS-LV-VAC (WS-SUB)          TO DL-ACC-VAC-BALANCE
             MOVE WS-LV-SICK (WS-SUB)         TO DL-ACC-SICK-BALANCE
             IF WS-LV-CAP-SW (WS-SUB) = 'Y'
               MOVE 'AT CARRYOVER MAXIMUM' TO DL-ACC-NOTE
               ADD 1 TO WS-CAPPED-COUNT
             ELSE
               MOVE SPACES TO DL-ACC-NOTE
             END-IF
             WRITE REGISTER-RPT-REC FROM DL-ACCRUAL-LINE
           END-IF.
      *----------------------------------------------------------------
      *READ NEXT LEAVE CARD
       450-READ-TRANS-PARA.
           READ LEAVE-TRANS-FILE
             AT END
               MOVE 'Y' TO WS-TRANS-EOF-SW
             NOT AT END
               ADD 1 TO WS-TRANS-COUNT
           END-READ.
      *----------------------------------------------------------------
      *ONE LEAVE CARD. THE EMPLOYEE MUST HAVE A BALANCE AND THE CARD
      *MUST BE WELL-FORMED; HOURS TAKEN MUST BE ON A LEAVE DATE NOT
      *AHEAD OF TONIGHT AND NOT AFTER A TERMINATION, AND MAY NEVER
      *TAKE THE BALANCE BELOW ZERO
       500-TRANS-PARA.
           MOVE LTR-EMPLOYEE-NO TO WS-SEARCH-EMP-NO
           PERFORM 550-FIND-BALANCE-RTN
           EVALUATE TRUE
             WHEN NOT LTR-TAKEN
              AND NOT LTR-OPENING
               MOVE 'CARD CODE NOT T OR O' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN LTR-EMPLOYEE-NO = SPACES
               MOVE 'EMPLOYEE NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-FOUND-SW = 'N'
               MOVE 'EMPLOYEE HAS NO LEAVE BALANCE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN NOT LTR-VACATION
              AND NOT LTR-SICK
               MOVE 'LEAVE TYPE NOT V OR S' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN LTR-HOURS NOT NUMERIC
               MOVE 'HOURS NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN LTR-OPENING
               PERFORM 620-OPENING-RTN
             WHEN LTR-HOURS = ZERO
               MOVE 'HOURS TAKEN ARE ZERO' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN LTR-LEAVE-DATE NOT NUMERIC
               MOVE 'LEAVE DATE NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN LTR-LEAVE-DATE > WS-RUN-DATE
               MOVE 'LEAVE DATE IN THE FUTURE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-LV-STATUS (WS-HOLD-SUB) = SPACE
               MOVE 'EMPLOYEE NOT ON EXTRACT' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-LV-STATUS (WS-HOLD-SUB) = 'T'
              AND LTR-LEAVE-DATE > WS-LV-TERM-DATE (WS-HOLD-SUB)
               MOVE 'LEAVE DATE AFTER TERMINATION' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN LTR-VACATION
              AND LTR-HOURS > WS-LV-VAC (WS-HOLD-SUB)
               MOVE 'EXCEEDS VACATION BALANCE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN LTR-SICK
              AND LTR-HOURS > WS-LV-SICK (WS-HOLD-SUB)
               MOVE 'EXCEEDS SICK BALANCE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               PERFORM 600-TAKEN-RTN
           END-EVALUATE
           PERFORM 450-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *FINDS THE EMPLOYEE IN WS-SEARCH-EMP-NO AMONG THE BALANCES
       550-FIND-BALANCE-RTN.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-LEAVE-COUNT > ZERO
             SET LV-IDX TO 1
             SEARCH WS-LEAVE-ENTRY
               WHEN WS-LV-EMP-NO (LV-IDX) = WS-SEARCH-EMP-NO
                 MOVE 'Y' TO WS-FOUND-SW
                 SET WS-HOLD-SUB TO LV-IDX
             END-SEARCH
           END-IF.
      *----------------------------------------------------------------
      *POSTS HOURS TAKEN AGAINST THE BALANCE
       600-TAKEN-RTN.
           MOVE 'TAKEN' TO DL-TRN-CARD
           PERFORM 610-LEAVE-TYPE-RTN
           COMPUTE WS-NEW-HOURS = WS-OLD-HOURS - LTR-HOURS
           ADD LTR-HOURS TO WS-TAKEN-TOTAL (WS-TYPE-SUB)
           PERFORM 640-POST-RTN.
      *----------------------------------------------------------------
      *PICKS UP THE CARD'S LEAVE TYPE AND THE HOURS IT STANDS AT
       610-LEAVE-TYPE-RTN.
           IF LTR-VACATION
             MOVE 1          TO WS-TYPE-SUB
             MOVE 'VACATION' TO DL-TRN-LEAVE
             MOVE WS-LV-VAC (WS-HOLD-SUB)  TO WS-OLD-HOURS
           ELSE
             MOVE 2          TO WS-TYPE-SUB
             MOVE 'SICK'     TO DL-TRN-LEAVE
             MOVE WS-LV-SICK (WS-HOLD-SUB) TO WS-OLD-HOURS
           END-IF.
      *----------------------------------------------------------------
      *SETS AN OPENING BALANCE OUTRIGHT. THE DIFFERENCE FROM THE
      *HOURS IT REPLACES IS CARRIED AS AN ADJUSTMENT FOR THE PROOF
       620-OPENING-RTN.
           MOVE 'OPENING' TO DL-TRN-CARD
           PERFORM 610-LEAVE-TYPE-RTN
           MOVE LTR-HOURS TO WS-NEW-HOURS
           IF WS-NEW-HOURS > WS-OLD-HOURS
             COMPUTE WS-ADJ-UP-TOTAL (WS-TYPE-SUB) =
               WS-ADJ-UP-TOTAL (WS-TYPE-SUB)
                 + WS-NEW-HOURS - WS-OLD-HOURS
           ELSE
             COMPUTE WS-ADJ-DOWN-TOTAL (WS-TYPE-SUB) =
               WS-ADJ-DOWN-TOTAL (WS-TYPE-SUB)
                 + WS-OLD-HOURS - WS-NEW-HOURS
           END-IF
           PERFORM 640-POST-RTN.
      *----------------------------------------------------------------
      *STORES THE NEW HOURS AND PRINTS THE CARD'S REGISTER LINE
       640-POST-RTN.
           IF WS-TYPE-SUB = 1
             MOVE WS-NEW-HOURS TO WS-LV-VAC (WS-HOLD-SUB)
           ELSE
             MOVE WS-NEW-HOURS TO WS-LV-SICK (WS-HOLD-SUB)
           END-IF
           MOVE LTR-EMPLOYEE-NO TO DL-TRN-EMPLOYEE-NO
           MOVE LTR-LEAVE-DATE  TO DL-TRN-DATE
           MOVE LTR-HOURS       TO DL-TRN-HOURS
           MOVE WS-OLD-HOURS    TO DL-TRN-OLD-HOURS
           MOVE WS-NEW-HOURS    TO DL-TRN-NEW-HOURS
           WRITE REGISTER-RPT-REC FROM DL-TRANS-LINE
           ADD 1 TO WS-POSTED-COUNT.
      *----------------------------------------------------------------
      *WRITES THE FAILED CARD AND ITS REASON TO THE REGISTER
       650-REJECT-RTN.
           MOVE LTR-EMPLOYEE-NO TO REJ-EMPLOYEE-NO
           MOVE LTR-TRANS-CODE  TO REJ-CARD
           WRITE REGISTER-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *WRITES EVERY BALANCE TO THE NEW FILE, TOTALLING THE CLOSING
      *HOURS FOR THE PROOF
       750-WRITE-OUTPUT-RTN.
           OPEN OUTPUT NEW-LEAVE-BAL-FILE
           PERFORM 760-WRITE-BALANCE-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-LEAVE-COUNT
           CLOSE NEW-LEAVE-BAL-FILE.
      *----------------------------------------------------------------
       760-WRITE-BALANCE-RTN.
           MOVE SPACES                TO NEW-LEAVE-BALANCE-REC
           MOVE WS-LV-EMP-NO (WS-SUB) TO NLVB-EMPLOYEE-NO
           MOVE WS-LV-VAC (WS-SUB)    TO NLVB-VAC-BALANCE
           MOVE WS-LV-SICK (WS-SUB)   TO NLVB-SICK-BALANCE
           MOVE WS-LV-LAST (WS-SUB)   TO NLVB-LAST-ACCRUAL
           WRITE NEW-LEAVE-BALANCE-REC
           ADD WS-LV-VAC (WS-SUB)     TO WS-CLOSE-TOTAL (1)
           ADD WS-LV-SICK (WS-SUB)    TO WS-CLOSE-TOTAL (2).
      *----------------------------------------------------------------
      *PRINTS THE REGISTER'S TOTALS
       800-TOTALS-RTN.
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'BALANCES ON FILE . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-LEAVE-COUNT                   TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE '  NEW THIS RUN . . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-NEW-EMP-COUNT                 TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'PERIODS ACCRUED. . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-PERIOD-COUNT                  TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'EMPLOYEES AT CARRYOVER MAX . :' TO DL-CNT-LABEL
           MOVE WS-CAPPED-COUNT                  TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'LEAVE CARDS READ . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-TRANS-COUNT                   TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'LEAVE CARDS POSTED . . . . . :' TO DL-CNT-LABEL
           MOVE WS-POSTED-COUNT                  TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'LEAVE CARDS REJECTED . . . . :' TO DL-CNT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM DL-HOURS-HEADING
           MOVE 'OPENING HOURS. . . . . . . . :' TO DL-HRS-LABEL
           MOVE WS-OPEN-TOTAL (1)                TO DL-HRS-VACATION
           MOVE WS-OPEN-TOTAL (2)                TO DL-HRS-SICK
           WRITE REGISTER-RPT-REC FROM DL-HOURS-LINE
           MOVE '  PLUS ACCRUED . . . . . . . :' TO DL-HRS-LABEL
           MOVE WS-ACCRUED-TOTAL (1)             TO DL-HRS-VACATION
           MOVE WS-ACCRUED-TOTAL (2)             TO DL-HRS-SICK
           WRITE REGISTER-RPT-REC FROM DL-HOURS-LINE
           MOVE '  LESS TAKEN . . . . . . . . :' TO DL-HRS-LABEL
           MOVE WS-TAKEN-TOTAL (1)               TO DL-HRS-VACATION
           MOVE WS-TAKEN-TOTAL (2)               TO DL-HRS-SICK
           WRITE REGISTER-RPT-REC FROM DL-HOURS-LINE
           MOVE '  PLUS OPENING ADJUSTMENTS . :' TO DL-HRS-LABEL
           MOVE WS-ADJ-UP-TOTAL (1)              TO DL-HRS-VACATION
           MOVE WS-ADJ-UP-TOTAL (2)              TO DL-HRS-SICK
           WRITE REGISTER-RPT-REC FROM DL-HOURS-LINE
           MOVE '  LESS OPENING ADJUSTMENTS . :' TO DL-HRS-LABEL
           MOVE WS-ADJ-DOWN-TOTAL (1)            TO DL-HRS-VACATION
           MOVE WS-ADJ-DOWN-TOTAL (2)            TO DL-HRS-SICK
           WRITE REGISTER-RPT-REC FROM DL-HOURS-LINE
           MOVE 'CLOSING HOURS. . . . . . . . :' TO DL-HRS-LABEL
           MOVE WS-CLOSE-TOTAL (1)               TO DL-HRS-VACATION
           MOVE WS-CLOSE-TOTAL (2)               TO DL-HRS-SICK
           WRITE REGISTER-RPT-REC FROM DL-HOURS-LINE.
      *----------------------------------------------------------------
      *PROVES THE REGISTER - EVERY CARD READ WAS POSTED OR REJECTED,
      *AND FOR EACH LEAVE TYPE THE OPENING HOURS PLUS ACCRUED, LESS
      *TAKEN, PLUS AND LESS THE OPENING ADJUSTMENTS ARE THE CLOSING
      *HOURS WRITTEN. AN OUT-OF-BALANCE REGISTER ENDS WITH A NON-ZERO
      *CONDITION CODE SO THE NEW FILE IS NOT COPIED BACK
       850-BALANCE-RTN.
           COMPUTE WS-PROOF-COUNT = WS-POSTED-COUNT + WS-REJECT-COUNT
           IF WS-PROOF-COUNT NOT = WS-TRANS-COUNT
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           PERFORM 860-HOURS-PROOF-RTN
             VARYING WS-TYPE-SUB FROM 1 BY 1
             UNTIL WS-TYPE-SUB > 2
           IF WS-BALANCE-SW = 'Y'
             MOVE 'REGISTER IN BALANCE' TO DL-BAL-LABEL
           ELSE
             MOVE 'REGISTER OUT OF BALANCE' TO DL-BAL-LABEL
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM DL-BALANCE-LINE.
      *----------------------------------------------------------------
       860-HOURS-PROOF-RTN.
           COMPUTE WS-PROOF-TOTAL (WS-TYPE-SUB) =
               WS-OPEN-TOTAL (WS-TYPE-SUB)
             + WS-ACCRUED-TOTAL (WS-TYPE-SUB)
             - WS-TAKEN-TOTAL (WS-TYPE-SUB)
             + WS-ADJ-UP-TOTAL (WS-TYPE-SUB)
             - WS-ADJ-DOWN-TOTAL (WS-TYPE-SUB)
           IF WS-PROOF-TOTAL (WS-TYPE-SUB)
                NOT = WS-CLOSE-TOTAL (WS-TYPE-SUB)
             MOVE 'N' TO WS-BALANCE-SW
           END-IF.
      *****************************************************************
