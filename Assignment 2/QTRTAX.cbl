      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO CUT THE QUARTER'S PAYROLL TAX RETURN STRAIGHT OFF
      *         THE PERMANENT PAYROLL HISTORY, NOW THAT EVERY PAYMENT
      *         ON IT CARRIES THE TAXABLE GROSS, WITHHOLDING, AND
      *         DEDUCTIONS TAKEN - ONE RETURN RECORD PER EMPLOYEE
      *         PAID IN THE QUARTER WITH THEIR GROSS WAGES, TAXABLE
      *         WAGES, AND TAX WITHHELD, IN THE FILING'S FIXED
      *         LAYOUT BETWEEN A HEADER (FILE DATE, TAX YEAR, AND
      *         QUARTER) AND A TRAILER (RECORD COUNT, THE THREE
      *         COMPANY TOTALS, AND AN SSN HASH TOTAL), THE SAME
      *         SELF-PROVING CONTROLS THE SSN AND BENEFITS FILES
      *         CARRY. THE QUARTER COMES FROM THE PARM CARD,
      *         DEFAULTING TO THE QUARTER OF THE RUN DATE. THE
      *         REGISTER LISTS EVERY EMPLOYEE FILED WITH THE COMPANY
      *         TOTALS AND RECONCILES THE QUARTER'S REGULAR PERIODS
      *         TO THE SUM OF THE QUARTER'S DEDUCTION REGISTERS FROM
      *         THE DEDUCTION REGISTER LOG PAYREG KEEPS - EMPLOYEES
      *         PAID, WITHHOLDING, DEDUCTIONS, AND NET PAY EACH
      *         AGREEING - WITH THE OFF-CYCLE PAYMENTS OFFPAY AND
      *         RETROPAY MADE SHOWN AS THE RECONCILING ITEM BETWEEN
      *         THE REGISTERS AND THE RETURN. A RETURN THAT DOES NOT
      *         RECONCILE ENDS WITH A NON-ZERO CONDITION CODE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
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
      *THE PERMANENT PAYROLL HISTORY - EVERY REGULAR PERIOD PAYREG
      *PAID AND EVERY OFF-CYCLE PAYMENT OFFPAY AND RETROPAY MADE
           SELECT OPTIONAL PAY-HISTORY-IN
             ASSIGN TO 'PAYHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE DEDUCTION REGISTER LOG - ONE RECORD OF CONTROL TOTALS PER
      *DEDUCTION REGISTER PAYREG PRINTED
           SELECT OPTIONAL DEDUCTION-LOG-IN
             ASSIGN TO 'DEDLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SORTED A1 EXTRACT - THE NAME AND SSN OF EVERY EMPLOYEE,
      *TERMINATED ONES INCLUDED
           SELECT EXTRACT-IN
             ASSIGN TO 'A1SORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD: THE TAX YEAR (YYYY) AND QUARTER (1-4)
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'QTRTAX.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE
             ASSIGN TO 'QTRTAX.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT-FILE
             ASSIGN TO 'QTRTAX.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE PAY-HISTORY-REC LAYOUT PAYREG, OFFPAY, AND RETROPAY WRITE
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

       FD  DEDUCTION-LOG-IN
           RECORD CONTAINS 51 CHARACTERS.
           COPY DEDLOG.

       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-YEAR              PIC X(4).
           05  PARM-QUARTER           PIC X(1).

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC              PIC X(8).

      *RETURN FILING LAYOUT - ONE 'H' HEADER, ONE 'D' RECORD PER
      *EMPLOYEE PAID IN THE QUARTER, ONE 'T' TRAILER, ALL 80
      *CHARACTERS. AMOUNTS ARE UNEDITED WITH AN IMPLIED DECIMAL
       FD  RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-DETAIL-REC.
           05 RTN-REC-TYPE        PIC X.
           05 RTN-EMPLOYEE-NO     PIC X(5).
           05 RTN-SOC-SEC-NO      PIC X(9).
           05 RTN-EMPLOYEE-NAME   PIC X(20).
           05 RTN-GROSS-WAGES     PIC 9(9)V99.
           05 RTN-TAXABLE-WAGES   PIC 9(9)V99.
           05 RTN-TAX-WITHHELD    PIC 9(9)V99.
           05                     PIC X(12).
       01  RETURN-HEADER-REC.
           05 RTN-HDR-TYPE        PIC X.
           05 RTN-HDR-DATE        PIC X(8).
           05 RTN-HDR-YEAR        PIC X(4).
           05 RTN-HDR-QUARTER     PIC X(1).
           05 RTN-HDR-LITERAL     PIC X(28).
           05                     PIC X(38).
       01  RETURN-TRAILER-REC.
           05 RTN-TRL-TYPE        PIC X.
           05 RTN-TRL-COUNT       PIC 9(7).
           05 RTN-TRL-GROSS       PIC 9(11)V99.
           05 RTN-TRL-TAXABLE     PIC 9(11)V99.
           05 RTN-TRL-WITHHELD    PIC 9(11)V99.
           05 RTN-TRL-SSN-HASH    PIC 9(13).
           05                     PIC X(20).

       FD  REGISTER-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTER-RPT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EXT-EOF-SW           PIC X        VALUE 'N'.
           05  WS-PHIST-EOF-SW         PIC X        VALUE 'N'.
           05  WS-LOG-EOF-SW           PIC X        VALUE 'N'.
           05  WS-BALANCE-SW           PIC X        VALUE 'Y'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-TAX-YEAR             PIC X(4)     VALUE SPACES.
           05  WS-QUARTER              PIC 9        VALUE ZERO.
           05  WS-FIRST-MONTH          PIC 9(2)     VALUE ZERO.
           05  WS-LAST-MONTH           PIC 9(2)     VALUE ZERO.
           05  WS-MONTH-WORK           PIC 9(2)     VALUE ZERO.
           05  WS-IN-QUARTER-SW        PIC X        VALUE 'N'.
           05  WS-SUB                  PIC 9(4)     VALUE ZERO.
           05  WS-SSN-WORK             PIC 9(9)     VALUE ZERO.
           05  WS-NET-WORK             PIC S9(6)V99 VALUE ZERO.
      *THE QUARTER'S REGULAR PERIODS AS THE PAYROLL HISTORY HOLDS
      *THEM, AND AS THE DEDUCTION REGISTERS PRINTED THEM
       01  WS-RECON-TOTALS.
           05  WS-HIST-COUNT           PIC 9(7)     VALUE ZERO.
           05  WS-HIST-WITHHELD        PIC 9(11)V99 VALUE ZERO.
           05  WS-HIST-DEDUCT          PIC 9(11)V99 VALUE ZERO.
           05  WS-HIST-NET             PIC S9(11)V99 VALUE ZERO.
           05  WS-LOG-REGISTERS        PIC 9(5)     VALUE ZERO.
           05  WS-LOG-COUNT            PIC 9(7)     VALUE ZERO.
           05  WS-LOG-WITHHELD         PIC 9(11)V99 VALUE ZERO.
           05  WS-LOG-DEDUCT           PIC 9(11)V99 VALUE ZERO.
           05  WS-LOG-NET              PIC 9(11)V99 VALUE ZERO.
      *THE QUARTER'S OFF-CYCLE PAYMENTS - ON THE RETURN BUT ON NO
      *DEDUCTION REGISTER
           05  WS-OFF-COUNT            PIC 9(7)     VALUE ZERO.
           05  WS-OFF-GROSS            PIC 9(11)V99 VALUE ZERO.
           05  WS-OFF-WITHHELD         PIC 9(11)V99 VALUE ZERO.
      *PAYMENTS WRITTEN BEFORE THE HISTORY CARRIED THE WITHHOLDING -
      *THEIR MISSING FIGURES COUNT AS ZERO
           05  WS-UNSTAMPED-COUNT      PIC 9(7)     VALUE ZERO.
      *THE RETURN'S OWN TOTALS, AS WRITTEN TO ITS TRAILER
       01  WS-RETURN-TOTALS.
           05  WS-RTN-COUNT            PIC 9(7)     VALUE ZERO.
           05  WS-RTN-GROSS            PIC 9(11)V99 VALUE ZERO.
           05  WS-RTN-TAXABLE          PIC 9(11)V99 VALUE ZERO.
           05  WS-RTN-WITHHELD         PIC 9(11)V99 VALUE ZERO.
           05  WS-RTN-PROOF            PIC 9(11)V99 VALUE ZERO.
           05  WS-NO-EXTRACT-COUNT     PIC 9(7)     VALUE ZERO.
      *RUNNING SUM OF EVERY DETAIL SSN - THE SAME SELF-PROVING
      *CHECK NUMBER THE SSN AND BENEFITS FILES CARRY
           05  WS-SSN-HASH-TOTAL       PIC 9(13)    VALUE ZERO.
      *ONE ENTRY PER EMPLOYEE ON THE EXTRACT, IN EXTRACT ORDER, PLUS
      *ANY EMPLOYEE PAID IN THE QUARTER WHO IS NO LONGER ON IT,
      *CARRYING THE QUARTER'S TOTALS
       01  WS-EMP-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMP-COUNT
               INDEXED BY EMP-IDX.
               10  WS-EMP-NO           PIC X(5).
               10  WS-EMP-NAME         PIC X(20).
               10  WS-EMP-SSN          PIC X(9).
               10  WS-EMP-ON-EXT-SW    PIC X.
               10  WS-EMP-PAID-SW      PIC X.
               10  WS-EMP-GROSS        PIC 9(8)V99.
               10  WS-EMP-TAXABLE      PIC 9(8)V99.
               10  WS-EMP-WITHHELD     PIC 9(8)V99.
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(30)
               VALUE 'QUARTERLY PAYROLL TAX RETURN  '.
           05                          PIC X(5)     VALUE 'YEAR '.
           05  HL-TAX-YEAR             PIC X(4).
           05                          PIC X(10)    VALUE '  QUARTER '.
           05  HL-QUARTER              PIC 9.
           05                          PIC X(8)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(4)     VALUE SPACES.
       01  HL-EMPLOYEE-HEADING.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(20)
               VALUE 'EMPLOYEE NAME       '.
           05                          PIC X(12)
               VALUE ' GROSS WAGES'.
           05                          PIC X(15)
               VALUE '  TAXABLE WAGES'.
           05                          PIC X(15)
               VALUE '   TAX WITHHELD'.
           05                          PIC X(11)    VALUE SPACES.
      *ONE LINE PER EMPLOYEE FILED
       01  DL-EMPLOYEE-LINE.
           05  DL-EMP-NO               PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EMP-NAME             PIC X(18).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EMP-GROSS            PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-EMP-TAXABLE          PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-EMP-WITHHELD         PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-EMP-NOTE             PIC X(10).
       01  DL-COMPANY-LINE.
           05  DL-CO-LABEL             PIC X(25).
           05  DL-CO-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-CO-TAXABLE           PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-CO-WITHHELD          PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(11)    VALUE SPACES.
       01  DL-COUNT-LINE.
           05  DL-CNT-LABEL            PIC X(30).
           05  DL-CNT-COUNT            PIC ZZZ,ZZ9.
           05                          PIC X(43)    VALUE SPACES.
       01  DL-AMOUNT-LINE.
           05  DL-AMT-LABEL            PIC X(30).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-AMT-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(35)    VALUE SPACES.
       01  HL-RECON-HEADING.
           05                          PIC X(41)
               VALUE 'RECONCILIATION TO THE DEDUCTION REGISTERS'.
           05                          PIC X(39)    VALUE SPACES.
       01  HL-RECON-COLUMNS.
           05                          PIC X(30)    VALUE SPACES.
           05                          PIC X(15)
               VALUE '    PAY HISTORY'.
           05                          PIC X(16)
               VALUE '   DED REGISTERS'.
           05                          PIC X(19)    VALUE SPACES.
      *ONE FIGURE TWO WAYS - OFF THE HISTORY AND OFF THE REGISTERS
       01  DL-COMPARE-LINE.
           05  DL-CMP-LABEL            PIC X(30).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CMP-HISTORY          PIC ZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-CMP-REGISTERS        PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-CMP-NOTE             PIC X(16).
       01  DL-COMPARE-COUNT-LINE.
           05  DL-CMC-LABEL            PIC X(30).
           05                          PIC X(8)     VALUE SPACES.
           05  DL-CMC-HISTORY          PIC ZZZ,ZZ9.
           05                          PIC X(9)     VALUE SPACES.
           05  DL-CMC-REGISTERS        PIC ZZZ,ZZ9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-CMC-NOTE             PIC X(16).
       01  DL-BALANCE-LINE.
           05  DL-BAL-LABEL            PIC X(40).
           05                          PIC X(40)    VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *SETTLES THE QUARTER, LOADS THE EXTRACT, FOLDS THE QUARTER'S
      *HISTORY AND DEDUCTION REGISTERS IN, WRITES THE RETURN, AND
      *PRINTS AND PROVES THE RECONCILIATION
       100-MAIN-PARA.
           PERFORM 140-DATE-ACCEPT-RTN
           PERFORM 150-LOAD-PARM-RTN
           PERFORM 170-LOAD-EXTRACT-RTN
           OPEN INPUT PAY-HISTORY-IN
           PERFORM 200-READ-HISTORY-PARA
           PERFORM 300-GATHER-PARA UNTIL WS-PHIST-EOF-SW = 'Y'
           CLOSE PAY-HISTORY-IN
           OPEN INPUT DEDUCTION-LOG-IN
           PERFORM 400-READ-LOG-PARA
           PERFORM 450-LOG-PARA UNTIL WS-LOG-EOF-SW = 'Y'
           CLOSE DEDUCTION-LOG-IN
           OPEN OUTPUT RETURN-FILE
                OUTPUT REGISTER-RPT-FILE
           MOVE WS-TAX-YEAR TO HL-TAX-YEAR
           MOVE WS-QUARTER  TO HL-QUARTER
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE REGISTER-RPT-REC FROM HL-HEADING1
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM HL-EMPLOYEE-HEADING
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           PERFORM 500-HEADER-RTN
           PERFORM 550-EMPLOYEE-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-EMP-COUNT
           PERFORM 600-TRAILER-RTN
           PERFORM 800-TOTALS-RTN
           PERFORM 850-BALANCE-RTN
           DISPLAY 'TAX RETURN RECORDS WRITTEN. . : ' WS-RTN-COUNT
           DISPLAY 'DEDUCTION REGISTERS IN QTR. . : ' WS-LOG-REGISTERS
           CLOSE RETURN-FILE
                 REGISTER-RPT-FILE
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
      *TAKES THE TAX YEAR AND QUARTER FROM THE PARM CARD WHEN ONE IS
      *SUPPLIED AND USABLE, OTHERWISE THE QUARTER THE RUN DATE FALLS
      *IN, THEN SETS THE QUARTER'S FIRST AND LAST MONTHS
       150-LOAD-PARM-RTN.
           MOVE WS-RUN-DATE (1:4) TO WS-TAX-YEAR
           MOVE 1 TO WS-QUARTER
           IF WS-RUN-DATE (5:2) NUMERIC
             MOVE WS-RUN-DATE (5:2) TO WS-MONTH-WORK
             IF WS-MONTH-WORK > ZERO AND WS-MONTH-WORK < 13
               COMPUTE WS-QUARTER = (WS-MONTH-WORK + 2) / 3
             END-IF
           END-IF
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF  PARM-YEAR NUMERIC
               AND PARM-QUARTER >= '1' AND PARM-QUARTER <= '4'
                 MOVE PARM-YEAR    TO WS-TAX-YEAR
                 MOVE PARM-QUARTER TO WS-QUARTER
               END-IF
           END-READ
           CLOSE PARM-FILE
           COMPUTE WS-LAST-MONTH  = WS-QUARTER * 3
           COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2.
      *----------------------------------------------------------------
      *LOADS EVERY EMPLOYEE ON THE EXTRACT - A TERMINATED EMPLOYEE
      *PAID EARLIER IN THE QUARTER IS STILL FILED
       170-LOAD-EXTRACT-RTN.
           OPEN INPUT EXTRACT-IN
           PERFORM 175-EXTRACT-READ-RTN
             UNTIL WS-EXT-EOF-SW = 'Y'
           CLOSE EXTRACT-IN.
      *----------------------------------------------------------------
       175-EXTRACT-READ-RTN.
           READ EXTRACT-IN
             AT END
               MOVE 'Y' TO WS-EXT-EOF-SW
             NOT AT END
               IF WS-EMP-COUNT < 9999
                 ADD 1 TO WS-EMP-COUNT
                 SET EMP-IDX TO WS-EMP-COUNT
                 PERFORM 190-CLEAR-ENTRY-RTN
                 MOVE EXT-EMPLOYEE-NO   TO WS-EMP-NO (EMP-IDX)
                 MOVE EXT-EMPLOYEE-NAME TO WS-EMP-NAME (EMP-IDX)
                 MOVE EXT-SOC-SEC-NO    TO WS-EMP-SSN (EMP-IDX)
                 MOVE 'Y'               TO WS-EMP-ON-EXT-SW (EMP-IDX)
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *STARTS A TABLE ENTRY WITH NOTHING PAID
       190-CLEAR-ENTRY-RTN.
           MOVE SPACES TO WS-EMP-NAME (EMP-IDX)
                          WS-EMP-SSN (EMP-IDX)
           MOVE 'N'    TO WS-EMP-ON-EXT-SW (EMP-IDX)
                          WS-EMP-PAID-SW (EMP-IDX)
           MOVE ZERO   TO WS-EMP-GROSS (EMP-IDX)
                          WS-EMP-TAXABLE (EMP-IDX)
                          WS-EMP-WITHHELD (EMP-IDX).
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE PAYROLL HISTORY
       200-READ-HISTORY-PARA.
           READ PAY-HISTORY-IN
             AT END
               MOVE 'Y' TO WS-PHIST-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *FOLDS ONE PAYMENT OF THE QUARTER INTO ITS EMPLOYEE'S RETURN
      *FIGURES AND INTO THE REGULAR OR OFF-CYCLE RECONCILIATION
      *TOTALS. AN EMPLOYEE NO LONGER ON THE EXTRACT IS ADDED AT THE
      *END OF THE TABLE, TO BE FILED WITHOUT A NAME OR SSN
       300-GATHER-PARA.
           MOVE 'N' TO WS-IN-QUARTER-SW
           IF  PHI-PERIOD-DATE (1:4) = WS-TAX-YEAR
           AND PHI-PERIOD-DATE (5:2) NUMERIC
           AND PHI-PERIOD-GROSS NUMERIC
           AND PHI-PERIOD-PAY NUMERIC
             MOVE PHI-PERIOD-DATE (5:2) TO WS-MONTH-WORK
             IF  WS-MONTH-WORK >= WS-FIRST-MONTH
             AND WS-MONTH-WORK <= WS-LAST-MONTH
               MOVE 'Y' TO WS-IN-QUARTER-SW
             END-IF
           END-IF
           IF WS-IN-QUARTER-SW = 'Y'
             IF  PHI-TAXABLE-GROSS NOT NUMERIC
             OR  PHI-WITHHOLDING NOT NUMERIC
             OR  PHI-TOTAL-DEDUCT NOT NUMERIC
               ADD 1 TO WS-UNSTAMPED-COUNT
               MOVE ZERO TO PHI-TAXABLE-GROSS
                            PHI-WITHHOLDING
                            PHI-TOTAL-DEDUCT
             END-IF
             SET EMP-IDX TO 1
             SEARCH WS-EMP-ENTRY
               AT END
                 IF WS-EMP-COUNT < 9999
                   ADD 1 TO WS-EMP-COUNT
                   SET EMP-IDX TO WS-EMP-COUNT
                   PERFORM 190-CLEAR-ENTRY-RTN
                   MOVE PHI-EMPLOYEE-NO TO WS-EMP-NO (EMP-IDX)
                 END-IF
               WHEN WS-EMP-NO (EMP-IDX) = PHI-EMPLOYEE-NO
                 CONTINUE
             END-SEARCH
             MOVE 'Y'               TO WS-EMP-PAID-SW (EMP-IDX)
             ADD PHI-PERIOD-GROSS   TO WS-EMP-GROSS (EMP-IDX)
             ADD PHI-TAXABLE-GROSS  TO WS-EMP-TAXABLE (EMP-IDX)
             ADD PHI-WITHHOLDING    TO WS-EMP-WITHHELD (EMP-IDX)
             IF PHI-OFF-CYCLE
               ADD 1                TO WS-OFF-COUNT
               ADD PHI-PERIOD-GROSS TO WS-OFF-GROSS
               ADD PHI-WITHHOLDING  TO WS-OFF-WITHHELD
             ELSE
               COMPUTE WS-NET-WORK = PHI-PERIOD-PAY - PHI-TOTAL-DEDUCT
               ADD 1                TO WS-HIST-COUNT
               ADD PHI-WITHHOLDING  TO WS-HIST-WITHHELD
               ADD PHI-TOTAL-DEDUCT TO WS-HIST-DEDUCT
               ADD WS-NET-WORK      TO WS-HIST-NET
             END-IF
           END-IF
           PERFORM 200-READ-HISTORY-PARA.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE DEDUCTION REGISTER LOG
       400-READ-LOG-PARA.
           READ DEDUCTION-LOG-IN
             AT END
               MOVE 'Y' TO WS-LOG-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ADDS ONE DEDUCTION REGISTER PRINTED IN THE QUARTER TO THE
      *REGISTERS' SIDE OF THE RECONCILIATION
       450-LOG-PARA.
           IF  DRL-RUN-DATE (1:4) = WS-TAX-YEAR
           AND DRL-RUN-DATE (5:2) NUMERIC
           AND DRL-EMPLOYEE-COUNT NUMERIC
           AND DRL-WITHHOLDING NUMERIC
           AND DRL-TOTAL-DEDUCT NUMERIC
           AND DRL-NET-PAY NUMERIC
             MOVE DRL-RUN-DATE (5:2) TO WS-MONTH-WORK
             IF  WS-MONTH-WORK >= WS-FIRST-MONTH
             AND WS-MONTH-WORK <= WS-LAST-MONTH
               ADD 1                  TO WS-LOG-REGISTERS
               ADD DRL-EMPLOYEE-COUNT TO WS-LOG-COUNT
               ADD DRL-WITHHOLDING    TO WS-LOG-WITHHELD
               ADD DRL-TOTAL-DEDUCT   TO WS-LOG-DEDUCT
               ADD DRL-NET-PAY        TO WS-LOG-NET
             END-IF
           END-IF
           PERFORM 400-READ-LOG-PARA.
      *----------------------------------------------------------------
      *WRITES THE RETURN'S HEADER RECORD
       500-HEADER-RTN.
           MOVE SPACES       TO RETURN-HEADER-REC
           MOVE 'H'          TO RTN-HDR-TYPE
           MOVE WS-RUN-DATE  TO RTN-HDR-DATE
           MOVE WS-TAX-YEAR  TO RTN-HDR-YEAR
           MOVE WS-QUARTER   TO RTN-HDR-QUARTER
           MOVE 'QUARTERLY PAYROLL TAX RETURN' TO RTN-HDR-LITERAL
           WRITE RETURN-HEADER-REC.
      *----------------------------------------------------------------
      *FILES ONE EMPLOYEE PAID IN THE QUARTER - A RETURN RECORD AND
      *A REGISTER LINE - AND FOLDS THEM INTO THE TRAILER TOTALS AND
      *THE SSN HASH
       550-EMPLOYEE-RTN.
           IF WS-EMP-PAID-SW (WS-SUB) = 'Y'
             MOVE SPACES                  TO RETURN-DETAIL-REC
             MOVE 'D'                     TO RTN-REC-TYPE
             MOVE WS-EMP-NO (WS-SUB)      TO RTN-EMPLOYEE-NO
             MOVE WS-EMP-SSN (WS-SUB)     TO RTN-SOC-SEC-NO
             MOVE WS-EMP-NAME (WS-SUB)    TO RTN-EMPLOYEE-NAME
             MOVE WS-EMP-GROSS (WS-SUB)   TO RTN-GROSS-WAGES
             MOVE WS-EMP-TAXABLE (WS-SUB) TO RTN-TAXABLE-WAGES
             MOVE WS-EMP-WITHHELD (WS-SUB) TO RTN-TAX-WITHHELD
             WRITE RETURN-DETAIL-REC
             ADD 1                        TO WS-RTN-COUNT
             ADD WS-EMP-GROSS (WS-SUB)    TO WS-RTN-GROSS
             ADD WS-EMP-TAXABLE (WS-SUB)  TO WS-RTN-TAXABLE
             ADD WS-EMP-WITHHELD (WS-SUB) TO WS-RTN-WITHHELD
             IF WS-EMP-SSN (WS-SUB) NUMERIC
               MOVE WS-EMP-SSN (WS-SUB) TO WS-SSN-WORK
               ADD WS-SSN-WORK TO WS-SSN-HASH-TOTAL
             END-IF
             MOVE WS-EMP-NO (WS-SUB)       TO DL-EMP-NO
             MOVE WS-EMP-NAME (WS-SUB)     TO DL-EMP-NAME
             MOVE WS-EMP-GROSS (WS-SUB)    TO DL-EMP-GROSS
             MOVE WS-EMP-TAXABLE (WS-SUB)  TO DL-EMP-TAXABLE
             MOVE WS-EMP-WITHHELD (WS-SUB) TO DL-EMP-WITHHELD
             MOVE SPACES                   TO DL-EMP-NOTE
             IF WS-EMP-ON-EXT-SW (WS-SUB) = 'N'
               MOVE 'NO EXTRACT'           TO DL-EMP-NOTE
               ADD 1 TO WS-NO-EXTRACT-COUNT
             END-IF
             WRITE REGISTER-RPT-REC FROM DL-EMPLOYEE-LINE
           END-IF.
      *----------------------------------------------------------------
      *WRITES THE RETURN'S COUNT, TOTALS, AND HASH TRAILER RECORD
       600-TRAILER-RTN.
           MOVE SPACES            TO RETURN-TRAILER-REC
           MOVE 'T'               TO RTN-TRL-TYPE
           MOVE WS-RTN-COUNT      TO RTN-TRL-COUNT
           MOVE WS-RTN-GROSS      TO RTN-TRL-GROSS
           MOVE WS-RTN-TAXABLE    TO RTN-TRL-TAXABLE
           MOVE WS-RTN-WITHHELD   TO RTN-TRL-WITHHELD
           MOVE WS-SSN-HASH-TOTAL TO RTN-TRL-SSN-HASH
           WRITE RETURN-TRAILER-REC.
      *----------------------------------------------------------------
      *PRINTS THE COMPANY TOTALS AND THE RECONCILIATION SECTION
       800-TOTALS-RTN.
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'COMPANY TOTAL'  TO DL-CO-LABEL
           MOVE WS-RTN-GROSS     TO DL-CO-GROSS
           MOVE WS-RTN-TAXABLE   TO DL-CO-TAXABLE
           MOVE WS-RTN-WITHHELD  TO DL-CO-WITHHELD
           WRITE REGISTER-RPT-REC FROM DL-COMPANY-LINE
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'EMPLOYEES FILED. . . . . . . :' TO DL-CNT-LABEL
           MOVE WS-RTN-COUNT                     TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE '  NOT ON THE EXTRACT . . . . :' TO DL-CNT-LABEL
           MOVE WS-NO-EXTRACT-COUNT              TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'PAYMENTS WITHOUT WITHHOLDING :' TO DL-CNT-LABEL
           MOVE WS-UNSTAMPED-COUNT               TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE 'DEDUCTION REGISTERS IN QTR . :' TO DL-CNT-LABEL
           MOVE WS-LOG-REGISTERS                 TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM HL-RECON-HEADING
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM HL-RECON-COLUMNS
           MOVE 'REGULAR PERIODS PAID . . . . :' TO DL-CMC-LABEL
           MOVE WS-HIST-COUNT                    TO DL-CMC-HISTORY
           MOVE WS-LOG-COUNT                     TO DL-CMC-REGISTERS
           MOVE SPACES                           TO DL-CMC-NOTE
           IF WS-HIST-COUNT NOT = WS-LOG-COUNT
             MOVE '*** DIFFERS ***' TO DL-CMC-NOTE
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           WRITE REGISTER-RPT-REC FROM DL-COMPARE-COUNT-LINE
           MOVE 'WITHHOLDING. . . . . . . . . :' TO DL-CMP-LABEL
           MOVE WS-HIST-WITHHELD                 TO DL-CMP-HISTORY
           MOVE WS-LOG-WITHHELD                  TO DL-CMP-REGISTERS
           MOVE SPACES                           TO DL-CMP-NOTE
           IF WS-HIST-WITHHELD NOT = WS-LOG-WITHHELD
             MOVE '*** DIFFERS ***' TO DL-CMP-NOTE
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           WRITE REGISTER-RPT-REC FROM DL-COMPARE-LINE
           MOVE 'TOTAL DEDUCTIONS . . . . . . :' TO DL-CMP-LABEL
           MOVE WS-HIST-DEDUCT                   TO DL-CMP-HISTORY
           MOVE WS-LOG-DEDUCT                    TO DL-CMP-REGISTERS
           MOVE SPACES                           TO DL-CMP-NOTE
           IF WS-HIST-DEDUCT NOT = WS-LOG-DEDUCT
             MOVE '*** DIFFERS ***' TO DL-CMP-NOTE
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           WRITE REGISTER-RPT-REC FROM DL-COMPARE-LINE
           MOVE 'NET PAY. . . . . . . . . . . :' TO DL-CMP-LABEL
           MOVE WS-HIST-NET                      TO DL-CMP-HISTORY
           MOVE WS-LOG-NET                       TO DL-CMP-REGISTERS
           MOVE SPACES                           TO DL-CMP-NOTE
           IF WS-HIST-NET NOT = WS-LOG-NET
             MOVE '*** DIFFERS ***' TO DL-CMP-NOTE
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           WRITE REGISTER-RPT-REC FROM DL-COMPARE-LINE
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'OFF-CYCLE PAYMENTS . . . . . :' TO DL-CNT-LABEL
           MOVE WS-OFF-COUNT                     TO DL-CNT-COUNT
           WRITE REGISTER-RPT-REC FROM DL-COUNT-LINE
           MOVE '  OFF-CYCLE GROSS. . . . . . :' TO DL-AMT-LABEL
           MOVE WS-OFF-GROSS                     TO DL-AMT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-AMOUNT-LINE
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'REGISTERS WITHHOLDING. . . . :' TO DL-AMT-LABEL
           MOVE WS-LOG-WITHHELD                  TO DL-AMT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-AMOUNT-LINE
           MOVE '  PLUS OFF-CYCLE WITHHOLDING :' TO DL-AMT-LABEL
           MOVE WS-OFF-WITHHELD                  TO DL-AMT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-AMOUNT-LINE
           MOVE 'TAX WITHHELD ON THE RETURN . :' TO DL-AMT-LABEL
           MOVE WS-RTN-WITHHELD                  TO DL-AMT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-AMOUNT-LINE.
      *----------------------------------------------------------------
      *PROVES THE RETURN - THE HISTORY'S REGULAR PERIODS AGREE WITH
      *THE QUARTER'S DEDUCTION REGISTERS FIGURE FOR FIGURE, AND THE
      *REGISTERS' WITHHOLDING PLUS THE OFF-CYCLE WITHHOLDING IS THE
      *TAX WITHHELD ON THE RETURN. AN UNPROVED RETURN ENDS WITH A
      *NON-ZERO CONDITION CODE SO IT IS NOT FILED AS IT STANDS
       850-BALANCE-RTN.
           COMPUTE WS-RTN-PROOF = WS-LOG-WITHHELD + WS-OFF-WITHHELD
           IF WS-RTN-PROOF NOT = WS-RTN-WITHHELD
             MOVE 'N' TO WS-BALANCE-SW
           END-IF
           IF WS-BALANCE-SW = 'Y'
             MOVE 'RETURN RECONCILED TO REGISTERS' TO DL-BAL-LABEL
           ELSE
             MOVE 'RETURN DOES NOT RECONCILE' TO DL-BAL-LABEL
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           WRITE REGISTER-RPT-REC FROM DL-BALANCE-LINE.
      *****************************************************************
