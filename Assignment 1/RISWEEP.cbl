      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO PROVE THE FILES THAT HANG OFF THE EMPLOYEE NUMBER
      *         STILL AGREE WITH TONIGHT'S EMPLOYEE MASTER. EACH
      *         SATELLITE FILE - THE COVERED DEPENDENTS (DEPEND.DAT),
      *         THE DIRECT-DEPOSIT ACCOUNTS (BANKREF.DAT), THE
      *         STANDING SSN-MISMATCH LIST (SSNMISM.DAT), THE
      *         BENEFITS CORRECTIONS-PENDING LIST (BENPEND.DAT, KEYED
      *         BY SSN), AND THE PAYROLL HISTORY (PAYHIST.DAT) - IS
      *         MATCHED AGAINST THE MASTER. THE SWEEP LISTS ORPHANS
      *         (NO MASTER RECORD AT ALL), RECORDS STILL ATTACHED TO
      *         AN EMPLOYEE TERMINATED BEFORE THE GRACE PERIOD, AND
      *         ACTIVE EMPLOYEES PAID TONIGHT WITH NEITHER A BANK
      *         RECORD NOR A CHECK-PRINT ENTRY. EVERY FINDING LINE
      *         LEADS WITH ITS TAG SO MORNSUM CAN COUNT THEM FOR THE
      *         MORNING PAGE. THE SWEEP ONLY REPORTS - IT CHANGES NO
      *         FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISWEEP.
      *ALL OTHER FOLLOWING PARAGRAPHS ARE OPTIONAL
       AUTHOR. JOEL MURPHY.
       INSTALLATION. PC.
       DATE-WRITTEN. SEPTEMBER 2, 2026.
       DATE-COMPILED.
       SECURITY. CAN BE USED BY AUTHORISED PERSONNEL ONLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-DATA
              ASSIGN TO RISMAST
              ORGANIZATION IS SEQUENTIAL.
      *THE SATELLITE FILES ARE ALL OPTIONAL - A FILE NOT YET CREATED
      *HAS NOTHING IN IT TO DISAGREE WITH THE MASTER
           SELECT OPTIONAL DEPENDENT-DATA
              ASSIGN TO RISDEP
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-REF-DATA
              ASSIGN TO RISBNK
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MISMATCH-DATA
              ASSIGN TO RISMIS
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-DATA
              ASSIGN TO RISPND
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-DATA
              ASSIGN TO RISHST
              ORGANIZATION IS LINE SEQUENTIAL.
      *TONIGHT'S NET-PAY EXTRACT AND CHECK-PRINT QUEUE - WHO WAS
      *PAID, AND WHO WAS PAID BY CHECK
           SELECT OPTIONAL PAY-NET-DATA
              ASSIGN TO RISNET
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-QUEUE-DATA
              ASSIGN TO RISCHK
              ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD: THE GRACE PERIOD IN DAYS. NO CARD MEANS THE
      *SHOP DEFAULT OF 60
           SELECT OPTIONAL SWEEP-PARM-DATA
              ASSIGN TO RISPRM
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-RPT-DATA
              ASSIGN TO RISRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE LIVE EMPLOYEE MASTER, FIELD FOR FIELD AS A1 READS IT
       FD  EMPLOYEE-DATA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  EMP-IN.
           05  EMPLOYEE-NO-IN            PIC X(5).
           05  EMPLOYEE-NAME-IN          PIC X(20).
           05  LOCATION-CODE.
               10 TERRITORY-NO-IN        PIC X(2).
               10 OFFICE-NO-IN           PIC X(2).
           05  ANNUAL-SALARY-IN          PIC X(6).
           05  SOC-SEC-NO-IN             PIC X(9).
           05  NO-OF-DEPENDS-IN          PIC X(2).
           05  JOB-CLASS-CODE-IN         PIC X(2).
           05  DATE-HIRED-IN             PIC X(8).
           05  EMP-STATUS-IN             PIC X(1).
               88 EMP-TERMINATED-IN      VALUE 'T'.
           05  TERM-DATE-IN              PIC X(8).
           05  UNUSED-IN                 PIC X(15).

       FD  DEPENDENT-DATA
           RECORD CONTAINS 41 CHARACTERS.
           COPY DEPREC.

       FD  BANK-REF-DATA
           RECORD CONTAINS 38 CHARACTERS.
           COPY BANKREF.

      *MIRRORS THE MISMATCH-LIST LAYOUT SSNRSP WRITES
       FD  MISMATCH-DATA
           RECORD CONTAINS 26 CHARACTERS.
       01  MISMATCH-IN.
           05  MIS-EMPLOYEE-NO           PIC X(5).
           05                            PIC X(2).
           05  MIS-SOC-SEC-NO            PIC X(9).
           05                            PIC X(2).
           05  MIS-FLAG-DATE             PIC X(8).

      *MIRRORS THE CORRECTIONS-PENDING LAYOUT BENRSP WRITES - THE
      *CARRIER KNOWS THE EMPLOYEE ONLY BY SSN
       FD  PENDING-DATA
           RECORD CONTAINS 16 CHARACTERS.
       01  PENDING-IN.
           05  PND-SOC-SEC-NO            PIC X(9).
           05                            PIC X(2).
           05  PND-REASON-CODE           PIC X(3).
           05                            PIC X(2).

       FD  PAY-HISTORY-DATA
           RECORD CONTAINS 91 CHARACTERS.
           COPY PAYHIST.

      *MIRRORS THE NET-PAY EXTRACT LAYOUT PAYREG WRITES
       FD  PAY-NET-DATA
           RECORD CONTAINS 37 CHARACTERS.
       01  PAY-NET-IN.
           05  PNI-EMPLOYEE-NO           PIC X(5).
           05                            PIC X(2).
           05  PNI-EMPLOYEE-NAME         PIC X(20).
           05                            PIC X(2).
           05  PNI-NET-PAY               PIC X(8).

       FD  CHECK-QUEUE-DATA
           RECORD CONTAINS 40 CHARACTERS.
           COPY CHKLST.

       FD  SWEEP-PARM-DATA
           RECORD CONTAINS 80 CHARACTERS.
       01  SWEEP-PARM-IN.
           05  PRM-GRACE-DAYS            PIC X(3).
           05  PRM-GRACE-DAYS-NUM REDEFINES PRM-GRACE-DAYS
                                         PIC 9(3).
           05                            PIC X(77).

       FD  INTEGRITY-RPT-DATA
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEGRITY-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MORE-MASTER-SW              PIC X    VALUE 'Y'.
       01  WS-EOF-SW                      PIC X    VALUE 'N'.
       01  WS-EMP-FOUND-SW                PIC X    VALUE 'N'.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-GRACE-DAYS                  PIC 9(3) VALUE 60.
      *THE GRACE CUTOFF - A RECORD STILL ATTACHED TO AN EMPLOYEE
      *TERMINATED BEFORE THIS DATE IS PAST ITS GRACE PERIOD. WORKED
      *BACK FROM THE RUN DATE ONE DAY AT A TIME
       01  WS-CUTOFF-DATE.
           05  WS-CUT-YEAR                PIC 9(4).
           05  WS-CUT-MONTH               PIC 9(2).
           05  WS-CUT-DAY                 PIC 9(2).
       01  WS-LEAP-QUOTIENT               PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER              PIC 9(3) VALUE ZERO.
      *THE FILE BEING SWEPT, ITS NAME FOR THE REPORT, AND THE KEY
      *OF THE RECORD AT HAND
       01  WS-FILE-SUB                    PIC 9(1) VALUE ZERO.
       01  WS-FILE-NAME                   PIC X(8) VALUE SPACES.
       01  WS-KEY-EMP-NO                  PIC X(5) VALUE SPACES.
       01  WS-KEY-SSN                     PIC X(9) VALUE SPACES.
       01  WS-DETAIL-WORK                 PIC X(40) VALUE SPACES.
       01  WS-TERM-DATE-WORK              PIC X(8) VALUE SPACES.
       01  WS-MASTER-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-ORPHAN-TOTAL                PIC 9(5) VALUE ZERO.
       01  WS-GRACE-TOTAL                 PIC 9(5) VALUE ZERO.
       01  WS-MISSING-TOTAL               PIC 9(5) VALUE ZERO.
       01  WS-PAID-COUNT                  PIC 9(5) VALUE ZERO.
      *PER-FILE COUNTS FOR THE CLOSING MATRIX, IN SWEEP ORDER -
      *DEPEND, BANKREF, SSNMISM, BENPEND, PAYHIST
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 5 TIMES.
               10  WS-FIL-NAME             PIC X(8).
               10  WS-FIL-READ             PIC 9(7).
               10  WS-FIL-ORPHANS          PIC 9(5).
               10  WS-FIL-GRACE            PIC 9(5).
      *THE MASTER, ONE ENTRY PER EMPLOYEE, WITH SWITCHES FOR THE
      *RECORDS THE SWEEP FINDS FOR THEM
       01  WS-EMP-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-EMP-COUNT
               INDEXED BY EMP-IDX.
               10  WS-EMP-NO               PIC X(5).
               10  WS-EMP-SSN              PIC X(9).
               10  WS-EMP-STATUS           PIC X(1).
               10  WS-EMP-TERM-DATE        PIC X(8).
               10  WS-EMP-BANK-SW          PIC X(1).
               10  WS-EMP-CHECK-SW         PIC X(1).
      *PAYROLL HISTORY ORPHANS, ONE ENTRY PER EMPLOYEE NUMBER WITH
      *ITS PAYMENT COUNT - THE HISTORY CARRIES MANY RECORDS PER
      *EMPLOYEE AND ONE LINE EACH IS ENOUGH
       01  WS-HST-COUNT                   PIC 9(3) COMP VALUE ZERO.
       01  WS-HST-TABLE.
           05  WS-HST-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-HST-COUNT
               INDEXED BY HST-IDX.
               10  WS-HST-EMP-NO           PIC X(5).
               10  WS-HST-PAYMENTS         PIC 9(5).
       01  WS-HST-FOUND-SW                PIC X    VALUE 'N'.
       01  WS-HST-OVERFLOW-SW             PIC X    VALUE 'N'.
       01  BLANK-LINE                     PIC X(80) VALUE SPACES.
       01  HL-SWEEP-HEADING.
           05                             PIC X(40) VALUE
               'EMPLOYEE SATELLITE FILE INTEGRITY SWEEP '.
           05                             PIC X(4)  VALUE 'RUN '.
           05  HL-RUN-DATE                PIC X(8).
           05                             PIC X(28) VALUE SPACES.
      *NO HEADING OR TOTAL LINE MAY START WITH A FINDING TAG
       01  HL-GRACE-LINE.
           05                             PIC X(25) VALUE
               'TERMINATED BEFORE CUTOFF '.
           05  HL-CUTOFF-DATE             PIC X(8).
           05                             PIC X(16) VALUE
               ' ARE PAST THEIR '.
           05  HL-GRACE-DAYS              PIC ZZ9.
           05                             PIC X(18) VALUE
               '-DAY GRACE PERIOD '.
           05                             PIC X(10) VALUE SPACES.
       01  HL-COLUMN-LINE.
           05                             PIC X(40) VALUE
               'TAG     FILE      EMPNO  DETAIL         '.
           05                             PIC X(40) VALUE SPACES.
      *ONE FINDING. THE TAG LEADS THE LINE - ORPHAN, GRACE, OR
      *MISSNG - AND MORNSUM COUNTS BY IT
       01  DL-FINDING-LINE.
           05  DL-TAG                     PIC X(6).
           05                             PIC X(2)  VALUE SPACES.
           05  DL-FILE-NAME               PIC X(8).
           05                             PIC X(2)  VALUE SPACES.
           05  DL-EMPLOYEE-NO             PIC X(5).
           05                             PIC X(2)  VALUE SPACES.
           05  DL-DETAIL                  PIC X(40).
           05                             PIC X(15) VALUE SPACES.
       01  HL-MATRIX-LINE.
           05                             PIC X(40) VALUE
               'FILE          READ  ORPHANS  PAST GRACE'.
           05                             PIC X(40) VALUE SPACES.
       01  DL-MATRIX-LINE.
           05  DL-MTX-FILE                PIC X(8).
           05                             PIC X(2)  VALUE SPACES.
           05  DL-MTX-READ                PIC Z,ZZZ,ZZ9.
           05                             PIC X(4)  VALUE SPACES.
           05  DL-MTX-ORPHANS             PIC ZZZZ9.
           05                             PIC X(7)  VALUE SPACES.
           05  DL-MTX-GRACE               PIC ZZZZ9.
           05                             PIC X(40) VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL               PIC X(30).
           05  DL-TOT-COUNT               PIC Z,ZZZ,ZZ9.
           05                             PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
      *LOADS THE MASTER, WORKS OUT THE GRACE CUTOFF, SWEEPS EACH
      *SATELLITE FILE AGAINST THE MASTER IN TURN, THEN LOOKS FOR
      *TONIGHT'S PAID EMPLOYEES WITH NO WAY TO BE PAID
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT INTEGRITY-RPT-DATA
           PERFORM 120-LOAD-PARM-PARA
           PERFORM 140-LOAD-MASTER-PARA
           MOVE WS-RUN-DATE    TO HL-RUN-DATE
           MOVE WS-GRACE-DAYS  TO HL-GRACE-DAYS
           MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE
           WRITE INTEGRITY-RPT-RECORD FROM HL-SWEEP-HEADING
           WRITE INTEGRITY-RPT-RECORD FROM HL-GRACE-LINE
           WRITE INTEGRITY-RPT-RECORD FROM BLANK-LINE
           WRITE INTEGRITY-RPT-RECORD FROM HL-COLUMN-LINE
           PERFORM 200-SWEEP-DEPEND-PARA
           PERFORM 250-SWEEP-BANKREF-PARA
           PERFORM 300-SWEEP-SSNMISM-PARA
           PERFORM 350-SWEEP-BENPEND-PARA
           PERFORM 400-SWEEP-PAYHIST-PARA
           PERFORM 500-LOAD-CHECKS-PARA
           PERFORM 550-PAID-CHECK-PARA
           PERFORM 800-TOTALS-RTN
           CLOSE INTEGRITY-RPT-DATA
           STOP RUN.

      *TAKES THE GRACE PERIOD FROM THE PARM CARD WHEN ONE IS SUPPLIED
      *AND USABLE, AND BACKS IT OFF THE RUN DATE FOR THE CUTOFF
       120-LOAD-PARM-PARA.
           OPEN INPUT SWEEP-PARM-DATA
           READ SWEEP-PARM-DATA
             AT END
               CONTINUE
             NOT AT END
               IF PRM-GRACE-DAYS NUMERIC
                 MOVE PRM-GRACE-DAYS-NUM TO WS-GRACE-DAYS
               END-IF
           END-READ
           CLOSE SWEEP-PARM-DATA
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           PERFORM 125-BACK-ONE-DAY-PARA WS-GRACE-DAYS TIMES.

      *STEPS THE CUTOFF DATE BACK ONE CALENDAR DAY, ROLLING INTO THE
      *LAST DAY OF THE PRIOR MONTH (AND YEAR) WHEN IT HAS TO
       125-BACK-ONE-DAY-PARA.
           IF WS-CUT-DAY > 1
             SUBTRACT 1 FROM WS-CUT-DAY
           ELSE
             IF WS-CUT-MONTH > 1
               SUBTRACT 1 FROM WS-CUT-MONTH
             ELSE
               MOVE 12 TO WS-CUT-MONTH
               SUBTRACT 1 FROM WS-CUT-YEAR
             END-IF
             EVALUATE WS-CUT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                 MOVE 30 TO WS-CUT-DAY
               WHEN 2
                 PERFORM 127-FEBRUARY-END-PARA
               WHEN OTHER
                 MOVE 31 TO WS-CUT-DAY
             END-EVALUATE
           END-IF.

      *THE LAST DAY OF FEBRUARY IN THE CUTOFF YEAR - 29 IN A LEAP
      *YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN DIVISIBLE BY 400)
       127-FEBRUARY-END-PARA.
           MOVE 28 TO WS-CUT-DAY
           DIVIDE WS-CUT-YEAR BY 4
             GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
             MOVE 29 TO WS-CUT-DAY
             DIVIDE WS-CUT-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
             IF WS-LEAP-REMAINDER = ZERO
               MOVE 28 TO WS-CUT-DAY
               DIVIDE WS-CUT-YEAR BY 400
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-CUT-DAY
               END-IF
             END-IF
           END-IF.

      *LOADS EVERY EMPLOYEE ON THE MASTER INTO THE LOOKUP TABLE AND
      *NAMES THE SWEPT FILES FOR THE MATRIX
       140-LOAD-MASTER-PARA.
           MOVE 'DEPEND  ' TO WS-FIL-NAME (1)
           MOVE 'BANKREF ' TO WS-FIL-NAME (2)
           MOVE 'SSNMISM ' TO WS-FIL-NAME (3)
           MOVE 'BENPEND ' TO WS-FIL-NAME (4)
           MOVE 'PAYHIST ' TO WS-FIL-NAME (5)
           PERFORM 145-ZERO-FILE-PARA
             VARYING WS-FILE-SUB FROM 1 BY 1
             UNTIL WS-FILE-SUB > 5
           OPEN INPUT EMPLOYEE-DATA
           PERFORM 150-MASTER-READ-PARA
             UNTIL WS-MORE-MASTER-SW = 'N'
           CLOSE EMPLOYEE-DATA.

       145-ZERO-FILE-PARA.
           MOVE ZERO TO WS-FIL-READ (WS-FILE-SUB)
                        WS-FIL-ORPHANS (WS-FILE-SUB)
                        WS-FIL-GRACE (WS-FILE-SUB).

      *READS ONE MASTER RECORD INTO THE TABLE
       150-MASTER-READ-PARA.
           READ EMPLOYEE-DATA
             AT END
               MOVE 'N' TO WS-MORE-MASTER-SW
             NOT AT END
               ADD 1 TO WS-MASTER-COUNT
               IF WS-EMP-COUNT < 9999
                 ADD 1 TO WS-EMP-COUNT
                 MOVE EMPLOYEE-NO-IN TO WS-EMP-NO (WS-EMP-COUNT)
                 MOVE SOC-SEC-NO-IN  TO WS-EMP-SSN (WS-EMP-COUNT)
                 MOVE EMP-STATUS-IN  TO WS-EMP-STATUS (WS-EMP-COUNT)
                 MOVE TERM-DATE-IN
                   TO WS-EMP-TERM-DATE (WS-EMP-COUNT)
                 MOVE 'N' TO WS-EMP-BANK-SW (WS-EMP-COUNT)
                             WS-EMP-CHECK-SW (WS-EMP-COUNT)
               ELSE
                 DISPLAY 'RISWEEP - MASTER TABLE FULL AT 9999, '
                   EMPLOYEE-NO-IN ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.

      *SWEEPS THE COVERED DEPENDENTS - ONE FINDING PER DEPENDENT
       200-SWEEP-DEPEND-PARA.
           MOVE 1   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DEPENDENT-DATA
           PERFORM 210-DEPEND-READ-PARA UNTIL WS-EOF-SW = 'Y'
           CLOSE DEPENDENT-DATA.

       210-DEPEND-READ-PARA.
           READ DEPENDENT-DATA
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               ADD 1 TO WS-FIL-READ (WS-FILE-SUB)
               MOVE DEP-EMPLOYEE-NO TO WS-KEY-EMP-NO
               MOVE DEP-NAME        TO WS-DETAIL-WORK
               PERFORM 600-EMPLOYEE-MATCH-PARA
           END-READ.

      *SWEEPS THE DIRECT-DEPOSIT ACCOUNTS, MARKING EACH EMPLOYEE WHO
      *HAS ONE FOR THE PAID-EMPLOYEE CHECK
       250-SWEEP-BANKREF-PARA.
           MOVE 2   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT BANK-REF-DATA
           PERFORM 260-BANKREF-READ-PARA UNTIL WS-EOF-SW = 'Y'
           CLOSE BANK-REF-DATA.

       260-BANKREF-READ-PARA.
           READ BANK-REF-DATA
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               ADD 1 TO WS-FIL-READ (WS-FILE-SUB)
               MOVE BNK-EMPLOYEE-NO TO WS-KEY-EMP-NO
               MOVE SPACES          TO WS-DETAIL-WORK
               PERFORM 600-EMPLOYEE-MATCH-PARA
               IF WS-EMP-FOUND-SW = 'Y'
                 MOVE 'Y' TO WS-EMP-BANK-SW (EMP-IDX)
               END-IF
           END-READ.

      *SWEEPS THE STANDING SSN-MISMATCH LIST
       300-SWEEP-SSNMISM-PARA.
           MOVE 3   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MISMATCH-DATA
           PERFORM 310-SSNMISM-READ-PARA UNTIL WS-EOF-SW = 'Y'
           CLOSE MISMATCH-DATA.

       310-SSNMISM-READ-PARA.
           READ MISMATCH-DATA
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               ADD 1 TO WS-FIL-READ (WS-FILE-SUB)
               MOVE MIS-EMPLOYEE-NO TO WS-KEY-EMP-NO
               MOVE SPACES          TO WS-DETAIL-WORK
               PERFORM 600-EMPLOYEE-MATCH-PARA
           END-READ.

      *SWEEPS THE BENEFITS CORRECTIONS-PENDING LIST. IT CARRIES NO
      *EMPLOYEE NUMBER, SO THE MATCH IS BY SSN - AND ONLY THE LAST
      *FOUR DIGITS OF IT PRINT
       350-SWEEP-BENPEND-PARA.
           MOVE 4   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PENDING-DATA
           PERFORM 360-BENPEND-READ-PARA UNTIL WS-EOF-SW = 'Y'
           CLOSE PENDING-DATA.

       360-BENPEND-READ-PARA.
           READ PENDING-DATA
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               ADD 1 TO WS-FIL-READ (WS-FILE-SUB)
               MOVE PND-SOC-SEC-NO TO WS-KEY-SSN
               PERFORM 620-FIND-SSN-PARA
               MOVE SPACES         TO WS-DETAIL-WORK
               STRING 'SSN *****'         DELIMITED BY SIZE
                      PND-SOC-SEC-NO (6:4) DELIMITED BY SIZE
                 INTO WS-DETAIL-WORK
               END-STRING
               IF WS-EMP-FOUND-SW = 'N'
                 MOVE SPACES TO WS-KEY-EMP-NO
                 PERFORM 700-ORPHAN-LINE-RTN
               ELSE
                 MOVE WS-EMP-NO (EMP-IDX) TO WS-KEY-EMP-NO
                 PERFORM 650-GRACE-CHECK-PARA
               END-IF
           END-READ.

      *SWEEPS THE PAYROLL HISTORY FOR ORPHANS ONLY - A TERMINATED
      *EMPLOYEE'S PAYMENTS ARE KEPT FOR GOOD, SO THERE IS NO GRACE
      *PERIOD TO PASS. EACH ORPHAN EMPLOYEE NUMBER PRINTS ONCE, WITH
      *ITS PAYMENT COUNT, AFTER THE WHOLE HISTORY HAS BEEN READ
       400-SWEEP-PAYHIST-PARA.
           MOVE 5   TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PAY-HISTORY-DATA
           PERFORM 410-PAYHIST-READ-PARA UNTIL WS-EOF-SW = 'Y'
           CLOSE PAY-HISTORY-DATA
           PERFORM 430-PAYHIST-ORPHAN-PARA
             VARYING HST-IDX FROM 1 BY 1
             UNTIL HST-IDX > WS-HST-COUNT
           IF WS-HST-OVERFLOW-SW = 'Y'
             DISPLAY 'RISWEEP - MORE THAN 500 PAYHIST ORPHANS, '
               'LIST INCOMPLETE'
             MOVE 8 TO RETURN-CODE
           END-IF.

       410-PAYHIST-READ-PARA.
           READ PAY-HISTORY-DATA
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               ADD 1 TO WS-FIL-READ (WS-FILE-SUB)
               MOVE PH-EMPLOYEE-NO TO WS-KEY-EMP-NO
               PERFORM 610-FIND-EMPLOYEE-PARA
               IF WS-EMP-FOUND-SW = 'N'
                 PERFORM 420-PAYHIST-TALLY-PARA
               END-IF
           END-READ.

      *COUNTS ONE ORPHAN PAYMENT AGAINST ITS EMPLOYEE NUMBER
       420-PAYHIST-TALLY-PARA.
           MOVE 'N' TO WS-HST-FOUND-SW
           IF WS-HST-COUNT > ZERO
             SET HST-IDX TO 1
             SEARCH WS-HST-ENTRY
               WHEN WS-HST-EMP-NO (HST-IDX) = WS-KEY-EMP-NO
                 MOVE 'Y' TO WS-HST-FOUND-SW
                 ADD 1 TO WS-HST-PAYMENTS (HST-IDX)
             END-SEARCH
           END-IF
           IF WS-HST-FOUND-SW = 'N'
             IF WS-HST-COUNT < 500
               ADD 1 TO WS-HST-COUNT
               MOVE WS-KEY-EMP-NO TO WS-HST-EMP-NO (WS-HST-COUNT)
               MOVE 1             TO WS-HST-PAYMENTS (WS-HST-COUNT)
             ELSE
               MOVE 'Y' TO WS-HST-OVERFLOW-SW
             END-IF
           END-IF.

       430-PAYHIST-ORPHAN-PARA.
           MOVE WS-HST-EMP-NO (HST-IDX) TO WS-KEY-EMP-NO
           MOVE SPACES                  TO WS-DETAIL-WORK
           STRING WS-HST-PAYMENTS (HST-IDX) DELIMITED BY SIZE
                  ' PAYMENTS'                DELIMITED BY SIZE
             INTO WS-DETAIL-WORK
           END-STRING
           PERFORM 700-ORPHAN-LINE-RTN.

      *MARKS EVERY EMPLOYEE ON TONIGHT'S CHECK-PRINT QUEUE
       500-LOAD-CHECKS-PARA.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CHECK-QUEUE-DATA
           PERFORM 510-CHECK-READ-PARA UNTIL WS-EOF-SW = 'Y'
           CLOSE CHECK-QUEUE-DATA.

       510-CHECK-READ-PARA.
           READ CHECK-QUEUE-DATA
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               MOVE CHQ-EMPLOYEE-NO TO WS-KEY-EMP-NO
               PERFORM 610-FIND-EMPLOYEE-PARA
               IF WS-EMP-FOUND-SW = 'Y'
                 MOVE 'Y' TO WS-EMP-CHECK-SW (EMP-IDX)
               END-IF
           END-READ.

      *EVERY ACTIVE EMPLOYEE PAID TONIGHT NEEDS EITHER A BANK RECORD
      *OR A CHECK-PRINT ENTRY - ONE WITH NEITHER HAS A NET PAY THAT
      *WENT NOWHERE
       550-PAID-CHECK-PARA.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PAY-NET-DATA
           PERFORM 560-PAID-READ-PARA UNTIL WS-EOF-SW = 'Y'
           CLOSE PAY-NET-DATA.

       560-PAID-READ-PARA.
           READ PAY-NET-DATA
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               ADD 1 TO WS-PAID-COUNT
               MOVE PNI-EMPLOYEE-NO TO WS-KEY-EMP-NO
               PERFORM 610-FIND-EMPLOYEE-PARA
               IF  WS-EMP-FOUND-SW = 'Y'
               AND WS-EMP-STATUS (EMP-IDX) NOT = 'T'
               AND WS-EMP-BANK-SW (EMP-IDX) = 'N'
               AND WS-EMP-CHECK-SW (EMP-IDX) = 'N'
                 MOVE 'MISSNG'   TO DL-TAG
                 MOVE 'PAYNET  ' TO DL-FILE-NAME
                 MOVE WS-KEY-EMP-NO TO DL-EMPLOYEE-NO
                 MOVE 'PAID - NO BANK RECORD OR CHECK ENTRY'
                   TO DL-DETAIL
                 WRITE INTEGRITY-RPT-RECORD FROM DL-FINDING-LINE
                 ADD 1 TO WS-MISSING-TOTAL
               END-IF
           END-READ.

      *MATCHES A SATELLITE RECORD TO THE MASTER BY EMPLOYEE NUMBER -
      *NO MASTER IS AN ORPHAN, A TERMINATED MASTER IS CHECKED
      *AGAINST THE GRACE CUTOFF
       600-EMPLOYEE-MATCH-PARA.
           PERFORM 610-FIND-EMPLOYEE-PARA
           IF WS-EMP-FOUND-SW = 'N'
             PERFORM 700-ORPHAN-LINE-RTN
           ELSE
             PERFORM 650-GRACE-CHECK-PARA
           END-IF.

      *FINDS THE EMPLOYEE NUMBER AT HAND IN THE MASTER TABLE, LEAVING
      *THE INDEX ON THE ENTRY
       610-FIND-EMPLOYEE-PARA.
           MOVE 'N' TO WS-EMP-FOUND-SW
           IF WS-EMP-COUNT > ZERO
             SET EMP-IDX TO 1
             SEARCH WS-EMP-ENTRY
               WHEN WS-EMP-NO (EMP-IDX) = WS-KEY-EMP-NO
                 MOVE 'Y' TO WS-EMP-FOUND-SW
             END-SEARCH
           END-IF.

      *FINDS THE SSN AT HAND IN THE MASTER TABLE, LEAVING THE INDEX
      *ON THE ENTRY
       620-FIND-SSN-PARA.
           MOVE 'N' TO WS-EMP-FOUND-SW
           IF WS-EMP-COUNT > ZERO
             SET EMP-IDX TO 1
             SEARCH WS-EMP-ENTRY
               WHEN WS-EMP-SSN (EMP-IDX) = WS-KEY-SSN
                 MOVE 'Y' TO WS-EMP-FOUND-SW
             END-SEARCH
           END-IF.

      *A RECORD ATTACHED TO AN EMPLOYEE TERMINATED BEFORE THE CUTOFF
      *IS PAST ITS GRACE PERIOD. A TERMINATION WITH NO USABLE DATE
      *CANNOT BE PLACED INSIDE THE GRACE PERIOD, SO IT IS LISTED TOO
       650-GRACE-CHECK-PARA.
           IF WS-EMP-STATUS (EMP-IDX) = 'T'
             MOVE WS-EMP-TERM-DATE (EMP-IDX) TO WS-TERM-DATE-WORK
             IF WS-TERM-DATE-WORK NOT NUMERIC
             OR WS-TERM-DATE-WORK < WS-CUTOFF-DATE
               PERFORM 710-GRACE-LINE-RTN
             END-IF
           END-IF.

      *PRINTS ONE ORPHAN FINDING
       700-ORPHAN-LINE-RTN.
           MOVE 'ORPHAN'                  TO DL-TAG
           MOVE WS-FIL-NAME (WS-FILE-SUB) TO DL-FILE-NAME
           MOVE WS-KEY-EMP-NO             TO DL-EMPLOYEE-NO
           MOVE SPACES                    TO DL-DETAIL
           STRING 'NO MASTER RECORD '     DELIMITED BY SIZE
                  WS-DETAIL-WORK          DELIMITED BY SIZE
             INTO DL-DETAIL
           END-STRING
           WRITE INTEGRITY-RPT-RECORD FROM DL-FINDING-LINE
           ADD 1 TO WS-FIL-ORPHANS (WS-FILE-SUB)
           ADD 1 TO WS-ORPHAN-TOTAL.

      *PRINTS ONE PAST-GRACE FINDING
       710-GRACE-LINE-RTN.
           MOVE 'GRACE '                  TO DL-TAG
           MOVE WS-FIL-NAME (WS-FILE-SUB) TO DL-FILE-NAME
           MOVE WS-KEY-EMP-NO             TO DL-EMPLOYEE-NO
           MOVE SPACES                    TO DL-DETAIL
           STRING 'TERMINATED '           DELIMITED BY SIZE
                  WS-TERM-DATE-WORK       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-DETAIL-WORK          DELIMITED BY SIZE
             INTO DL-DETAIL
           END-STRING
           WRITE INTEGRITY-RPT-RECORD FROM DL-FINDING-LINE
           ADD 1 TO WS-FIL-GRACE (WS-FILE-SUB)
           ADD 1 TO WS-GRACE-TOTAL.

      *PRINTS THE PER-FILE MATRIX AND THE RUN TOTALS
       800-TOTALS-RTN.
           WRITE INTEGRITY-RPT-RECORD FROM BLANK-LINE
           WRITE INTEGRITY-RPT-RECORD FROM HL-MATRIX-LINE
           PERFORM 810-MATRIX-LINE-RTN
             VARYING WS-FILE-SUB FROM 1 BY 1
             UNTIL WS-FILE-SUB > 5
           WRITE INTEGRITY-RPT-RECORD FROM BLANK-LINE
           MOVE 'MASTER RECORDS READ. . . . . :' TO DL-TOT-LABEL
           MOVE WS-MASTER-COUNT                  TO DL-TOT-COUNT
           WRITE INTEGRITY-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'EMPLOYEES PAID TONIGHT . . . :' TO DL-TOT-LABEL
           MOVE WS-PAID-COUNT                    TO DL-TOT-COUNT
           WRITE INTEGRITY-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'RECORDS WITH NO MASTER . . . :' TO DL-TOT-LABEL
           MOVE WS-ORPHAN-TOTAL                  TO DL-TOT-COUNT
           WRITE INTEGRITY-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'PAST THE GRACE PERIOD. . . . :' TO DL-TOT-LABEL
           MOVE WS-GRACE-TOTAL                   TO DL-TOT-COUNT
           WRITE INTEGRITY-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'PAID WITH NO BANK OR CHECK . :' TO DL-TOT-LABEL
           MOVE WS-MISSING-TOTAL                 TO DL-TOT-COUNT
           WRITE INTEGRITY-RPT-RECORD FROM DL-TOTAL-LINE
           DISPLAY 'INTEGRITY SWEEP - ORPHANS: ' WS-ORPHAN-TOTAL
             ' PAST GRACE: ' WS-GRACE-TOTAL
             ' MISSING: ' WS-MISSING-TOTAL.

       810-MATRIX-LINE-RTN.
           MOVE WS-FIL-NAME (WS-FILE-SUB)    TO DL-MTX-FILE
           MOVE WS-FIL-READ (WS-FILE-SUB)    TO DL-MTX-READ
           MOVE WS-FIL-ORPHANS (WS-FILE-SUB) TO DL-MTX-ORPHANS
           MOVE WS-FIL-GRACE (WS-FILE-SUB)   TO DL-MTX-GRACE
           WRITE INTEGRITY-RPT-RECORD FROM DL-MATRIX-LINE.
