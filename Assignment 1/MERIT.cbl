      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO CARRY OUT THE ANNUAL MERIT INCREASE IN ONE PASS
      *         INSTEAD OF KEYING HUNDREDS OF SALARY CHANGES BY HAND -
      *         THE APPROVED PERCENTAGE FOR EACH JOB CLASS (AND, WHERE
      *         HR SPLITS IT, EACH PERFORMANCE RATING), WITH ITS
      *         MINIMUM AND MAXIMUM DOLLAR INCREASE, IS APPLIED TO
      *         EVERY ACTIVE EMPLOYEE ON THE MASTER. EACH NEW SALARY
      *         IS PROVED AGAINST THE CLASS'S AUTHORIZED BAND ON
      *         JOBCLS.DAT, AN INCREASE THAT WOULD CARRY IT OVER THE
      *         TOP IS CAPPED AT THE BAND AND LISTED, AND A
      *         BEFORE/AFTER MERIT REGISTER BY TERRITORY AND OFFICE
      *         TOTALS THE COST. THE APPROVED INCREASES ARE WRITTEN
      *         AS EMPLOYEE-MAINTENANCE CHANGE TRANSACTIONS, SO
      *         EMPMNT'S OWN EDITS AND AUDIT LINES APPLY THEM ON THE
      *         NEXT NIGHTLY RUN. A BAD MERIT PARAMETER CARD REFUSES
      *         THE WHOLE RUN - NO TRANSACTIONS ARE WRITTEN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT.
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
              ASSIGN TO MERMIN
              ORGANIZATION IS SEQUENTIAL.
           SELECT MERIT-PARM-DATA
              ASSIGN TO MERPRM
              ORGANIZATION IS SEQUENTIAL.
      *THE PERFORMANCE RATINGS HR HAS KEYED - OPTIONAL: WITH NO
      *RATINGS EVERY EMPLOYEE TAKES THEIR CLASS'S UNRATED PERCENTAGE
           SELECT OPTIONAL RATING-DATA
              ASSIGN TO MERRAT
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOB-CLASS-REF
              ASSIGN TO MERJCR
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERIT-TRANS-DATA
              ASSIGN TO MERTRN
              ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-RPT-DATA
              ASSIGN TO MERRPT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE LIVE EMPLOYEE MASTER, FIELD FOR FIELD AS A1 READS IT,
      *SORTED INTO TERRITORY/OFFICE ORDER FOR THE REGISTER'S BREAKS
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
           05  ANNUAL-SALARY-NUM-IN REDEFINES ANNUAL-SALARY-IN
                                         PIC 9(6).
           05  SOC-SEC-NO-IN             PIC X(9).
           05  NO-OF-DEPENDS-IN          PIC X(2).
           05  JOB-CLASS-CODE-IN         PIC X(2).
           05  DATE-HIRED-IN             PIC X(8).
           05  EMP-STATUS-IN             PIC X(1).
               88 EMP-TERMINATED-IN      VALUE 'T'.
           05  TERM-DATE-IN              PIC X(8).
           05  UNUSED-IN                 PIC X(15).

      *ONE 'R' RATE CARD PER APPROVED JOB CLASS AND RATING - THE
      *PERCENTAGE (2 DECIMALS) AND THE MINIMUM AND MAXIMUM WHOLE-
      *DOLLAR INCREASE (A ZERO MAXIMUM MEANS NO MAXIMUM). A BLANK
      *RATING IS THE CLASS'S RATE FOR AN UNRATED EMPLOYEE. ONE
      *OPTIONAL 'E' CARD CARRIES THE INCREASE'S EFFECTIVE DATE
      *(YYYYMMDD), WHICH EMPMNT PAYS BACK THROUGH RETROPAY WHEN THE
      *TRANSACTIONS POST AFTER IT. LIKE A KEYED RAISE IT CAN ONLY
      *DATE THE INCREASE BACK, NEVER FORWARD
       FD  MERIT-PARM-DATA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MERIT-PARM-IN.
           05  MPR-TYPE                  PIC X(1).
           05  MPR-CLASS-CODE            PIC X(2).
           05  MPR-RATING                PIC X(1).
           05  MPR-PERCENT               PIC X(4).
           05  MPR-PERCENT-NUM REDEFINES MPR-PERCENT
                                         PIC 9(2)V99.
           05  MPR-MIN-AMOUNT            PIC X(5).
           05  MPR-MIN-AMOUNT-NUM REDEFINES MPR-MIN-AMOUNT
                                         PIC 9(5).
           05  MPR-MAX-AMOUNT            PIC X(5).
           05  MPR-MAX-AMOUNT-NUM REDEFINES MPR-MAX-AMOUNT
                                         PIC 9(5).
           05                            PIC X(62).
       01  MERIT-DATE-IN.
           05                            PIC X(1).
           05  MPR-EFFECTIVE-DATE        PIC X(8).
           05                            PIC X(71).

      *ONE RATING CARD PER RATED EMPLOYEE
       FD  RATING-DATA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RATING-IN.
           05  RAT-EMPLOYEE-NO           PIC X(5).
           05  RAT-RATING                PIC X(1).
           05                            PIC X(74).

       FD  JOB-CLASS-REF
           RECORD CONTAINS 61 CHARACTERS.
           COPY JOBCLS.

      *GENERATED EMPLOYEE-MAINTENANCE TRANSACTIONS, FIELD FOR FIELD
      *AS EMPMNT READS THEM - ONLY THE SALARY (AND ITS EFFECTIVE
      *DATE) IS KEYED, SO EMPMNT LEAVES EVERY OTHER FIELD ALONE
       FD  MERIT-TRANS-DATA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MERIT-TRANS-OUT.
           05  MTR-CODE                  PIC X(1).
           05  MTR-EMPLOYEE-NO           PIC X(5).
           05  MTR-EMPLOYEE-NAME         PIC X(20).
           05  MTR-TERRITORY-NO          PIC X(2).
           05  MTR-OFFICE-NO             PIC X(2).
           05  MTR-ANNUAL-SALARY         PIC 9(6).
           05  MTR-SOC-SEC-NO            PIC X(9).
           05  MTR-NO-OF-DEPENDS         PIC X(2).
           05  MTR-JOB-CLASS-CODE        PIC X(2).
           05  MTR-DATE-HIRED            PIC X(8).
           05  MTR-TERM-DATE             PIC X(8).
           05  MTR-EFFECTIVE-DATE        PIC X(8).
           05                            PIC X(7).

       FD  REGISTER-RPT-DATA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REGISTER-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MORE-MASTER-SW              PIC X    VALUE 'Y'.
       01  WS-MORE-PARM-SW                PIC X    VALUE 'Y'.
       01  WS-RAT-EOF-SW                  PIC X    VALUE 'N'.
       01  WS-JCR-EOF-SW                  PIC X    VALUE 'N'.
       01  WS-FIRST-RECORD-SW             PIC X    VALUE 'Y'.
       01  WS-RATE-FOUND-SW               PIC X    VALUE 'N'.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-EFFECTIVE-DATE              PIC X(8) VALUE SPACES.
       01  WS-TERR-HOLD                   PIC X(2) VALUE SPACES.
       01  WS-LOC-HOLD                    PIC X(4) VALUE SPACES.
       01  WS-EMP-RATING                  PIC X(1) VALUE SPACES.
       01  WS-SUB                         PIC 9(4) VALUE ZERO.
       01  WS-OLD-SALARY                  PIC 9(6) VALUE ZERO.
       01  WS-NEW-SALARY                  PIC 9(6) VALUE ZERO.
       01  WS-INCREASE                    PIC 9(6) VALUE ZERO.
       01  WS-PERCENT                     PIC 9(2)V99 VALUE ZERO.
       01  WS-BAND-MAX                    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-PERCENT               PIC 9(3)V99 VALUE ZERO.
       01  WS-READ-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-TRANS-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-CAPPED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-NO-CHANGE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-PARM-REJECT-COUNT           PIC 9(5) VALUE ZERO.
      *THE COST OF THE INCREASE AT EACH LEVEL OF THE REGISTER -
      *HEADCOUNT GIVEN AN INCREASE, PAYROLL BEFORE, THE INCREASE,
      *AND PAYROLL AFTER
       01  WS-OFFICE-TOTALS.
           05  WS-OFF-HEADS               PIC 9(5)  VALUE ZERO.
           05  WS-OFF-OLD                 PIC 9(9)  VALUE ZERO.
           05  WS-OFF-INCREASE            PIC 9(9)  VALUE ZERO.
           05  WS-OFF-NEW                 PIC 9(9)  VALUE ZERO.
       01  WS-TERR-TOTALS.
           05  WS-TER-HEADS               PIC 9(5)  VALUE ZERO.
           05  WS-TER-OLD                 PIC 9(9)  VALUE ZERO.
           05  WS-TER-INCREASE            PIC 9(9)  VALUE ZERO.
           05  WS-TER-NEW                 PIC 9(9)  VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-HEADS               PIC 9(5)  VALUE ZERO.
           05  WS-GRD-OLD                 PIC 9(9)  VALUE ZERO.
           05  WS-GRD-INCREASE            PIC 9(9)  VALUE ZERO.
           05  WS-GRD-NEW                 PIC 9(9)  VALUE ZERO.
      *THE TOTALS LINE BEING PRINTED, WHICHEVER LEVEL IT IS
       01  WS-PRINT-TOTALS.
           05  WS-PRT-HEADS               PIC 9(5)  VALUE ZERO.
           05  WS-PRT-OLD                 PIC 9(9)  VALUE ZERO.
           05  WS-PRT-INCREASE            PIC 9(9)  VALUE ZERO.
           05  WS-PRT-NEW                 PIC 9(9)  VALUE ZERO.
      *THE APPROVED RATES, LOADED AND EDITED BEFORE THE MASTER PASS
       01  WS-RATE-COUNT                  PIC 9(3) COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY
               OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-RATE-COUNT
               INDEXED BY RATE-IDX.
               10  WS-RATE-CLASS           PIC X(2).
               10  WS-RATE-RATING          PIC X(1).
               10  WS-RATE-PERCENT         PIC 9(2)V99.
               10  WS-RATE-MIN             PIC 9(5).
               10  WS-RATE-MAX             PIC 9(5).
      *THE KEYED PERFORMANCE RATINGS
       01  WS-RAT-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01  WS-RAT-TABLE.
           05  WS-RAT-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-RAT-COUNT
               INDEXED BY RAT-IDX.
               10  WS-RAT-EMP-NO           PIC X(5).
               10  WS-RAT-RATING           PIC X(1).
      *THE AUTHORIZED SALARY BAND PER JOB CLASS
       01  WS-JCR-COUNT                   PIC 9(3) COMP VALUE ZERO.
       01  WS-JCR-TABLE.
           05  WS-JCR-ENTRY
               OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-JCR-COUNT
               INDEXED BY JCR-IDX.
               10  WS-JCR-CODE             PIC X(2).
               10  WS-JCR-MAX              PIC 9(6).
               10  WS-JCR-PAY-TYPE         PIC X(1).
      *THE INCREASES CAPPED AT THE BAND, HELD FOR THEIR OWN LISTING
      *AT THE END OF THE REGISTER
       01  WS-CAP-COUNT                   PIC 9(4) COMP VALUE ZERO.
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CAP-COUNT.
               10  WS-CAP-LINE             PIC X(80).
       01  BLANK-LINE                     PIC X(80) VALUE SPACES.
       01  HL-REGISTER-HEADING.
           05                             PIC X(40) VALUE
               'ANNUAL MERIT INCREASE REGISTER          '.
           05                             PIC X(40) VALUE SPACES.
       01  HL-EFFECTIVE-LINE.
           05                             PIC X(16) VALUE
               'EFFECTIVE DATE: '.
           05  HL-EFFECTIVE-DATE          PIC X(8).
           05                             PIC X(56) VALUE SPACES.
       01  HL-LOCATION-LINE.
           05                             PIC X(10) VALUE 'TERRITORY '.
           05  HL-TERRITORY-NO            PIC X(2).
           05                             PIC X(9)  VALUE '  OFFICE '.
           05  HL-OFFICE-NO               PIC X(2).
           05                             PIC X(57) VALUE SPACES.
       01  HL-COLUMN-LINE.
           05                             PIC X(40) VALUE
               'EMPNO NAME                 CL R   PCT  O'.
           05                             PIC X(40) VALUE
               'LD SAL INCRSE NEW SAL NOTE              '.
       01  DL-MERIT-LINE.
           05  DL-EMPLOYEE-NO             PIC X(5).
           05                             PIC X(1)  VALUE SPACES.
           05  DL-EMPLOYEE-NAME           PIC X(20).
           05                             PIC X(1)  VALUE SPACES.
           05  DL-CLASS-CODE              PIC X(2).
           05                             PIC X(1)  VALUE SPACES.
           05  DL-RATING                  PIC X(1).
           05                             PIC X(1)  VALUE SPACES.
           05  DL-PERCENT                 PIC Z9.99.
           05                             PIC X(1)  VALUE SPACES.
           05  DL-OLD-SALARY              PIC ZZZ,ZZ9.
           05                             PIC X(1)  VALUE SPACES.
           05  DL-INCREASE                PIC ZZ,ZZ9.
           05                             PIC X(1)  VALUE SPACES.
           05  DL-NEW-SALARY              PIC ZZZ,ZZ9.
           05                             PIC X(1)  VALUE SPACES.
           05  DL-NOTE                    PIC X(19).
       01  DL-LEVEL-TOTAL-LINE.
           05  DL-LVL-LABEL               PIC X(20).
           05  DL-LVL-HEADS               PIC ZZZZ9.
           05                             PIC X(6)  VALUE ' RAISE'.
           05                             PIC X(4)  VALUE SPACES.
           05  DL-LVL-OLD                 PIC ZZZ,ZZZ,ZZ9.
           05                             PIC X(1)  VALUE SPACES.
           05  DL-LVL-INCREASE            PIC ZZ,ZZZ,ZZ9.
           05                             PIC X(1)  VALUE SPACES.
           05  DL-LVL-NEW                 PIC ZZZ,ZZZ,ZZ9.
           05                             PIC X(1)  VALUE SPACES.
           05  DL-LVL-PERCENT             PIC ZZ9.99.
           05                             PIC X(1)  VALUE '%'.
           05                             PIC X(3)  VALUE SPACES.
       01  DL-REJECT-LINE.
           05                             PIC X(11) VALUE 'PARM CARD '.
           05  REJ-CARD                   PIC X(22).
           05                             PIC X(2)  VALUE SPACES.
           05                             PIC X(11) VALUE 'REJECTED - '.
           05  REJ-REASON                 PIC X(30).
           05                             PIC X(4)  VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL               PIC X(30).
           05  DL-TOT-COUNT               PIC ZZZZZZ9.
           05                             PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
      *LOADS AND EDITS THE RATE CARDS, THE RATINGS, AND THE BANDS,
      *THEN PASSES THE SORTED MASTER ONCE PRICING EVERY ACTIVE
      *EMPLOYEE'S INCREASE WITH TERRITORY AND OFFICE BREAKS. A BAD
      *RATE CARD STOPS THE RUN BEFORE THE PASS SO A HALF-APPROVED
      *MERIT NEVER REACHES THE MASTER
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  MERIT-PARM-DATA
                OUTPUT MERIT-TRANS-DATA
                OUTPUT REGISTER-RPT-DATA
           WRITE REGISTER-RPT-RECORD FROM HL-REGISTER-HEADING
           PERFORM 160-READ-PARM-PARA
           PERFORM 200-EDIT-PARM-PARA UNTIL WS-MORE-PARM-SW = 'N'
           IF WS-EFFECTIVE-DATE = SPACES
             MOVE 'TONIGHT'         TO HL-EFFECTIVE-DATE
           ELSE
             MOVE WS-EFFECTIVE-DATE TO HL-EFFECTIVE-DATE
           END-IF
           WRITE REGISTER-RPT-RECORD FROM HL-EFFECTIVE-LINE
           IF WS-PARM-REJECT-COUNT > ZERO
           OR WS-RATE-COUNT = ZERO
             PERFORM 250-REFUSE-RUN-RTN
           ELSE
             PERFORM 140-LOAD-JOBCLS-PARA
             PERFORM 145-LOAD-RATINGS-PARA
             OPEN INPUT EMPLOYEE-DATA
             PERFORM 170-READ-MASTER-PARA
             PERFORM 300-MASTER-PASS-PARA
               UNTIL WS-MORE-MASTER-SW = 'N'
             IF WS-FIRST-RECORD-SW = 'N'
               PERFORM 600-OFFICE-BREAK-RTN
               PERFORM 650-TERRITORY-BREAK-RTN
             END-IF
             CLOSE EMPLOYEE-DATA
             PERFORM 700-CAPPED-LIST-RTN
             PERFORM 800-TOTALS-RTN
           END-IF
           CLOSE MERIT-PARM-DATA
                 MERIT-TRANS-DATA
                 REGISTER-RPT-DATA
           STOP RUN.

      *LOADS THE AUTHORIZED SALARY BAND PER JOB CLASS FROM THE
      *REFERENCE FILE, ONE TABLE ENTRY PER RECORD
       140-LOAD-JOBCLS-PARA.
           OPEN INPUT JOB-CLASS-REF
           PERFORM 142-JOBCLS-READ-PARA
             UNTIL WS-JCR-EOF-SW = 'Y'
             OR    WS-JCR-COUNT = 100
           CLOSE JOB-CLASS-REF.

      *READS ONE JOB-CLASS RECORD INTO THE BAND TABLE
       142-JOBCLS-READ-PARA.
           READ JOB-CLASS-REF
             AT END
               MOVE 'Y' TO WS-JCR-EOF-SW
             NOT AT END
               IF JCR-MAX-SALARY NUMERIC
                 ADD 1 TO WS-JCR-COUNT
                 MOVE JCR-CLASS-CODE TO WS-JCR-CODE (WS-JCR-COUNT)
                 MOVE JCR-MAX-SALARY TO WS-JCR-MAX (WS-JCR-COUNT)
                 MOVE JCR-PAY-TYPE   TO WS-JCR-PAY-TYPE (WS-JCR-COUNT)
               END-IF
           END-READ.

      *LOADS THE KEYED RATINGS, ONE TABLE ENTRY PER CARD
       145-LOAD-RATINGS-PARA.
           OPEN INPUT RATING-DATA
           PERFORM 147-RATING-READ-PARA
             UNTIL WS-RAT-EOF-SW = 'Y'
           CLOSE RATING-DATA.

      *READS ONE RATING CARD INTO THE TABLE. A CARD PAST THE TABLE
      *LIMIT IS REPORTED - THAT EMPLOYEE FALLS BACK TO THEIR CLASS'S
      *UNRATED PERCENTAGE
       147-RATING-READ-PARA.
           READ RATING-DATA
             AT END
               MOVE 'Y' TO WS-RAT-EOF-SW
             NOT AT END
               IF WS-RAT-COUNT < 5000
                 ADD 1 TO WS-RAT-COUNT
                 MOVE RAT-EMPLOYEE-NO TO WS-RAT-EMP-NO (WS-RAT-COUNT)
                 MOVE RAT-RATING      TO WS-RAT-RATING (WS-RAT-COUNT)
               ELSE
                 DISPLAY 'RATING TABLE FULL - EMPLOYEE '
                   RAT-EMPLOYEE-NO ' NOT LOADED'
               END-IF
           END-READ.

      *READ NEXT MERIT PARAMETER CARD
       160-READ-PARM-PARA.
           READ MERIT-PARM-DATA
             AT END
               MOVE 'N' TO WS-MORE-PARM-SW
           END-READ.

      *READ NEXT MASTER RECORD
       170-READ-MASTER-PARA.
           READ EMPLOYEE-DATA
             AT END
               MOVE 'N' TO WS-MORE-MASTER-SW
           END-READ.

      *EDITS ONE PARAMETER CARD - A RATE CARD NEEDS A CLASS, A
      *NUMERIC PERCENTAGE AND AMOUNTS, A MINIMUM NOT ABOVE THE
      *MAXIMUM, AND NO EARLIER CARD FOR THE SAME CLASS AND RATING
       200-EDIT-PARM-PARA.
           EVALUATE TRUE
             WHEN MPR-TYPE = 'E'
              AND MPR-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO REJ-REASON
               PERFORM 290-REJECT-PARM-RTN
             WHEN MPR-TYPE = 'E'
              AND MPR-EFFECTIVE-DATE > WS-RUN-DATE
               MOVE 'EFFECTIVE DATE IN THE FUTURE' TO REJ-REASON
               PERFORM 290-REJECT-PARM-RTN
             WHEN MPR-TYPE = 'E'
               MOVE MPR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
             WHEN MPR-TYPE NOT = 'R'
               MOVE 'CARD TYPE NOT R OR E' TO REJ-REASON
               PERFORM 290-REJECT-PARM-RTN
             WHEN MPR-CLASS-CODE = SPACES
               MOVE 'JOB CLASS MISSING' TO REJ-REASON
               PERFORM 290-REJECT-PARM-RTN
             WHEN MPR-PERCENT NOT NUMERIC
               MOVE 'PERCENTAGE NOT NUMERIC' TO REJ-REASON
               PERFORM 290-REJECT-PARM-RTN
             WHEN MPR-MIN-AMOUNT NOT NUMERIC
               OR MPR-MAX-AMOUNT NOT NUMERIC
               MOVE 'MIN OR MAX AMOUNT NOT NUMERIC' TO REJ-REASON
               PERFORM 290-REJECT-PARM-RTN
             WHEN MPR-MAX-AMOUNT-NUM > ZERO
              AND MPR-MIN-AMOUNT-NUM > MPR-MAX-AMOUNT-NUM
               MOVE 'MINIMUM ABOVE MAXIMUM' TO REJ-REASON
               PERFORM 290-REJECT-PARM-RTN
             WHEN WS-RATE-COUNT = 200
               MOVE 'RATE TABLE FULL' TO REJ-REASON
               PERFORM 290-REJECT-PARM-RTN
             WHEN OTHER
               PERFORM 220-DUPLICATE-CHECK-PARA
           END-EVALUATE
           PERFORM 160-READ-PARM-PARA.

      *A SECOND CARD FOR THE SAME CLASS AND RATING WOULD LEAVE THE
      *APPROVED RATE IN DOUBT, SO IT IS REJECTED
       220-DUPLICATE-CHECK-PARA.
           MOVE 'N' TO WS-RATE-FOUND-SW
           IF WS-RATE-COUNT > ZERO
             SET RATE-IDX TO 1
             SEARCH WS-RATE-ENTRY
               WHEN WS-RATE-CLASS (RATE-IDX) = MPR-CLASS-CODE
                AND WS-RATE-RATING (RATE-IDX) = MPR-RATING
                 MOVE 'Y' TO WS-RATE-FOUND-SW
             END-SEARCH
           END-IF
           IF WS-RATE-FOUND-SW = 'Y'
             MOVE 'DUPLICATE CLASS AND RATING' TO REJ-REASON
             PERFORM 290-REJECT-PARM-RTN
           ELSE
             ADD 1 TO WS-RATE-COUNT
             MOVE MPR-CLASS-CODE     TO WS-RATE-CLASS (WS-RATE-COUNT)
             MOVE MPR-RATING         TO WS-RATE-RATING (WS-RATE-COUNT)
             MOVE MPR-PERCENT-NUM    TO WS-RATE-PERCENT (WS-RATE-COUNT)
             MOVE MPR-MIN-AMOUNT-NUM TO WS-RATE-MIN (WS-RATE-COUNT)
             MOVE MPR-MAX-AMOUNT-NUM TO WS-RATE-MAX (WS-RATE-COUNT)
           END-IF.

      *NO TRANSACTIONS ARE WRITTEN WHEN A RATE CARD FAILED ITS EDIT
      *OR NO RATE CARD WAS SUPPLIED - THE RUN ENDS NON-ZERO FOR THE
      *CARDS TO BE CORRECTED AND THE JOB RESUBMITTED
       250-REFUSE-RUN-RTN.
           WRITE REGISTER-RPT-RECORD FROM BLANK-LINE
           IF WS-RATE-COUNT = ZERO
             MOVE 'NO RATE CARDS SUPPLIED' TO REGISTER-RPT-RECORD
             WRITE REGISTER-RPT-RECORD
           END-IF
           MOVE 'MERIT RUN REFUSED - NO TRANSACTIONS WRITTEN'
             TO REGISTER-RPT-RECORD
           WRITE REGISTER-RPT-RECORD
           DISPLAY 'MERIT RUN REFUSED - ' WS-PARM-REJECT-COUNT
             ' PARAMETER CARD(S) REJECTED'
           MOVE 16 TO RETURN-CODE.

      *WRITES THE FAILED PARAMETER CARD AND ITS REASON
       290-REJECT-PARM-RTN.
           MOVE MERIT-PARM-IN (1:22) TO REJ-CARD
           WRITE REGISTER-RPT-RECORD FROM DL-REJECT-LINE
           ADD 1 TO WS-PARM-REJECT-COUNT.

      *ONE MASTER RECORD - A TERMINATED EMPLOYEE IS PASSED BY. A
      *CHANGE OF OFFICE OR TERRITORY PRINTS THE TOTALS FOR THE ONE
      *JUST FINISHED BEFORE THE NEW ONE'S HEADING
       300-MASTER-PASS-PARA.
           ADD 1 TO WS-READ-COUNT
           IF NOT EMP-TERMINATED-IN
             IF WS-FIRST-RECORD-SW = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD-SW
               PERFORM 550-LOCATION-HEADING-RTN
             ELSE
               IF TERRITORY-NO-IN NOT = WS-TERR-HOLD
                 PERFORM 600-OFFICE-BREAK-RTN
                 PERFORM 650-TERRITORY-BREAK-RTN
                 PERFORM 550-LOCATION-HEADING-RTN
               ELSE
                 IF LOCATION-CODE NOT = WS-LOC-HOLD
                   PERFORM 600-OFFICE-BREAK-RTN
                   PERFORM 550-LOCATION-HEADING-RTN
                 END-IF
               END-IF
             END-IF
             PERFORM 400-PRICE-INCREASE-RTN
           END-IF
           PERFORM 170-READ-MASTER-PARA.

      *PRICES ONE EMPLOYEE'S INCREASE - THE RATE FOR THEIR CLASS AND
      *RATING (ELSE THEIR CLASS'S UNRATED RATE), HELD BETWEEN THE
      *CARD'S MINIMUM AND MAXIMUM DOLLARS, THEN CAPPED AT THE TOP OF
      *THE CLASS BAND. AN EMPLOYEE WHO CANNOT BE PRICED IS LISTED
      *WITH THE REASON AND GETS NO TRANSACTION
       400-PRICE-INCREASE-RTN.
           MOVE SPACES            TO DL-MERIT-LINE
           MOVE EMPLOYEE-NO-IN    TO DL-EMPLOYEE-NO
           MOVE EMPLOYEE-NAME-IN  TO DL-EMPLOYEE-NAME
           MOVE JOB-CLASS-CODE-IN TO DL-CLASS-CODE
           PERFORM 420-FIND-RATING-RTN
           MOVE WS-EMP-RATING     TO DL-RATING
           PERFORM 430-FIND-RATE-RTN
           PERFORM 440-FIND-BAND-RTN
           EVALUATE TRUE
             WHEN ANNUAL-SALARY-IN NOT NUMERIC
               MOVE 'SALARY NOT NUMERIC' TO DL-NOTE
               PERFORM 490-NOT-PRICED-RTN
             WHEN WS-RATE-FOUND-SW = 'N'
               MOVE ANNUAL-SALARY-NUM-IN TO DL-OLD-SALARY
               MOVE 'NO MERIT RATE'      TO DL-NOTE
               PERFORM 490-NOT-PRICED-RTN
             WHEN WS-BAND-MAX = ZERO
               MOVE ANNUAL-SALARY-NUM-IN TO DL-OLD-SALARY
               MOVE 'CLASS NOT ON FILE'  TO DL-NOTE
               PERFORM 490-NOT-PRICED-RTN
             WHEN WS-JCR-PAY-TYPE (JCR-IDX) = 'H'
               MOVE ANNUAL-SALARY-NUM-IN TO DL-OLD-SALARY
               MOVE 'HOURLY CLASS RATE'  TO DL-NOTE
               PERFORM 490-NOT-PRICED-RTN
             WHEN OTHER
               PERFORM 450-APPLY-INCREASE-RTN
           END-EVALUATE.

      *THE EMPLOYEE'S KEYED RATING, SPACE WHEN NONE WAS KEYED
       420-FIND-RATING-RTN.
           MOVE SPACE TO WS-EMP-RATING
           IF WS-RAT-COUNT > ZERO
             SET RAT-IDX TO 1
             SEARCH WS-RAT-ENTRY
               WHEN WS-RAT-EMP-NO (RAT-IDX) = EMPLOYEE-NO-IN
                 MOVE WS-RAT-RATING (RAT-IDX) TO WS-EMP-RATING
             END-SEARCH
           END-IF.

      *THE RATE CARD FOR THE CLASS AND RATING, FALLING BACK TO THE
      *CLASS'S UNRATED CARD WHEN NO CARD NAMES THE RATING
       430-FIND-RATE-RTN.
           MOVE 'N' TO WS-RATE-FOUND-SW
           SET RATE-IDX TO 1
           SEARCH WS-RATE-ENTRY
             WHEN WS-RATE-CLASS (RATE-IDX) = JOB-CLASS-CODE-IN
              AND WS-RATE-RATING (RATE-IDX) = WS-EMP-RATING
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-SEARCH
           IF WS-RATE-FOUND-SW = 'N' AND WS-EMP-RATING NOT = SPACE
             SET RATE-IDX TO 1
             SEARCH WS-RATE-ENTRY
               WHEN WS-RATE-CLASS (RATE-IDX) = JOB-CLASS-CODE-IN
                AND WS-RATE-RATING (RATE-IDX) = SPACE
                 MOVE 'Y' TO WS-RATE-FOUND-SW
             END-SEARCH
           END-IF.

      *THE TOP OF THE CLASS'S BAND, ZERO WHEN THE CLASS IS NOT ON
      *THE REFERENCE
       440-FIND-BAND-RTN.
           MOVE ZERO TO WS-BAND-MAX
           IF WS-JCR-COUNT > ZERO
             SET JCR-IDX TO 1
             SEARCH WS-JCR-ENTRY
               WHEN WS-JCR-CODE (JCR-IDX) = JOB-CLASS-CODE-IN
                 MOVE WS-JCR-MAX (JCR-IDX) TO WS-BAND-MAX
             END-SEARCH
           END-IF.

      *WORKS THE INCREASE OUT AND, WHEN THERE IS ONE, WRITES THE
      *CHANGE TRANSACTION AND ADDS IT INTO THE OFFICE TOTALS
       450-APPLY-INCREASE-RTN.
           MOVE ANNUAL-SALARY-NUM-IN        TO WS-OLD-SALARY
           MOVE WS-RATE-PERCENT (RATE-IDX)  TO WS-PERCENT
           COMPUTE WS-INCREASE ROUNDED =
             WS-OLD-SALARY * WS-PERCENT / 100
           IF WS-INCREASE < WS-RATE-MIN (RATE-IDX)
             MOVE WS-RATE-MIN (RATE-IDX) TO WS-INCREASE
           END-IF
           IF  WS-RATE-MAX (RATE-IDX) > ZERO
           AND WS-INCREASE > WS-RATE-MAX (RATE-IDX)
             MOVE WS-RATE-MAX (RATE-IDX) TO WS-INCREASE
           END-IF
           MOVE WS-PERCENT    TO DL-PERCENT
           MOVE WS-OLD-SALARY TO DL-OLD-SALARY
           EVALUATE TRUE
             WHEN WS-OLD-SALARY NOT < WS-BAND-MAX
               MOVE ZERO              TO WS-INCREASE
               MOVE 'AT BAND MAXIMUM' TO DL-NOTE
             WHEN WS-OLD-SALARY + WS-INCREASE > WS-BAND-MAX
               COMPUTE WS-INCREASE = WS-BAND-MAX - WS-OLD-SALARY
               MOVE 'CAPPED AT BAND'  TO DL-NOTE
             WHEN WS-INCREASE = ZERO
               MOVE 'NO INCREASE'     TO DL-NOTE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           COMPUTE WS-NEW-SALARY = WS-OLD-SALARY + WS-INCREASE
           MOVE WS-INCREASE   TO DL-INCREASE
           MOVE WS-NEW-SALARY TO DL-NEW-SALARY
           WRITE REGISTER-RPT-RECORD FROM DL-MERIT-LINE
           IF WS-INCREASE = ZERO
             ADD 1 TO WS-NO-CHANGE-COUNT
           ELSE
             PERFORM 470-WRITE-TRANS-RTN
             ADD 1             TO WS-OFF-HEADS
             ADD WS-OLD-SALARY TO WS-OFF-OLD
             ADD WS-INCREASE   TO WS-OFF-INCREASE
             ADD WS-NEW-SALARY TO WS-OFF-NEW
             IF DL-NOTE = 'CAPPED AT BAND'
               ADD 1 TO WS-CAPPED-COUNT
               IF WS-CAP-COUNT < 2000
                 ADD 1 TO WS-CAP-COUNT
                 MOVE DL-MERIT-LINE TO WS-CAP-LINE (WS-CAP-COUNT)
               END-IF
             END-IF
           END-IF.

      *WRITES THE CHANGE TRANSACTION EMPMNT WILL APPLY - THE CODE,
      *THE EMPLOYEE, THE NEW SALARY, AND THE EFFECTIVE DATE ONLY
       470-WRITE-TRANS-RTN.
           MOVE SPACES            TO MERIT-TRANS-OUT
           MOVE 'C'               TO MTR-CODE
           MOVE EMPLOYEE-NO-IN    TO MTR-EMPLOYEE-NO
           MOVE WS-NEW-SALARY     TO MTR-ANNUAL-SALARY
           MOVE WS-EFFECTIVE-DATE TO MTR-EFFECTIVE-DATE
           WRITE MERIT-TRANS-OUT
           ADD 1 TO WS-TRANS-COUNT.

      *LISTS AN EMPLOYEE WHO COULD NOT BE PRICED
       490-NOT-PRICED-RTN.
           WRITE REGISTER-RPT-RECORD FROM DL-MERIT-LINE
           ADD 1 TO WS-SKIPPED-COUNT.

      *STARTS A NEW OFFICE ON THE REGISTER
       550-LOCATION-HEADING-RTN.
           MOVE TERRITORY-NO-IN TO WS-TERR-HOLD
                                   HL-TERRITORY-NO
           MOVE LOCATION-CODE   TO WS-LOC-HOLD
           MOVE OFFICE-NO-IN    TO HL-OFFICE-NO
           WRITE REGISTER-RPT-RECORD FROM BLANK-LINE
           WRITE REGISTER-RPT-RECORD FROM HL-LOCATION-LINE
           WRITE REGISTER-RPT-RECORD FROM HL-COLUMN-LINE.

      *PRINTS THE FINISHED OFFICE'S TOTALS AND ROLLS THEM INTO ITS
      *TERRITORY
       600-OFFICE-BREAK-RTN.
           MOVE WS-OFFICE-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO DL-LVL-LABEL
           STRING 'OFFICE ' WS-LOC-HOLD (3:2) ' TOTAL'
             DELIMITED BY SIZE INTO DL-LVL-LABEL
           PERFORM 690-LEVEL-LINE-RTN
           ADD WS-OFF-HEADS    TO WS-TER-HEADS
           ADD WS-OFF-OLD      TO WS-TER-OLD
           ADD WS-OFF-INCREASE TO WS-TER-INCREASE
           ADD WS-OFF-NEW      TO WS-TER-NEW
           INITIALIZE WS-OFFICE-TOTALS.

      *PRINTS THE FINISHED TERRITORY'S TOTALS AND ROLLS THEM INTO
      *THE GRAND TOTALS
       650-TERRITORY-BREAK-RTN.
           MOVE WS-TERR-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO DL-LVL-LABEL
           STRING 'TERRITORY ' WS-TERR-HOLD ' TOTAL'
             DELIMITED BY SIZE INTO DL-LVL-LABEL
           PERFORM 690-LEVEL-LINE-RTN
           ADD WS-TER-HEADS    TO WS-GRD-HEADS
           ADD WS-TER-OLD      TO WS-GRD-OLD
           ADD WS-TER-INCREASE TO WS-GRD-INCREASE
           ADD WS-TER-NEW      TO WS-GRD-NEW
           INITIALIZE WS-TERR-TOTALS.

      *ONE TOTALS LINE - HEADCOUNT RAISED, PAYROLL BEFORE, THE
      *INCREASE, PAYROLL AFTER, AND THE INCREASE AS A PERCENTAGE OF
      *THE PAYROLL BEFORE
       690-LEVEL-LINE-RTN.
           MOVE WS-PRT-HEADS    TO DL-LVL-HEADS
           MOVE WS-PRT-OLD      TO DL-LVL-OLD
           MOVE WS-PRT-INCREASE TO DL-LVL-INCREASE
           MOVE WS-PRT-NEW      TO DL-LVL-NEW
           MOVE ZERO TO WS-TOTAL-PERCENT
           IF WS-PRT-OLD > ZERO
             COMPUTE WS-TOTAL-PERCENT ROUNDED =
               WS-PRT-INCREASE * 100 / WS-PRT-OLD
           END-IF
           MOVE WS-TOTAL-PERCENT TO DL-LVL-PERCENT
           WRITE REGISTER-RPT-RECORD FROM DL-LEVEL-TOTAL-LINE.

      *LISTS EVERY INCREASE CAPPED AT THE TOP OF ITS CLASS BAND SO
      *COMPENSATION CAN REVIEW THEM TOGETHER
       700-CAPPED-LIST-RTN.
           WRITE REGISTER-RPT-RECORD FROM BLANK-LINE
           MOVE 'INCREASES CAPPED AT THE CLASS BAND MAXIMUM'
             TO REGISTER-RPT-RECORD
           WRITE REGISTER-RPT-RECORD
           WRITE REGISTER-RPT-RECORD FROM HL-COLUMN-LINE
           PERFORM 750-CAPPED-LINE-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-CAP-COUNT.

      *PRINTS ONE CAPPED INCREASE
       750-CAPPED-LINE-RTN.
           WRITE REGISTER-RPT-RECORD FROM WS-CAP-LINE (WS-SUB).

      *PRINTS THE COMPANY TOTALS AND THE RUN'S COUNTS
       800-TOTALS-RTN.
           WRITE REGISTER-RPT-RECORD FROM BLANK-LINE
           MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
           MOVE 'COMPANY TOTAL' TO DL-LVL-LABEL
           PERFORM 690-LEVEL-LINE-RTN
           WRITE REGISTER-RPT-RECORD FROM BLANK-LINE
           MOVE 'EMPLOYEES READ . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-READ-COUNT                    TO DL-TOT-COUNT
           WRITE REGISTER-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'CHANGE TRANSACTIONS WRITTEN. :' TO DL-TOT-LABEL
           MOVE WS-TRANS-COUNT                   TO DL-TOT-COUNT
           WRITE REGISTER-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'INCREASES CAPPED AT BAND . . :' TO DL-TOT-LABEL
           MOVE WS-CAPPED-COUNT                  TO DL-TOT-COUNT
           WRITE REGISTER-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'NO INCREASE DUE. . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-NO-CHANGE-COUNT               TO DL-TOT-COUNT
           WRITE REGISTER-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'NOT PRICED - SEE NOTE. . . . :' TO DL-TOT-LABEL
           MOVE WS-SKIPPED-COUNT                 TO DL-TOT-COUNT
           WRITE REGISTER-RPT-RECORD FROM DL-TOTAL-LINE
           DISPLAY 'MERIT - READ: ' WS-READ-COUNT
             ' TRANSACTIONS: ' WS-TRANS-COUNT
             ' CAPPED: ' WS-CAPPED-COUNT
             ' NOT PRICED: ' WS-SKIPPED-COUNT.
