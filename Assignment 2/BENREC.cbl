      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO RECONCILE THE BENEFITS CARRIER'S MONTHLY PREMIUM
      *         BILL AGAINST OUR OWN ENROLLMENT INSTEAD OF A CLERK
      *         TICKING IT OFF LINE BY LINE. THE BILL IS MATCHED BY
      *         SSN TO THE ENROLLMENT BENEXT LAST SENT THE CARRIER
      *         ('D' EMPLOYEES WITH THEIR 'P' DEPENDENTS), AND THE
      *         DISCREPANCY REPORT LISTS EVERYONE BILLED WHO IS NOT
      *         ENROLLED WITH US, EVERYONE ENROLLED WHO WAS NOT
      *         BILLED, EVERY COVERAGE TIER THAT DOES NOT FIT THE
      *         COVERED DEPENDENTS, AND ANY BILLING THAT CONTINUES
      *         PAST AN EMPLOYEE'S TERMINATION DATE. EACH LINE CARRIES
      *         WHAT WAS BILLED AND WHAT WE SHOULD PAY AT THE TIER
      *         RATES ON THE RATE CARD, AND THE TWO ARE TOTALLED SO
      *         THE BILL CAN BE PAID SHORT BY THE DIFFERENCE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENREC.
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
      *THE CARRIER'S PREMIUM BILL AS TRANSMITTED - 'H' HEADER WITH
      *THE BILLING MONTH, ONE 'D' RECORD PER MEMBER BILLED, 'T'
      *COUNT AND PREMIUM TRAILER
           SELECT BILL-IN
             ASSIGN TO 'BENBILL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE ENROLLMENT AS IT WENT TO THE CARRIER
           SELECT CARRIER-EXTRACT-IN
             ASSIGN TO 'BENEXT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SORTED A1 EXTRACT - ONLY ITS TERMINATED EMPLOYEES ARE
      *WANTED, FOR THEIR TERMINATION DATES
           SELECT EXTRACT-IN
             ASSIGN TO 'A1SORT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE CARRIER'S MONTHLY PREMIUM PER COVERAGE TIER - ONE CARD
      *PER TIER
           SELECT RATE-PARM-FILE
             ASSIGN TO 'BENRATE.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCREPANCY-RPT-FILE
             ASSIGN TO 'BENREC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BILL-IN
           RECORD CONTAINS 60 CHARACTERS.
       01  BILL-DETAIL-REC.
           05 BIL-REC-TYPE        PIC X.
           05 BIL-SOC-SEC-NO      PIC X(9).
           05 BIL-MEMBER-NAME     PIC X(20).
      *EE EMPLOYEE ONLY, ES EMPLOYEE AND SPOUSE, EC EMPLOYEE AND
      *CHILDREN, FA FAMILY
           05 BIL-TIER            PIC X(2).
           05 BIL-PREMIUM         PIC 9(5)V99.
           05                     PIC X(21).
       01  BILL-HEADER-REC.
           05 BIL-HDR-TYPE        PIC X.
           05 BIL-HDR-MONTH       PIC X(6).
           05                     PIC X(53).
       01  BILL-TRAILER-REC.
           05 BIL-TRL-TYPE        PIC X.
           05 BIL-TRL-COUNT       PIC 9(7).
           05 BIL-TRL-PREMIUM     PIC 9(9)V99.
           05                     PIC X(41).

      *MIRRORS THE CARRIER-FILE LAYOUT BENEXT WRITES - 'D' EMPLOYEE
      *AND 'P' DEPENDENT RECORDS, THE 'P' CARRYING ITS EMPLOYEE'S SSN
       FD  CARRIER-EXTRACT-IN
           RECORD CONTAINS 60 CHARACTERS.
       01  CARRIER-EXTRACT-REC.
           05 CEX-REC-TYPE        PIC X.
           05 CEX-SOC-SEC-NO      PIC X(9).
           05 CEX-EMPLOYEE-NAME   PIC X(20).
           05                     PIC X(30).
       01  CARRIER-HEADER-REC.
           05 CEX-HDR-TYPE        PIC X.
           05 CEX-HDR-DATE        PIC X(8).
           05                     PIC X(51).
       01  CARRIER-DEPEND-REC.
           05 CEX-DEP-TYPE        PIC X.
           05 CEX-DEP-SOC-SEC-NO  PIC X(9).
           05 CEX-DEP-NAME        PIC X(20).
           05 CEX-DEP-BIRTH-DATE  PIC X(8).
           05 CEX-DEP-RELATION    PIC X(2).
           05                     PIC X(20).

       FD  EXTRACT-IN
           RECORD CONTAINS 99 CHARACTERS.
           COPY EXTREC.

       FD  RATE-PARM-FILE.
       01  RATE-PARM-REC.
           05  RPARM-TIER             PIC X(2).
           05  RPARM-PREMIUM          PIC 9(5)V99.

       FD  DISCREPANCY-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DISCREPANCY-RPT-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-BILL-EOF-SW      PIC X        VALUE 'N'.
           05  WS-CEX-EOF-SW       PIC X        VALUE 'N'.
           05  WS-EXT-EOF-SW       PIC X        VALUE 'N'.
           05  WS-RATE-EOF-SW      PIC X        VALUE 'N'.
           05  WS-TRAILER-SEEN-SW  PIC X        VALUE 'N'.
           05  WS-FOUND-SW         PIC X        VALUE 'N'.
           05  WS-BILL-MONTH       PIC X(6)     VALUE SPACES.
           05  WS-ENROLL-DATE      PIC X(8)     VALUE SPACES.
      *THE FIRST DAY OF THE BILLING MONTH - A TERMINATION BEFORE IT
      *ENDED COVERAGE BEFORE THE MONTH BILLED
           05  WS-MONTH-START      PIC X(8)     VALUE SPACES.
           05  WS-SUB              PIC 9(4)     VALUE ZERO.
           05  WS-HOLD-SUB         PIC 9(4)     VALUE ZERO.
           05  WS-TERM-SUB         PIC 9(4)     VALUE ZERO.
           05  WS-LOOKUP-TIER      PIC X(2)     VALUE SPACES.
           05  WS-LOOKUP-PREMIUM   PIC 9(5)V99  VALUE ZERO.
           05  WS-SHOULD-PAY       PIC 9(5)V99  VALUE ZERO.
           05  WS-BILLED-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-MATCHED-COUNT    PIC 9(5)     VALUE ZERO.
           05  WS-NOT-ENROLLED-COUNT PIC 9(5)   VALUE ZERO.
           05  WS-NOT-BILLED-COUNT PIC 9(5)     VALUE ZERO.
           05  WS-WRONG-TIER-COUNT PIC 9(5)     VALUE ZERO.
           05  WS-WRONG-RATE-COUNT PIC 9(5)     VALUE ZERO.
           05  WS-AFTER-TERM-COUNT PIC 9(5)     VALUE ZERO.
           05  WS-DUPLICATE-COUNT  PIC 9(5)     VALUE ZERO.
           05  WS-TERM-COVERED-COUNT PIC 9(5)   VALUE ZERO.
           05  WS-BILLED-TOTAL     PIC 9(9)V99  VALUE ZERO.
           05  WS-SHOULD-PAY-TOTAL PIC 9(9)V99  VALUE ZERO.
           05  WS-DIFFERENCE       PIC S9(9)V99 VALUE ZERO.
      *THE TIER RATES OFF THE RATE CARD
       01  WS-RATE-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY
               OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-RATE-COUNT
               INDEXED BY RATE-IDX.
               10  WS-RATE-TIER        PIC X(2).
               10  WS-RATE-PREMIUM     PIC 9(5)V99.
      *OUR ENROLLMENT - ONE ENTRY PER EMPLOYEE SENT, WITH ITS
      *COVERED DEPENDENTS COUNTED BY RELATIONSHIP, THE TIER THOSE
      *DEPENDENTS CALL FOR, AND WHETHER THE BILL HAS COVERED IT YET
       01  WS-ENR-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-ENR-TABLE.
           05  WS-ENR-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ENR-COUNT.
               10  WS-ENR-SSN          PIC X(9).
               10  WS-ENR-NAME         PIC X(20).
               10  WS-ENR-SPOUSES      PIC 9(2).
               10  WS-ENR-CHILDREN     PIC 9(2).
               10  WS-ENR-TIER         PIC X(2).
               10  WS-ENR-BILLED-SW    PIC X.
      *THE TERMINATED EMPLOYEES ON THE EXTRACT, BY SSN
       01  WS-TRM-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-TRM-COUNT.
               10  WS-TRM-SSN          PIC X(9).
               10  WS-TRM-DATE         PIC X(8).
       01  BLANK-LINE              PIC X(80)    VALUE SPACES.
       01  HL-REC-HEADING.
           05                      PIC X(40)   VALUE
               'BENEFITS PREMIUM BILL RECONCILIATION - B'.
           05                      PIC X(14)   VALUE
               'ILLING MONTH: '.
           05  HL-BILL-MONTH       PIC X(6).
           05                      PIC X(20)   VALUE SPACES.
       01  HL-ENROLL-HEADING.
           05                      PIC X(40)   VALUE
               'MATCHED TO THE ENROLLMENT SENT ON       '.
           05  HL-ENROLL-DATE      PIC X(8).
           05                      PIC X(32)   VALUE SPACES.
       01  HL-COLUMN-HEADING.
           05                      PIC X(40)   VALUE
               'SSN       MEMBER NAME          BIL OUR  '.
           05                      PIC X(40)   VALUE
               'BILLED SHOULD PAY  DISCREPANCY          '.
      *ONLY THE LAST FOUR DIGITS OF THE SSN EVER PRINT - THE FIRST
      *FIVE ARE STARRED OVER AS EACH LINE IS BUILT
       01  DL-REC-LINE.
           05  REC-SOC-SEC-NO      PIC X(9).
           05                      PIC X(1)    VALUE SPACES.
           05  REC-NAME            PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  REC-BILLED-TIER     PIC X(2).
           05                      PIC X(2)    VALUE SPACES.
           05  REC-OUR-TIER        PIC X(2).
           05                      PIC X(1)    VALUE SPACES.
           05  REC-BILLED          PIC ZZ,ZZ9.99.
           05                      PIC X(1)    VALUE SPACES.
           05  REC-SHOULD-PAY      PIC ZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  REC-REASON          PIC X(21).
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZZZ9.
           05                      PIC X(43)   VALUE SPACES.
       01  DL-DOLLAR-LINE.
           05  DL-DOL-LABEL        PIC X(30).
           05  DL-DOL-AMOUNT       PIC $$$$,$$$,$$9.99-.
           05                      PIC X(34)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE RATE CARD, OUR ENROLLMENT, AND THE TERMINATIONS,
      *WORKS THE BILL MEMBER BY MEMBER, THEN LISTS WHOEVER WE
      *ENROLLED THAT THE BILL NEVER REACHED. A BILL THAT FAILS ITS
      *OWN TRAILER ENDS THE STEP NON-ZERO SO IT IS NOT PAID ON
      *THIS REPORT
       100-MAIN-PARA.
           PERFORM 150-LOAD-RATES-RTN
           PERFORM 160-LOAD-ENROLLMENT-RTN
           PERFORM 180-LOAD-TERMINATIONS-RTN
           OPEN INPUT  BILL-IN
                OUTPUT DISCREPANCY-RPT-FILE
           PERFORM 200-READ-BILL-PARA
           IF WS-BILL-EOF-SW = 'N' AND BIL-HDR-TYPE = 'H'
             MOVE BIL-HDR-MONTH TO WS-BILL-MONTH
             PERFORM 200-READ-BILL-PARA
           ELSE
             DISPLAY 'BENREC - PREMIUM BILL HAS NO HEADER'
             MOVE 8 TO RETURN-CODE
           END-IF
           STRING WS-BILL-MONTH DELIMITED BY SIZE
                  '01'          DELIMITED BY SIZE
             INTO WS-MONTH-START
           END-STRING
           PERFORM 250-HEADING-RTN
           PERFORM 300-BILL-PARA UNTIL WS-BILL-EOF-SW = 'Y'
           PERFORM 600-NOT-BILLED-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-ENR-COUNT
           PERFORM 700-PROVE-TRAILER-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE BILL-IN
                 DISCREPANCY-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *LOADS THE TIER RATES OFF THE RATE CARD
       150-LOAD-RATES-RTN.
           OPEN INPUT RATE-PARM-FILE
           PERFORM 155-RATE-READ-RTN
             UNTIL WS-RATE-EOF-SW = 'Y'
           CLOSE RATE-PARM-FILE.
      *----------------------------------------------------------------
       155-RATE-READ-RTN.
           READ RATE-PARM-FILE
             AT END
               MOVE 'Y' TO WS-RATE-EOF-SW
             NOT AT END
               IF  RPARM-PREMIUM NUMERIC
               AND RPARM-TIER NOT = SPACES
               AND WS-RATE-COUNT < 20
                 ADD 1 TO WS-RATE-COUNT
                 MOVE RPARM-TIER    TO WS-RATE-TIER (WS-RATE-COUNT)
                 MOVE RPARM-PREMIUM TO WS-RATE-PREMIUM (WS-RATE-COUNT)
               ELSE
                 DISPLAY 'RATE CARD IGNORED - TIER ' RPARM-TIER
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *LOADS OUR ENROLLMENT OFF THE EXTRACT BENEXT SENT - EACH 'P'
      *RECORD COUNTS AGAINST THE 'D' RECORD BEFORE IT, AND EACH
      *EMPLOYEE'S TIER IS SET ONCE ALL ITS DEPENDENTS ARE IN
       160-LOAD-ENROLLMENT-RTN.
           OPEN INPUT CARRIER-EXTRACT-IN
           PERFORM 165-ENROLLMENT-READ-RTN
             UNTIL WS-CEX-EOF-SW = 'Y'
           CLOSE CARRIER-EXTRACT-IN
           PERFORM 170-SET-TIER-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-ENR-COUNT.
      *----------------------------------------------------------------
       165-ENROLLMENT-READ-RTN.
           READ CARRIER-EXTRACT-IN
             AT END
               MOVE 'Y' TO WS-CEX-EOF-SW
             NOT AT END
               EVALUATE TRUE
                 WHEN CEX-REC-TYPE = 'H'
                   MOVE CEX-HDR-DATE TO WS-ENROLL-DATE
                 WHEN CEX-REC-TYPE = 'D' AND WS-ENR-COUNT < 2000
                   ADD 1 TO WS-ENR-COUNT
                   MOVE CEX-SOC-SEC-NO
                     TO WS-ENR-SSN (WS-ENR-COUNT)
                   MOVE CEX-EMPLOYEE-NAME
                     TO WS-ENR-NAME (WS-ENR-COUNT)
                   MOVE ZERO TO WS-ENR-SPOUSES (WS-ENR-COUNT)
                                WS-ENR-CHILDREN (WS-ENR-COUNT)
                   MOVE 'N'  TO WS-ENR-BILLED-SW (WS-ENR-COUNT)
                 WHEN CEX-REC-TYPE = 'D'
                   DISPLAY 'ENROLLMENT TABLE FULL AT 2000 - SSN '
                     '*****' CEX-SOC-SEC-NO (6:4) ' NOT LOADED'
                   MOVE 8 TO RETURN-CODE
                 WHEN CEX-REC-TYPE = 'P' AND WS-ENR-COUNT > ZERO
                  AND CEX-DEP-SOC-SEC-NO = WS-ENR-SSN (WS-ENR-COUNT)
                   IF CEX-DEP-RELATION = 'SP'
                     ADD 1 TO WS-ENR-SPOUSES (WS-ENR-COUNT)
                   ELSE
                     ADD 1 TO WS-ENR-CHILDREN (WS-ENR-COUNT)
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ.
      *----------------------------------------------------------------
      *THE TIER AN EMPLOYEE'S COVERED DEPENDENTS CALL FOR - A SPOUSE
      *AND ANY OTHER DEPENDENT TOGETHER ARE FAMILY COVERAGE
       170-SET-TIER-RTN.
           EVALUATE TRUE
             WHEN WS-ENR-SPOUSES (WS-SUB) > ZERO
              AND WS-ENR-CHILDREN (WS-SUB) > ZERO
               MOVE 'FA' TO WS-ENR-TIER (WS-SUB)
             WHEN WS-ENR-SPOUSES (WS-SUB) > ZERO
               MOVE 'ES' TO WS-ENR-TIER (WS-SUB)
             WHEN WS-ENR-CHILDREN (WS-SUB) > ZERO
               MOVE 'EC' TO WS-ENR-TIER (WS-SUB)
             WHEN OTHER
               MOVE 'EE' TO WS-ENR-TIER (WS-SUB)
           END-EVALUATE.
      *----------------------------------------------------------------
      *LOADS THE TERMINATED EMPLOYEES' SSNS AND TERMINATION DATES
       180-LOAD-TERMINATIONS-RTN.
           OPEN INPUT EXTRACT-IN
           PERFORM 185-TERMINATION-READ-RTN
             UNTIL WS-EXT-EOF-SW = 'Y'
           CLOSE EXTRACT-IN.
      *----------------------------------------------------------------
       185-TERMINATION-READ-RTN.
           READ EXTRACT-IN
             AT END
               MOVE 'Y' TO WS-EXT-EOF-SW
             NOT AT END
               IF EXT-TERMINATED AND WS-TRM-COUNT < 2000
                 ADD 1 TO WS-TRM-COUNT
                 MOVE EXT-SOC-SEC-NO TO WS-TRM-SSN (WS-TRM-COUNT)
                 MOVE EXT-TERM-DATE  TO WS-TRM-DATE (WS-TRM-COUNT)
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE CARRIER'S PREMIUM BILL
       200-READ-BILL-PARA.
           READ BILL-IN
             AT END
               MOVE 'Y' TO WS-BILL-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *PRINTS THE REPORT HEADINGS
       250-HEADING-RTN.
           MOVE WS-BILL-MONTH  TO HL-BILL-MONTH
           MOVE WS-ENROLL-DATE TO HL-ENROLL-DATE
           WRITE DISCREPANCY-RPT-REC FROM HL-REC-HEADING
           WRITE DISCREPANCY-RPT-REC FROM HL-ENROLL-HEADING
           WRITE DISCREPANCY-RPT-REC FROM BLANK-LINE
           WRITE DISCREPANCY-RPT-REC FROM HL-COLUMN-HEADING.
      *----------------------------------------------------------------
      *ROUTES ONE BILL RECORD BY ITS TYPE
       300-BILL-PARA.
           EVALUATE BIL-REC-TYPE
             WHEN 'D'
               PERFORM 400-BILLED-MEMBER-PARA
             WHEN 'T'
               MOVE 'Y' TO WS-TRAILER-SEEN-SW
             WHEN OTHER
               MOVE SPACES TO DL-REC-LINE
               MOVE 'UNRECOGNIZED RECORD' TO REC-REASON
               WRITE DISCREPANCY-RPT-REC FROM DL-REC-LINE
           END-EVALUATE
           IF WS-TRAILER-SEEN-SW = 'Y'
             MOVE 'Y' TO WS-BILL-EOF-SW
           ELSE
             PERFORM 200-READ-BILL-PARA
           END-IF.
      *----------------------------------------------------------------
      *WORKS ONE BILLED MEMBER. ENROLLED WITH US, IT IS PAID AT THE
      *RATE FOR THE TIER ITS DEPENDENTS CALL FOR; NOT ENROLLED, IT
      *IS NOT PAID AT ALL - UNLESS THE EMPLOYEE TERMINATED DURING
      *THE BILLING MONTH, WHOSE COVERAGE RUNS TO THE MONTH'S END
       400-BILLED-MEMBER-PARA.
           ADD 1 TO WS-BILLED-COUNT
           IF BIL-PREMIUM NOT NUMERIC
             MOVE ZERO TO BIL-PREMIUM
           END-IF
           ADD BIL-PREMIUM TO WS-BILLED-TOTAL
           MOVE SPACES          TO DL-REC-LINE
           MOVE BIL-SOC-SEC-NO  TO REC-SOC-SEC-NO
           MOVE '*****'         TO REC-SOC-SEC-NO (1:5)
           MOVE BIL-MEMBER-NAME TO REC-NAME
           MOVE BIL-TIER        TO REC-BILLED-TIER
           MOVE BIL-PREMIUM     TO REC-BILLED
           MOVE ZERO            TO WS-SHOULD-PAY
           PERFORM 450-FIND-ENROLLMENT-RTN
           IF WS-FOUND-SW = 'Y'
             PERFORM 500-ENROLLED-MEMBER-RTN
           ELSE
             PERFORM 550-NOT-ENROLLED-RTN
           END-IF
           ADD WS-SHOULD-PAY TO WS-SHOULD-PAY-TOTAL.
      *----------------------------------------------------------------
      *FINDS THE BILLED SSN IN OUR ENROLLMENT
       450-FIND-ENROLLMENT-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 455-FIND-ENROLLMENT-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-ENR-COUNT
                OR WS-FOUND-SW = 'Y'.
      *----------------------------------------------------------------
       455-FIND-ENROLLMENT-SCAN-RTN.
           IF WS-ENR-SSN (WS-SUB) = BIL-SOC-SEC-NO
             MOVE 'Y'    TO WS-FOUND-SW
             MOVE WS-SUB TO WS-HOLD-SUB
           END-IF.
      *----------------------------------------------------------------
      *LOOKS THE TIER IN WS-LOOKUP-TIER UP ON THE RATE CARD - A TIER
      *WITH NO RATE CARD PRICES AT ZERO AND IS SAID SO
       470-RATE-LOOKUP-RTN.
           MOVE ZERO TO WS-LOOKUP-PREMIUM
           IF WS-RATE-COUNT > ZERO
             SET RATE-IDX TO 1
             SEARCH WS-RATE-ENTRY
               AT END
                 DISPLAY 'BENREC - NO RATE CARD FOR TIER '
                   WS-LOOKUP-TIER
               WHEN WS-RATE-TIER (RATE-IDX) = WS-LOOKUP-TIER
                 MOVE WS-RATE-PREMIUM (RATE-IDX) TO WS-LOOKUP-PREMIUM
             END-SEARCH
           END-IF.
      *----------------------------------------------------------------
      *AN ENROLLED MEMBER - BILLED A SECOND TIME IT IS NOT PAID
      *AGAIN; OTHERWISE IT IS PAID AT OUR TIER'S RATE, AND A BILLED
      *TIER OR PREMIUM THAT DISAGREES IS LISTED
       500-ENROLLED-MEMBER-RTN.
           MOVE WS-ENR-TIER (WS-HOLD-SUB) TO REC-OUR-TIER
           IF WS-ENR-BILLED-SW (WS-HOLD-SUB) = 'Y'
             ADD 1 TO WS-DUPLICATE-COUNT
             MOVE ZERO            TO REC-SHOULD-PAY
             MOVE 'BILLED TWICE'  TO REC-REASON
             WRITE DISCREPANCY-RPT-REC FROM DL-REC-LINE
           ELSE
             MOVE 'Y' TO WS-ENR-BILLED-SW (WS-HOLD-SUB)
             ADD 1 TO WS-MATCHED-COUNT
             MOVE WS-ENR-TIER (WS-HOLD-SUB) TO WS-LOOKUP-TIER
             PERFORM 470-RATE-LOOKUP-RTN
             MOVE WS-LOOKUP-PREMIUM TO WS-SHOULD-PAY
             MOVE WS-SHOULD-PAY     TO REC-SHOULD-PAY
             EVALUATE TRUE
               WHEN BIL-TIER NOT = WS-ENR-TIER (WS-HOLD-SUB)
                 ADD 1 TO WS-WRONG-TIER-COUNT
                 MOVE 'WRONG TIER FOR DEPS' TO REC-REASON
                 WRITE DISCREPANCY-RPT-REC FROM DL-REC-LINE
               WHEN BIL-PREMIUM NOT = WS-SHOULD-PAY
                 ADD 1 TO WS-WRONG-RATE-COUNT
                 MOVE 'PREMIUM NOT AT RATE' TO REC-REASON
                 WRITE DISCREPANCY-RPT-REC FROM DL-REC-LINE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *A MEMBER THE CARRIER BILLED THAT WE DID NOT ENROLL - A
      *TERMINATION BEFORE THE BILLING MONTH IS BILLING PAST THE
      *TERMINATION DATE; ONE DURING THE MONTH IS STILL COVERED AND
      *PAID AT THE TIER BILLED; ANYONE ELSE IS NOT OURS TO PAY
       550-NOT-ENROLLED-RTN.
           MOVE ZERO TO WS-TERM-SUB
           PERFORM 555-FIND-TERMINATION-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-TRM-COUNT
                OR WS-TERM-SUB > ZERO
           EVALUATE TRUE
             WHEN WS-TERM-SUB = ZERO
               ADD 1 TO WS-NOT-ENROLLED-COUNT
               MOVE ZERO TO REC-SHOULD-PAY
               MOVE 'BILLED, NOT ENROLLED' TO REC-REASON
               WRITE DISCREPANCY-RPT-REC FROM DL-REC-LINE
             WHEN WS-TRM-DATE (WS-TERM-SUB) < WS-MONTH-START
               ADD 1 TO WS-AFTER-TERM-COUNT
               MOVE ZERO TO REC-SHOULD-PAY
               STRING 'AFTER TERM '        DELIMITED BY SIZE
                      WS-TRM-DATE (WS-TERM-SUB) DELIMITED BY SIZE
                 INTO REC-REASON
               END-STRING
               WRITE DISCREPANCY-RPT-REC FROM DL-REC-LINE
             WHEN OTHER
               ADD 1 TO WS-TERM-COVERED-COUNT
               MOVE BIL-TIER TO WS-LOOKUP-TIER
               PERFORM 470-RATE-LOOKUP-RTN
               MOVE WS-LOOKUP-PREMIUM TO WS-SHOULD-PAY
           END-EVALUATE.
      *----------------------------------------------------------------
       555-FIND-TERMINATION-RTN.
           IF WS-TRM-SSN (WS-SUB) = BIL-SOC-SEC-NO
             MOVE WS-SUB TO WS-TERM-SUB
           END-IF.
      *----------------------------------------------------------------
      *LISTS ONE ENROLLED EMPLOYEE THE BILL NEVER REACHED - THE
      *PREMIUM IS STILL OURS TO PAY AT THE EMPLOYEE'S TIER
       600-NOT-BILLED-RTN.
           IF WS-ENR-BILLED-SW (WS-SUB) = 'N'
             ADD 1 TO WS-NOT-BILLED-COUNT
             MOVE WS-ENR-TIER (WS-SUB) TO WS-LOOKUP-TIER
             PERFORM 470-RATE-LOOKUP-RTN
             ADD WS-LOOKUP-PREMIUM TO WS-SHOULD-PAY-TOTAL
             MOVE SPACES               TO DL-REC-LINE
             MOVE WS-ENR-SSN (WS-SUB)  TO REC-SOC-SEC-NO
             MOVE '*****'              TO REC-SOC-SEC-NO (1:5)
             MOVE WS-ENR-NAME (WS-SUB) TO REC-NAME
             MOVE WS-ENR-TIER (WS-SUB) TO REC-OUR-TIER
             MOVE ZERO                 TO REC-BILLED
             MOVE WS-LOOKUP-PREMIUM    TO REC-SHOULD-PAY
             MOVE 'ENROLLED, NOT BILLED' TO REC-REASON
             WRITE DISCREPANCY-RPT-REC FROM DL-REC-LINE
           END-IF.
      *----------------------------------------------------------------
      *PROVES THE BILL AGAINST ITS OWN TRAILER - A MISSING TRAILER
      *OR A COUNT OR PREMIUM DISAGREEMENT ENDS THE STEP NON-ZERO
       700-PROVE-TRAILER-RTN.
           IF WS-TRAILER-SEEN-SW = 'N'
             DISPLAY 'BENREC - PREMIUM BILL HAS NO TRAILER'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF BIL-TRL-COUNT NOT = WS-BILLED-COUNT
             OR BIL-TRL-PREMIUM NOT = WS-BILLED-TOTAL
               DISPLAY 'BENREC - TRAILER ' BIL-TRL-COUNT ' / '
                 BIL-TRL-PREMIUM ' BUT READ ' WS-BILLED-COUNT
                 ' / ' WS-BILLED-TOTAL
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *PRINTS THE COUNTS BY DISCREPANCY AND THE PREMIUM WE SHOULD
      *PAY AGAINST WHAT WAS BILLED
       800-TOTALS-RTN.
           WRITE DISCREPANCY-RPT-REC FROM BLANK-LINE
           MOVE 'MEMBERS BILLED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-BILLED-COUNT                  TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'MATCHED TO ENROLLMENT. . . . :' TO DL-TOT-LABEL
           MOVE WS-MATCHED-COUNT                 TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'BILLED, NOT ENROLLED . . . . :' TO DL-TOT-LABEL
           MOVE WS-NOT-ENROLLED-COUNT            TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ENROLLED, NOT BILLED . . . . :' TO DL-TOT-LABEL
           MOVE WS-NOT-BILLED-COUNT              TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'WRONG TIER FOR DEPENDENTS. . :' TO DL-TOT-LABEL
           MOVE WS-WRONG-TIER-COUNT              TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'PREMIUM NOT AT TIER RATE . . :' TO DL-TOT-LABEL
           MOVE WS-WRONG-RATE-COUNT              TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'BILLED AFTER TERMINATION . . :' TO DL-TOT-LABEL
           MOVE WS-AFTER-TERM-COUNT              TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'TERMINATED IN BILLING MONTH. :' TO DL-TOT-LABEL
           MOVE WS-TERM-COVERED-COUNT            TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'BILLED TWICE . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-DUPLICATE-COUNT               TO DL-TOT-COUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-TOTAL-LINE
           WRITE DISCREPANCY-RPT-REC FROM BLANK-LINE
           MOVE 'PREMIUM BILLED . . . . . . . :' TO DL-DOL-LABEL
           MOVE WS-BILLED-TOTAL                  TO DL-DOL-AMOUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-DOLLAR-LINE
           MOVE 'PREMIUM WE SHOULD PAY. . . . :' TO DL-DOL-LABEL
           MOVE WS-SHOULD-PAY-TOTAL              TO DL-DOL-AMOUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-DOLLAR-LINE
           COMPUTE WS-DIFFERENCE =
             WS-BILLED-TOTAL - WS-SHOULD-PAY-TOTAL
           MOVE 'OVER (UNDER) BILLED. . . . . :' TO DL-DOL-LABEL
           MOVE WS-DIFFERENCE                    TO DL-DOL-AMOUNT
           WRITE DISCREPANCY-RPT-REC FROM DL-DOLLAR-LINE
           DISPLAY 'PREMIUM BILL - BILLED: ' WS-BILLED-COUNT
             ' MATCHED: ' WS-MATCHED-COUNT
             ' DIFFERENCE: ' WS-DIFFERENCE.
      *****************************************************************
