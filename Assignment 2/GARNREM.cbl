      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO PRINT THE GARNISHMENT REMITTANCE REGISTER AND CUT
      *         THE AGENCY PAYMENT FILE FROM THE GARNISHMENT AND
      *         SUPPORT AMOUNTS PAYREG TOOK TONIGHT. PAYREG WRITES ONE
      *         RECORD PER ORDER TAKEN (GARNDED.DAT) WITH A COUNT AND
      *         DOLLARS TRAILER; THE NIGHTLY SORT STEP PUTS THE
      *         DETAILS IN AGENCY AND ORDER-NUMBER ORDER (GARNSRT.DAT)
      *         AND SPLITS THE TRAILER OFF (GARNTRL.DAT). THE REGISTER
      *         LISTS EVERY ITEM UNDER ITS AGENCY WITH AN AGENCY TOTAL
      *         AT EACH BREAK; THE PAYMENT FILE (GARNPAY.DAT) CARRIES
      *         THE SAME ITEMS GROUPED BY AGENCY, AN 'A' TOTAL RECORD
      *         CLOSING EACH AGENCY'S GROUP AND A TRAILER WITH THE
      *         AGENCY COUNT, ITEM COUNT, AND DOLLARS. THE RUN IS
      *         PROVED AGAINST PAYREG'S TRAILER AND ENDS NON-ZERO
      *         WHEN IT DOES NOT AGREE, WHICH HOLDS THE ORDER FILE
      *         BALANCES BACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNREM.
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
      *TONIGHT'S GARNISHMENT DEDUCTIONS IN AGENCY ORDER
           SELECT GARN-SORTED-FILE
             ASSIGN TO 'GARNSRT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *PAYREG'S TRAILER, SPLIT OFF BY THE SORT STEP. OPTIONAL SO A
      *MISSING TRAILER ENDS THE RUN WITH THE OUT-OF-BALANCE LINE AND
      *CONDITION CODE 8 RATHER THAN AN ABEND ON THE OPEN
           SELECT OPTIONAL GARN-TRAILER-FILE
             ASSIGN TO 'GARNTRL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-RPT-FILE
             ASSIGN TO 'GARNREM.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PAYMENT FILE FOR THE AGENCIES, GROUPED BY AGENCY
           SELECT AGENCY-PAY-FILE
             ASSIGN TO 'GARNPAY.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME DATE CARD DATECRD WRITES, SO THE REMITTANCE CARRIES
      *THE STREAM'S OWN DATE
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GARN-SORTED-FILE
           RECORD CONTAINS 105 CHARACTERS.
           COPY GARNDED.

      *MIRRORS THE TRAILER VIEW OF THE GARNISHMENT DEDUCTION RECORD
       FD  GARN-TRAILER-FILE
           RECORD CONTAINS 105 CHARACTERS.
       01  GARN-TRAILER-IN-REC.
           05  GTI-REC-TYPE           PIC X.
           05                         PIC X.
           05  GTI-ITEM-COUNT         PIC 9(7).
           05                         PIC X(2).
           05  GTI-AMOUNT-TOTAL       PIC 9(9)V99.
           05                         PIC X(2).
           05  GTI-PERIOD-DATE        PIC X(8).
           05                         PIC X(73).

       FD  REMIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REMIT-RPT-REC              PIC X(80).

      *AGENCY PAYMENT LAYOUT - ONE 'H' HEADER, THEN FOR EACH AGENCY
      *ONE 'D' PER ORDER TAKEN AND ONE 'A' AGENCY TOTAL, THEN ONE 'T'
      *TRAILER, ALL 80 CHARACTERS
       FD  AGENCY-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AGENCY-PAY-DETAIL-REC.
           05  APY-REC-TYPE           PIC X.
           05  APY-AGENCY-CODE        PIC X(6).
           05  APY-ORDER-NO           PIC X(8).
           05  APY-EMPLOYEE-NO        PIC X(5).
           05  APY-EMPLOYEE-NAME      PIC X(20).
           05  APY-AMOUNT             PIC 9(5)V99.
           05  APY-PERIOD-DATE        PIC X(8).
           05                         PIC X(25).
       01  AGENCY-PAY-HEADER-REC.
           05  APY-HDR-TYPE           PIC X.
           05  APY-HDR-DATE           PIC X(8).
           05  APY-HDR-LITERAL        PIC X(28).
           05                         PIC X(43).
       01  AGENCY-PAY-TOTAL-REC.
           05  APY-AGT-TYPE           PIC X.
           05  APY-AGT-AGENCY-CODE    PIC X(6).
           05  APY-AGT-AGENCY-NAME    PIC X(20).
           05  APY-AGT-COUNT          PIC 9(5).
           05  APY-AGT-AMOUNT         PIC 9(7)V99.
           05                         PIC X(39).
       01  AGENCY-PAY-TRAILER-REC.
           05  APY-TRL-TYPE           PIC X.
           05  APY-TRL-AGENCY-COUNT   PIC 9(5).
           05  APY-TRL-ITEM-COUNT     PIC 9(7).
           05  APY-TRL-AMOUNT         PIC 9(9)V99.
           05                         PIC X(56).

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC              PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-GARN-EOF-SW          PIC X        VALUE 'N'.
           05  WS-FIRST-SW             PIC X        VALUE 'Y'.
           05  WS-BALANCE-SW           PIC X        VALUE 'Y'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-AGENCY-HOLD          PIC X(6)     VALUE SPACES.
           05  WS-AGENCY-NAME-HOLD     PIC X(20)    VALUE SPACES.
           05  WS-AGENCY-ITEMS         PIC 9(5)     VALUE ZERO.
           05  WS-AGENCY-TOTAL         PIC 9(7)V99  VALUE ZERO.
           05  WS-AGENCY-COUNT         PIC 9(5)     VALUE ZERO.
           05  WS-ITEM-COUNT           PIC 9(7)     VALUE ZERO.
           05  WS-REMIT-TOTAL          PIC 9(9)V99  VALUE ZERO.
           05  WS-PAID-OFF-COUNT       PIC 9(5)     VALUE ZERO.
       01  BLANK-LINE                  PIC X(80)    VALUE SPACES.
       01  HL-HEADING1.
           05                          PIC X(31)
               VALUE 'GARNISHMENT REMITTANCE REGISTER'.
           05                          PIC X(27)    VALUE SPACES.
           05                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL-RUN-DATE             PIC X(8).
           05                          PIC X(4)     VALUE SPACES.
       01  HL-AGENCY-HEADING.
           05                          PIC X(10)    VALUE 'AGENCY -- '.
           05  HL-AGENCY-CODE          PIC X(6).
           05                          PIC X(2)     VALUE SPACES.
           05  HL-AGENCY-NAME          PIC X(20).
           05                          PIC X(42)    VALUE SPACES.
       01  HL-COLUMNS.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)    VALUE 'ORDER NO  '.
           05                          PIC X(7)     VALUE 'EMPNO  '.
           05                          PIC X(22)
               VALUE 'EMPLOYEE NAME         '.
           05                          PIC X(4)     VALUE 'TYPE'.
           05                          PIC X(10)    VALUE '    AMOUNT'.
           05                          PIC X(14)
               VALUE '  BALANCE LEFT'.
           05                          PIC X(11)    VALUE SPACES.
       01  DL-ITEM-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-ORDER-NO             PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EMPLOYEE-NO          PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-EMPLOYEE-NAME        PIC X(20).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-ORDER-TYPE           PIC X.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-AMOUNT               PIC ZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-BALANCE              PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-NOTE                 PIC X(10).
       01  DL-AGENCY-TOTAL-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(16)
               VALUE 'AGENCY TOTAL    '.
           05  DL-AGT-COUNT            PIC ZZZZ9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-AGT-AMOUNT           PIC $$,$$$,$$9.99.
           05                          PIC X(41)    VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL            PIC X(30).
           05  DL-TOT-COUNT            PIC Z(6)9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-TOT-AMOUNT           PIC $$$,$$$,$$9.99.
           05                          PIC X(26)    VALUE SPACES.
       01  DL-BALANCE-LINE.
           05  DL-BAL-LABEL            PIC X(60).
           05                          PIC X(20)    VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LISTS AND PAYS TONIGHT'S GARNISHMENTS AGENCY BY AGENCY, SEALS
      *THE PAYMENT FILE, AND PROVES THE RUN AGAINST PAYREG'S TRAILER
       100-MAIN-PARA.
           PERFORM 140-DATE-ACCEPT-RTN
           OPEN INPUT  GARN-SORTED-FILE
                INPUT  GARN-TRAILER-FILE
                OUTPUT REMIT-RPT-FILE
                OUTPUT AGENCY-PAY-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE REMIT-RPT-REC FROM HL-HEADING1
           PERFORM 150-HEADER-RTN
           PERFORM 200-READ-GARN-PARA
           PERFORM 300-REMIT-PARA UNTIL WS-GARN-EOF-SW = 'Y'
           IF WS-FIRST-SW = 'N'
             PERFORM 500-AGENCY-BREAK-RTN
           END-IF
           PERFORM 600-TRAILER-RTN
           PERFORM 800-TOTALS-RTN
           PERFORM 850-BALANCE-RTN
           DISPLAY 'AGENCIES REMITTED . . . . . . : ' WS-AGENCY-COUNT
           DISPLAY 'GARNISHMENT ITEMS REMITTED. . : ' WS-ITEM-COUNT
           CLOSE GARN-SORTED-FILE
                 GARN-TRAILER-FILE
                 REMIT-RPT-FILE
                 AGENCY-PAY-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *GETS THE REMITTANCE DATE FROM THE DATE CARD DATECRD WROTE,
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
           CLOSE DATE-CARD-FILE.
      *----------------------------------------------------------------
      *WRITES THE PAYMENT FILE HEADER RECORD
       150-HEADER-RTN.
           MOVE SPACES      TO AGENCY-PAY-HEADER-REC
           MOVE 'H'         TO APY-HDR-TYPE
           MOVE WS-RUN-DATE TO APY-HDR-DATE
           MOVE 'GARNISHMENT AGENCY REMIT    ' TO APY-HDR-LITERAL
           WRITE AGENCY-PAY-HEADER-REC.
      *----------------------------------------------------------------
      *READ NEXT GARNISHMENT DEDUCTION
       200-READ-GARN-PARA.
           READ GARN-SORTED-FILE
             AT END
               MOVE 'Y' TO WS-GARN-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *HANDLES THE AGENCY BREAK, THEN LISTS AND PAYS ONE ITEM
       300-REMIT-PARA.
           EVALUATE TRUE
             WHEN WS-FIRST-SW = 'Y'
               MOVE 'N' TO WS-FIRST-SW
               PERFORM 350-AGENCY-HEADING-RTN
             WHEN GRD-AGENCY-CODE NOT = WS-AGENCY-HOLD
               PERFORM 500-AGENCY-BREAK-RTN
               PERFORM 350-AGENCY-HEADING-RTN
           END-EVALUATE
           PERFORM 400-ITEM-RTN
           PERFORM 200-READ-GARN-PARA.
      *----------------------------------------------------------------
      *STARTS A NEW AGENCY'S GROUP ON THE REGISTER
       350-AGENCY-HEADING-RTN.
           MOVE GRD-AGENCY-CODE TO WS-AGENCY-HOLD
                                   HL-AGENCY-CODE
           MOVE GRD-AGENCY-NAME TO WS-AGENCY-NAME-HOLD
                                   HL-AGENCY-NAME
           WRITE REMIT-RPT-REC FROM BLANK-LINE
           WRITE REMIT-RPT-REC FROM HL-AGENCY-HEADING
           WRITE REMIT-RPT-REC FROM HL-COLUMNS.
      *----------------------------------------------------------------
      *ONE ITEM - ITS REGISTER LINE AND ITS PAYMENT RECORD. AN ORDER
      *WITH A BALANCE THAT TONIGHT'S AMOUNT BROUGHT TO ZERO IS
      *NOTED PAID OFF FOR THE AGENCY
       400-ITEM-RTN.
           IF GRD-AMOUNT NOT NUMERIC
             MOVE ZERO TO GRD-AMOUNT
           END-IF
           IF GRD-BALANCE NOT NUMERIC
             MOVE ZERO TO GRD-BALANCE
           END-IF
           MOVE GRD-ORDER-NO      TO DL-ORDER-NO
           MOVE GRD-EMPLOYEE-NO   TO DL-EMPLOYEE-NO
           MOVE GRD-EMPLOYEE-NAME TO DL-EMPLOYEE-NAME
           MOVE GRD-ORDER-TYPE    TO DL-ORDER-TYPE
           MOVE GRD-AMOUNT        TO DL-AMOUNT
           MOVE GRD-BALANCE       TO DL-BALANCE
           MOVE SPACES            TO DL-NOTE
           IF GRD-PAID-OFF
             MOVE 'PAID OFF'      TO DL-NOTE
             ADD 1 TO WS-PAID-OFF-COUNT
           END-IF
           WRITE REMIT-RPT-REC FROM DL-ITEM-LINE
           MOVE SPACES            TO AGENCY-PAY-DETAIL-REC
           MOVE 'D'               TO APY-REC-TYPE
           MOVE GRD-AGENCY-CODE   TO APY-AGENCY-CODE
           MOVE GRD-ORDER-NO      TO APY-ORDER-NO
           MOVE GRD-EMPLOYEE-NO   TO APY-EMPLOYEE-NO
           MOVE GRD-EMPLOYEE-NAME TO APY-EMPLOYEE-NAME
           MOVE GRD-AMOUNT        TO APY-AMOUNT
           MOVE GRD-PERIOD-DATE   TO APY-PERIOD-DATE
           WRITE AGENCY-PAY-DETAIL-REC
           ADD 1          TO WS-AGENCY-ITEMS
                             WS-ITEM-COUNT
           ADD GRD-AMOUNT TO WS-AGENCY-TOTAL
                             WS-REMIT-TOTAL.
      *----------------------------------------------------------------
      *CLOSES ONE AGENCY'S GROUP - ITS TOTAL LINE ON THE REGISTER AND
      *ITS 'A' TOTAL RECORD ON THE PAYMENT FILE
       500-AGENCY-BREAK-RTN.
           MOVE WS-AGENCY-ITEMS     TO DL-AGT-COUNT
           MOVE WS-AGENCY-TOTAL     TO DL-AGT-AMOUNT
           WRITE REMIT-RPT-REC FROM DL-AGENCY-TOTAL-LINE
           MOVE SPACES              TO AGENCY-PAY-TOTAL-REC
           MOVE 'A'                 TO APY-AGT-TYPE
           MOVE WS-AGENCY-HOLD      TO APY-AGT-AGENCY-CODE
           MOVE WS-AGENCY-NAME-HOLD TO APY-AGT-AGENCY-NAME
           MOVE WS-AGENCY-ITEMS     TO APY-AGT-COUNT
           MOVE WS-AGENCY-TOTAL     TO APY-AGT-AMOUNT
           WRITE AGENCY-PAY-TOTAL-REC
           ADD 1 TO WS-AGENCY-COUNT
           MOVE ZERO TO WS-AGENCY-ITEMS
                        WS-AGENCY-TOTAL.
      *----------------------------------------------------------------
      *WRITES THE AGENCY/ITEM/DOLLARS TRAILER RECORD
       600-TRAILER-RTN.
           MOVE SPACES          TO AGENCY-PAY-TRAILER-REC
           MOVE 'T'             TO APY-TRL-TYPE
           MOVE WS-AGENCY-COUNT TO APY-TRL-AGENCY-COUNT
           MOVE WS-ITEM-COUNT   TO APY-TRL-ITEM-COUNT
           MOVE WS-REMIT-TOTAL  TO APY-TRL-AMOUNT
           WRITE AGENCY-PAY-TRAILER-REC.
      *----------------------------------------------------------------
      *PRINTS THE REGISTER'S GRAND TOTALS
       800-TOTALS-RTN.
           WRITE REMIT-RPT-REC FROM BLANK-LINE
           MOVE SPACES TO DL-TOTAL-LINE
           MOVE 'AGENCIES PAID. . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-AGENCY-COUNT                  TO DL-TOT-COUNT
           WRITE REMIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ORDERS PAID OFF TONIGHT. . . :' TO DL-TOT-LABEL
           MOVE WS-PAID-OFF-COUNT                TO DL-TOT-COUNT
           WRITE REMIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ITEMS REMITTED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-ITEM-COUNT                    TO DL-TOT-COUNT
           MOVE WS-REMIT-TOTAL                   TO DL-TOT-AMOUNT
           WRITE REMIT-RPT-REC FROM DL-TOTAL-LINE.
      *----------------------------------------------------------------
      *PROVES THE REMITTANCE AGAINST PAYREG'S TRAILER BY COUNT AND BY
      *DOLLARS - EVERY AMOUNT TAKEN FROM A PAYCHECK MUST REACH ITS
      *AGENCY. A MISSING TRAILER OR A DISAGREEMENT ENDS THE STEP
      *NON-ZERO
       850-BALANCE-RTN.
           READ GARN-TRAILER-FILE
             AT END
               MOVE 'N' TO WS-BALANCE-SW
               MOVE 'GARNISHMENT DEDUCTION TRAILER MISSING'
                 TO DL-BAL-LABEL
               WRITE REMIT-RPT-REC FROM DL-BALANCE-LINE
             NOT AT END
               IF GTI-REC-TYPE NOT = 'T'
                 MOVE 'N' TO WS-BALANCE-SW
               ELSE
                 MOVE 'PAYROLL REGISTER TRAILER . . :' TO DL-TOT-LABEL
                 MOVE GTI-ITEM-COUNT                   TO DL-TOT-COUNT
                 MOVE GTI-AMOUNT-TOTAL                 TO DL-TOT-AMOUNT
                 WRITE REMIT-RPT-REC FROM DL-TOTAL-LINE
                 IF GTI-ITEM-COUNT NOT = WS-ITEM-COUNT
                 OR GTI-AMOUNT-TOTAL NOT = WS-REMIT-TOTAL
                   MOVE 'N' TO WS-BALANCE-SW
                 END-IF
               END-IF
           END-READ
           WRITE REMIT-RPT-REC FROM BLANK-LINE
           IF WS-BALANCE-SW = 'Y'
             MOVE 'REMITTANCE IN BALANCE' TO DL-BAL-LABEL
           ELSE
             MOVE 'REMITTANCE OUT OF BALANCE' TO DL-BAL-LABEL
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REMIT-RPT-REC FROM DL-BALANCE-LINE.
      *****************************************************************
