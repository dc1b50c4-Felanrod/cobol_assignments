      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO MAINTAIN THE GARNISHMENT ORDER FILE (GARNORD.DAT)
      *         BY KEYED ADD/CHANGE/STOP TRANSACTION - ONE RECORD PER
      *         COURT-ORDERED GARNISHMENT OR SUPPORT ORDER, KEYED BY
      *         EMPLOYEE NUMBER AND ORDER (CASE) NUMBER. AN ADD
      *         CARRIES THE WHOLE ORDER - TYPE, AGENCY, A FLAT AMOUNT
      *         OR A PERCENTAGE OF DISPOSABLE EARNINGS, PRIORITY,
      *         START AND STOP DATES, AND THE TOTAL OWED, WHICH
      *         OPENS THE BALANCE PAYREG COUNTS DOWN. A CHANGE
      *         REPLACES ONLY THE FIELDS KEYED; A NEW TOTAL OWED
      *         MOVES THE BALANCE BY THE SAME DIFFERENCE. A STOP ENDS
      *         THE ORDER AS OF THE DATE KEYED, OR TODAY. EVERY CARD
      *         IS EDITED, EVERY APPLIED FIELD GETS AN OLD/NEW AUDIT
      *         LINE, AND THE JOB STREAM ONLY COPIES THE NEW FILE
      *         OVER THE LIVE ONE ON A CLEAN RUN. ORDERS ARE NEVER
      *         DELETED - A PAID-OFF OR STOPPED ORDER STAYS ON FILE
      *         AS THE RECORD OF WHAT WAS REMITTED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMNT.
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
      *OPTIONAL SO THE VERY FIRST MAINTENANCE RUN STARTS FROM AN
      *EMPTY FILE
           SELECT OPTIONAL GARN-ORDER-FILE
             ASSIGN TO 'GARNORD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED MAINTENANCE CARDS - 'A'DD, 'C'HANGE, OR 'S'TOP
      *PLUS THE EMPLOYEE AND ORDER NUMBERS AND THE ORDER'S TERMS
           SELECT TRANSACTION-FILE
             ASSIGN TO 'GARNTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-GARN-ORDER-FILE
             ASSIGN TO 'GARNNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT-FILE
             ASSIGN TO 'GARNAUD.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GARN-ORDER-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY GARNORD.

      *ONE MAINTENANCE CARD. ON A CHANGE A BLANK FIELD IS LEFT AS IT
      *STANDS; ON A STOP ONLY THE STOP DATE IS READ
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GARN-TRANS-REC.
           05 GTR-ACTION          PIC X(1).
           05 GTR-EMPLOYEE-NO     PIC X(5).
           05 GTR-ORDER-NO        PIC X(8).
           05 GTR-ORDER-TYPE      PIC X(1).
           05 GTR-AGENCY-CODE     PIC X(6).
           05 GTR-AGENCY-NAME     PIC X(20).
           05 GTR-METHOD          PIC X(1).
           05 GTR-AMOUNT          PIC X(7).
           05 GTR-AMOUNT-N REDEFINES GTR-AMOUNT
                                  PIC 9(5)V99.
           05 GTR-PERCENT         PIC X(4).
           05 GTR-PERCENT-N REDEFINES GTR-PERCENT
                                  PIC 9(2)V99.
           05 GTR-PRIORITY        PIC X(2).
           05 GTR-PRIORITY-N REDEFINES GTR-PRIORITY
                                  PIC 9(2).
           05 GTR-START-DATE      PIC X(8).
           05 GTR-STOP-DATE       PIC X(8).
           05 GTR-TOTAL-OWED      PIC X(9).
           05 GTR-TOTAL-OWED-N REDEFINES GTR-TOTAL-OWED
                                  PIC 9(7)V99.

       FD  NEW-GARN-ORDER-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY GARNORD REPLACING ==GARN-ORDER-REC==
                                    BY ==NEW-GARN-ORDER-REC==,
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

       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-RPT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-GARN-EOF-SW      PIC X       VALUE 'N'.
           05  WS-TRANS-EOF-SW     PIC X       VALUE 'N'.
           05  WS-FOUND-SW         PIC X       VALUE 'N'.
           05  WS-DATE-OK-SW       PIC X       VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
           05  WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-LIVE-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-ACTIVE-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-BEFORE-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-SUB         PIC 9(4)    VALUE ZERO.
      *THE ORDER'S TERMS AS THE CARD WOULD LEAVE THEM, BUILT AND
      *EDITED BEFORE ANY OF THEM IS APPLIED
           05  WS-NEW-AGENCY-CODE  PIC X(6)    VALUE SPACES.
           05  WS-NEW-AGENCY-NAME  PIC X(20)   VALUE SPACES.
           05  WS-NEW-METHOD       PIC X       VALUE SPACES.
           05  WS-NEW-AMOUNT       PIC 9(5)V99 VALUE ZERO.
           05  WS-NEW-PERCENT      PIC 9(2)V99 VALUE ZERO.
           05  WS-NEW-PRIORITY     PIC 9(2)    VALUE ZERO.
           05  WS-NEW-START-DATE   PIC X(8)    VALUE SPACES.
           05  WS-NEW-STOP-DATE    PIC X(8)    VALUE SPACES.
           05  WS-NEW-TOTAL-OWED   PIC 9(7)V99 VALUE ZERO.
      *SIGNED SO A TOTAL OWED CUT BELOW WHAT IS ALREADY PAID SHOWS
      *AS A NEGATIVE BALANCE AND IS REFUSED
           05  WS-NEW-BALANCE      PIC S9(8)V99 VALUE ZERO.
      *THE DATE UNDER EDIT, WITH ITS PARTS
           05  WS-WORK-DATE.
               10  WS-WD-YEAR      PIC 9(4).
               10  WS-WD-MONTH     PIC 9(2).
               10  WS-WD-DAY       PIC 9(2).
      *EDITED IMAGES OF THE FIGURES FOR THE AUDIT LINES
           05  WS-AMOUNT-ED        PIC ZZ,ZZ9.99.
           05  WS-PERCENT-ED       PIC Z9.99.
           05  WS-OWED-ED          PIC Z,ZZZ,ZZ9.99.
           05  WS-AUD-TERMS        PIC X(20)   VALUE SPACES.
      *THE LIVE ORDERS, HELD IN A TABLE WHILE THE CARDS APPLY
       01  WS-GARN-COUNT           PIC 9(4) COMP VALUE ZERO.
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
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-AUDIT-HEADING.
           05                      PIC X(40)   VALUE
               'GARNISHMENT ORDER MAINTENANCE - CHANGE A'.
           05                      PIC X(4)    VALUE 'UDIT'.
           05                      PIC X(36)   VALUE SPACES.
       01  DL-AUDIT-LINE.
           05  AUD-ACTION          PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-EMPLOYEE-NO     PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-ORDER-NO        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-FIELD           PIC X(10).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-OLD-VALUE       PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-NEW-VALUE       PIC X(20).
       01  DL-REJECT-LINE.
           05  REJ-ACTION          PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  REJ-EMPLOYEE-NO     PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  REJ-ORDER-NO        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'REJECTED - '.
           05  REJ-REASON          PIC X(30).
           05                      PIC X(13)   VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZ9.
           05                      PIC X(45)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE LIVE ORDERS, APPLIES THE CARDS IN ORDER, AND WRITES
      *EVERY ORDER TO THE NEW FILE THE JOB STREAM COPIES BACK
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT AUDIT-RPT-FILE
           WRITE AUDIT-RPT-REC FROM HL-AUDIT-HEADING
           PERFORM 150-LOAD-ORDERS-RTN
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-APPLY-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           PERFORM 750-WRITE-OUTPUT-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE TRANSACTION-FILE
                 AUDIT-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *LOADS THE LIVE ORDER FILE INTO ITS TABLE. A FILE TOO BIG FOR
      *THE TABLE WOULD LOSE ORDERS FROM THE NEW FILE, SO IT ENDS THE
      *RUN NON-ZERO AND THE NEW FILE IS NOT PROMOTED
       150-LOAD-ORDERS-RTN.
           OPEN INPUT GARN-ORDER-FILE
           PERFORM 155-ORDER-READ-RTN
             UNTIL WS-GARN-EOF-SW = 'Y'
           CLOSE GARN-ORDER-FILE.
      *----------------------------------------------------------------
      *READS ONE ORDER INTO THE TABLE
       155-ORDER-READ-RTN.
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
                 MOVE GRN-AMOUNT      TO WS-GRN-AMOUNT (WS-GARN-COUNT)
                 MOVE GRN-PERCENT     TO WS-GRN-PERCENT (WS-GARN-COUNT)
                 MOVE GRN-PRIORITY
                   TO WS-GRN-PRIORITY (WS-GARN-COUNT)
                 MOVE GRN-START-DATE
                   TO WS-GRN-START-DATE (WS-GARN-COUNT)
                 MOVE GRN-STOP-DATE
                   TO WS-GRN-STOP-DATE (WS-GARN-COUNT)
                 MOVE GRN-TOTAL-OWED
                   TO WS-GRN-TOTAL-OWED (WS-GARN-COUNT)
                 MOVE GRN-BALANCE     TO WS-GRN-BALANCE (WS-GARN-COUNT)
                 MOVE GRN-STATUS      TO WS-GRN-STATUS (WS-GARN-COUNT)
                 MOVE GRN-LAST-DATE
                   TO WS-GRN-LAST-DATE (WS-GARN-COUNT)
                 MOVE GRN-LAST-AMOUNT
                   TO WS-GRN-LAST-AMOUNT (WS-GARN-COUNT)
               ELSE
                 DISPLAY 'GARNISHMENT ORDER TABLE FULL AT 2000 - '
                   'ORDER ' GRN-ORDER-NO ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT MAINTENANCE CARD
       200-READ-TRANS-PARA.
           READ TRANSACTION-FILE
             AT END
               MOVE 'Y' TO WS-TRANS-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ONE MAINTENANCE CARD. EVERY CARD NEEDS ITS EMPLOYEE AND ORDER
      *NUMBERS; THE ACTIONS THEN CARRY THEIR OWN EDITS
       300-APPLY-PARA.
           PERFORM 350-FIND-ORDER-RTN
           EVALUATE TRUE
             WHEN GTR-EMPLOYEE-NO = SPACES
               MOVE 'EMPLOYEE NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN GTR-ORDER-NO = SPACES
               MOVE 'ORDER NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN GTR-ACTION = 'A'
               PERFORM 400-ADD-ORDER-PARA
             WHEN GTR-ACTION = 'C'
               PERFORM 500-CHANGE-ORDER-PARA
             WHEN GTR-ACTION = 'S'
               PERFORM 550-STOP-ORDER-PARA
             WHEN OTHER
               MOVE 'ACTION NOT A, C, OR S' TO REJ-REASON
               PERFORM 650-REJECT-RTN
           END-EVALUATE
           PERFORM 200-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *FINDS THE CARD'S ORDER AMONG THE ORDERS ON FILE
       350-FIND-ORDER-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 355-FIND-ORDER-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-GARN-COUNT.
      *----------------------------------------------------------------
       355-FIND-ORDER-SCAN-RTN.
           IF  WS-GRN-EMPLOYEE-NO (WS-SUB) = GTR-EMPLOYEE-NO
           AND WS-GRN-ORDER-NO (WS-SUB) = GTR-ORDER-NO
             MOVE 'Y'    TO WS-FOUND-SW
             MOVE WS-SUB TO WS-HOLD-SUB
           END-IF.
      *----------------------------------------------------------------
      *EDITS THE DATE IN WS-WORK-DATE - NUMERIC, A REAL MONTH, AND A
      *DAY THE MONTH CAN HOLD
       370-DATE-CHECK-RTN.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-WORK-DATE NUMERIC
             IF  WS-WD-YEAR > 1900
             AND WS-WD-MONTH > ZERO AND WS-WD-MONTH < 13
             AND WS-WD-DAY > ZERO AND WS-WD-DAY < 32
               MOVE 'Y' TO WS-DATE-OK-SW
             END-IF
             IF  WS-WD-DAY = 31
             AND (WS-WD-MONTH = 4 OR 6 OR 9 OR 11)
               MOVE 'N' TO WS-DATE-OK-SW
             END-IF
             IF WS-WD-MONTH = 2 AND WS-WD-DAY > 29
               MOVE 'N' TO WS-DATE-OK-SW
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *LAYS THE CARD'S TERMS OVER THE TERMS IN WS-NEW-... (AN ADD
      *STARTS THEM BLANK, A CHANGE FROM THE ORDER ON FILE) AND EDITS
      *THE RESULT, LEAVING THE FIRST FAULT FOUND IN REJ-REASON
       380-TERMS-EDIT-RTN.
           MOVE SPACES TO REJ-REASON
           IF GTR-AGENCY-CODE NOT = SPACES
             MOVE GTR-AGENCY-CODE TO WS-NEW-AGENCY-CODE
           END-IF
           IF GTR-AGENCY-NAME NOT = SPACES
             MOVE GTR-AGENCY-NAME TO WS-NEW-AGENCY-NAME
           END-IF
           IF GTR-METHOD NOT = SPACES
             MOVE GTR-METHOD TO WS-NEW-METHOD
           END-IF
           EVALUATE TRUE
             WHEN GTR-AMOUNT = SPACES
               CONTINUE
             WHEN GTR-AMOUNT-N NUMERIC
               MOVE GTR-AMOUNT-N TO WS-NEW-AMOUNT
             WHEN OTHER
               MOVE 'AMOUNT NOT NUMERIC' TO REJ-REASON
           END-EVALUATE
           EVALUATE TRUE
             WHEN GTR-PERCENT = SPACES
               CONTINUE
             WHEN GTR-PERCENT-N NUMERIC
               MOVE GTR-PERCENT-N TO WS-NEW-PERCENT
             WHEN OTHER
               MOVE 'PERCENT NOT NUMERIC' TO REJ-REASON
           END-EVALUATE
           EVALUATE TRUE
             WHEN GTR-PRIORITY = SPACES
               CONTINUE
             WHEN GTR-PRIORITY-N NUMERIC
               MOVE GTR-PRIORITY-N TO WS-NEW-PRIORITY
             WHEN OTHER
               MOVE 'PRIORITY NOT NUMERIC' TO REJ-REASON
           END-EVALUATE
           EVALUATE TRUE
             WHEN GTR-TOTAL-OWED = SPACES
               CONTINUE
             WHEN GTR-TOTAL-OWED-N NUMERIC
               MOVE GTR-TOTAL-OWED-N TO WS-NEW-TOTAL-OWED
             WHEN OTHER
               MOVE 'TOTAL OWED NOT NUMERIC' TO REJ-REASON
           END-EVALUATE
           IF GTR-START-DATE NOT = SPACES
             MOVE GTR-START-DATE TO WS-WORK-DATE
             PERFORM 370-DATE-CHECK-RTN
             IF WS-DATE-OK-SW = 'Y'
               MOVE GTR-START-DATE TO WS-NEW-START-DATE
             ELSE
               MOVE 'START DATE NOT VALID' TO REJ-REASON
             END-IF
           END-IF
           IF GTR-STOP-DATE NOT = SPACES
             MOVE GTR-STOP-DATE TO WS-WORK-DATE
             PERFORM 370-DATE-CHECK-RTN
             IF WS-DATE-OK-SW = 'Y'
               MOVE GTR-STOP-DATE TO WS-NEW-STOP-DATE
             ELSE
               MOVE 'STOP DATE NOT VALID' TO REJ-REASON
             END-IF
           END-IF
           IF REJ-REASON = SPACES
             EVALUATE TRUE
               WHEN WS-NEW-AGENCY-CODE = SPACES
                 MOVE 'AGENCY CODE MISSING' TO REJ-REASON
               WHEN WS-NEW-METHOD = 'A' AND WS-NEW-AMOUNT = ZERO
                 MOVE 'AMOUNT ORDER HAS NO AMOUNT' TO REJ-REASON
               WHEN WS-NEW-METHOD = 'P'
                AND (WS-NEW-PERCENT = ZERO OR WS-NEW-PERCENT > 65)
                 MOVE 'PERCENT NOT 0.01 TO 65.00' TO REJ-REASON
               WHEN WS-NEW-METHOD NOT = 'A' AND NOT = 'P'
                 MOVE 'METHOD NOT A OR P' TO REJ-REASON
               WHEN WS-NEW-PRIORITY = ZERO
                 MOVE 'PRIORITY MISSING' TO REJ-REASON
               WHEN WS-NEW-STOP-DATE NOT = SPACES
                AND WS-NEW-STOP-DATE < WS-NEW-START-DATE
                 MOVE 'STOP DATE BEFORE START DATE' TO REJ-REASON
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *ADDS ONE ORDER - IT MUST NOT ALREADY BE ON FILE, AND ITS TERMS
      *MUST EDIT CLEAN. THE BALANCE OPENS AT THE TOTAL OWED, AND AN
      *ORDER WITH NO START DATE STARTS TODAY
       400-ADD-ORDER-PARA.
           MOVE SPACES    TO WS-NEW-AGENCY-CODE
                             WS-NEW-AGENCY-NAME
                             WS-NEW-METHOD
                             WS-NEW-STOP-DATE
           MOVE ZERO      TO WS-NEW-AMOUNT
                             WS-NEW-PERCENT
                             WS-NEW-PRIORITY
                             WS-NEW-TOTAL-OWED
           MOVE WS-RUN-DATE TO WS-NEW-START-DATE
           PERFORM 380-TERMS-EDIT-RTN
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'Y'
               MOVE 'ORDER ALREADY ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-GARN-COUNT = 2000
               MOVE 'ORDER TABLE FULL' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN GTR-ORDER-TYPE NOT = 'S' AND NOT = 'G'
               MOVE 'ORDER TYPE NOT S OR G' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN REJ-REASON NOT = SPACES
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               ADD 1 TO WS-GARN-COUNT
               MOVE WS-GARN-COUNT   TO WS-HOLD-SUB
               MOVE GTR-EMPLOYEE-NO TO WS-GRN-EMPLOYEE-NO (WS-HOLD-SUB)
               MOVE GTR-ORDER-NO    TO WS-GRN-ORDER-NO (WS-HOLD-SUB)
               MOVE GTR-ORDER-TYPE  TO WS-GRN-ORDER-TYPE (WS-HOLD-SUB)
               MOVE 'A'             TO WS-GRN-STATUS (WS-HOLD-SUB)
               MOVE SPACES          TO WS-GRN-AGENCY-CODE (WS-HOLD-SUB)
                                       WS-GRN-AGENCY-NAME (WS-HOLD-SUB)
                                       WS-GRN-METHOD (WS-HOLD-SUB)
                                       WS-GRN-START-DATE (WS-HOLD-SUB)
                                       WS-GRN-STOP-DATE (WS-HOLD-SUB)
                                       WS-GRN-LAST-DATE (WS-HOLD-SUB)
               MOVE ZERO            TO WS-GRN-AMOUNT (WS-HOLD-SUB)
                                       WS-GRN-PERCENT (WS-HOLD-SUB)
                                       WS-GRN-PRIORITY (WS-HOLD-SUB)
                                       WS-GRN-LAST-AMOUNT (WS-HOLD-SUB)
                                       WS-GRN-TOTAL-OWED (WS-HOLD-SUB)
                                       WS-GRN-BALANCE (WS-HOLD-SUB)
               MOVE WS-NEW-TOTAL-OWED TO WS-NEW-BALANCE
               MOVE 'ADD'           TO AUD-ACTION
               MOVE 'TYPE'          TO AUD-FIELD
               MOVE SPACES          TO AUD-OLD-VALUE
               IF GTR-ORDER-TYPE = 'S'
                 MOVE 'SUPPORT'     TO AUD-NEW-VALUE
               ELSE
                 MOVE 'GARNISHMENT' TO AUD-NEW-VALUE
               END-IF
               PERFORM 600-AUDIT-RTN
               PERFORM 450-APPLY-TERMS-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *MOVES THE EDITED TERMS ONTO THE ORDER IN HAND, WRITING AN
      *AUDIT LINE FOR EACH ONE THAT ACTUALLY CHANGES
       450-APPLY-TERMS-RTN.
           IF WS-NEW-AGENCY-CODE NOT = WS-GRN-AGENCY-CODE (WS-HOLD-SUB)
             MOVE 'AGENCY'    TO AUD-FIELD
             MOVE WS-GRN-AGENCY-CODE (WS-HOLD-SUB) TO AUD-OLD-VALUE
             MOVE WS-NEW-AGENCY-CODE               TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-AGENCY-CODE
               TO WS-GRN-AGENCY-CODE (WS-HOLD-SUB)
           END-IF
           IF WS-NEW-AGENCY-NAME NOT = WS-GRN-AGENCY-NAME (WS-HOLD-SUB)
             MOVE 'AGCY NAME' TO AUD-FIELD
             MOVE WS-GRN-AGENCY-NAME (WS-HOLD-SUB) TO AUD-OLD-VALUE
             MOVE WS-NEW-AGENCY-NAME               TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-AGENCY-NAME
               TO WS-GRN-AGENCY-NAME (WS-HOLD-SUB)
           END-IF
           IF WS-NEW-METHOD NOT = WS-GRN-METHOD (WS-HOLD-SUB)
           OR WS-NEW-AMOUNT NOT = WS-GRN-AMOUNT (WS-HOLD-SUB)
           OR WS-NEW-PERCENT NOT = WS-GRN-PERCENT (WS-HOLD-SUB)
             MOVE 'TERMS'     TO AUD-FIELD
             PERFORM 460-TERMS-IMAGE-RTN
             MOVE WS-AUD-TERMS TO AUD-OLD-VALUE
             MOVE WS-NEW-METHOD  TO WS-GRN-METHOD (WS-HOLD-SUB)
             MOVE WS-NEW-AMOUNT  TO WS-GRN-AMOUNT (WS-HOLD-SUB)
             MOVE WS-NEW-PERCENT TO WS-GRN-PERCENT (WS-HOLD-SUB)
             PERFORM 460-TERMS-IMAGE-RTN
             MOVE WS-AUD-TERMS TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
           END-IF
           IF WS-NEW-PRIORITY NOT = WS-GRN-PRIORITY (WS-HOLD-SUB)
             MOVE 'PRIORITY'  TO AUD-FIELD
             MOVE WS-GRN-PRIORITY (WS-HOLD-SUB) TO AUD-OLD-VALUE
             MOVE WS-NEW-PRIORITY               TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-PRIORITY TO WS-GRN-PRIORITY (WS-HOLD-SUB)
           END-IF
           IF WS-NEW-START-DATE NOT = WS-GRN-START-DATE (WS-HOLD-SUB)
             MOVE 'START DATE' TO AUD-FIELD
             MOVE WS-GRN-START-DATE (WS-HOLD-SUB) TO AUD-OLD-VALUE
             MOVE WS-NEW-START-DATE               TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-START-DATE TO WS-GRN-START-DATE (WS-HOLD-SUB)
           END-IF
           IF WS-NEW-STOP-DATE NOT = WS-GRN-STOP-DATE (WS-HOLD-SUB)
             MOVE 'STOP DATE' TO AUD-FIELD
             MOVE WS-GRN-STOP-DATE (WS-HOLD-SUB) TO AUD-OLD-VALUE
             MOVE WS-NEW-STOP-DATE               TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-STOP-DATE TO WS-GRN-STOP-DATE (WS-HOLD-SUB)
           END-IF
           IF WS-NEW-TOTAL-OWED NOT = WS-GRN-TOTAL-OWED (WS-HOLD-SUB)
             MOVE 'TOTAL OWED' TO AUD-FIELD
             MOVE WS-GRN-TOTAL-OWED (WS-HOLD-SUB) TO WS-OWED-ED
             MOVE WS-OWED-ED                      TO AUD-OLD-VALUE
             MOVE WS-NEW-TOTAL-OWED               TO WS-OWED-ED
             MOVE WS-OWED-ED                      TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-TOTAL-OWED TO WS-GRN-TOTAL-OWED (WS-HOLD-SUB)
           END-IF
           IF WS-NEW-BALANCE NOT = WS-GRN-BALANCE (WS-HOLD-SUB)
             MOVE 'BALANCE'   TO AUD-FIELD
             MOVE WS-GRN-BALANCE (WS-HOLD-SUB) TO WS-OWED-ED
             MOVE WS-OWED-ED                   TO AUD-OLD-VALUE
             MOVE WS-NEW-BALANCE               TO WS-OWED-ED
             MOVE WS-OWED-ED                   TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE WS-NEW-BALANCE TO WS-GRN-BALANCE (WS-HOLD-SUB)
           END-IF.
      *----------------------------------------------------------------
      *BUILDS THE TERMS IMAGE OF THE ORDER IN HAND - THE FLAT AMOUNT
      *PER PERIOD OR THE PERCENTAGE OF DISPOSABLE EARNINGS
       460-TERMS-IMAGE-RTN.
           MOVE SPACES TO WS-AUD-TERMS
           IF WS-GRN-METHOD (WS-HOLD-SUB) = 'P'
             MOVE WS-GRN-PERCENT (WS-HOLD-SUB) TO WS-PERCENT-ED
             STRING WS-PERCENT-ED      DELIMITED BY SIZE
                    ' PCT DISPOSABLE'  DELIMITED BY SIZE
               INTO WS-AUD-TERMS
             END-STRING
           ELSE
             MOVE WS-GRN-AMOUNT (WS-HOLD-SUB) TO WS-AMOUNT-ED
             STRING WS-AMOUNT-ED       DELIMITED BY SIZE
                    ' PER PERIOD'      DELIMITED BY SIZE
               INTO WS-AUD-TERMS
             END-STRING
           END-IF.
      *----------------------------------------------------------------
      *CHANGES ONE ACTIVE ORDER'S TERMS - BLANK FIELDS LEFT ALONE.
      *THE TYPE IS THE COURT'S AND CANNOT CHANGE; A NEW TOTAL OWED
      *MOVES THE BALANCE BY THE SAME AMOUNT, BUT NEVER BELOW WHAT
      *HAS ALREADY BEEN PAID. A BALANCE CHANGED TO ZERO PAYS THE
      *ORDER OFF
       500-CHANGE-ORDER-PARA.
           IF WS-FOUND-SW = 'Y'
             MOVE WS-GRN-AGENCY-CODE (WS-HOLD-SUB) TO WS-NEW-AGENCY-CODE
             MOVE WS-GRN-AGENCY-NAME (WS-HOLD-SUB) TO WS-NEW-AGENCY-NAME
             MOVE WS-GRN-METHOD (WS-HOLD-SUB)      TO WS-NEW-METHOD
             MOVE WS-GRN-AMOUNT (WS-HOLD-SUB)      TO WS-NEW-AMOUNT
             MOVE WS-GRN-PERCENT (WS-HOLD-SUB)     TO WS-NEW-PERCENT
             MOVE WS-GRN-PRIORITY (WS-HOLD-SUB)    TO WS-NEW-PRIORITY
             MOVE WS-GRN-START-DATE (WS-HOLD-SUB)  TO WS-NEW-START-DATE
             MOVE WS-GRN-STOP-DATE (WS-HOLD-SUB)   TO WS-NEW-STOP-DATE
             MOVE WS-GRN-TOTAL-OWED (WS-HOLD-SUB)  TO WS-NEW-TOTAL-OWED
             PERFORM 380-TERMS-EDIT-RTN
             COMPUTE WS-NEW-BALANCE =
               WS-GRN-BALANCE (WS-HOLD-SUB)
               + WS-NEW-TOTAL-OWED - WS-GRN-TOTAL-OWED (WS-HOLD-SUB)
           END-IF
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'N'
               MOVE 'ORDER NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-GRN-STATUS (WS-HOLD-SUB) NOT = 'A'
               MOVE 'ORDER NOT ACTIVE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN GTR-ORDER-TYPE NOT = SPACES
              AND GTR-ORDER-TYPE NOT = WS-GRN-ORDER-TYPE (WS-HOLD-SUB)
               MOVE 'ORDER TYPE CANNOT CHANGE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN REJ-REASON NOT = SPACES
               PERFORM 650-REJECT-RTN
             WHEN WS-NEW-BALANCE < ZERO
               MOVE 'TOTAL OWED BELOW AMOUNT PAID' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE 'CHANGE' TO AUD-ACTION
               MOVE WS-APPLIED-COUNT TO WS-BEFORE-COUNT
               PERFORM 450-APPLY-TERMS-RTN
               IF WS-APPLIED-COUNT = WS-BEFORE-COUNT
                 MOVE 'NOTHING TO CHANGE' TO REJ-REASON
                 PERFORM 650-REJECT-RTN
               END-IF
               IF  WS-GRN-TOTAL-OWED (WS-HOLD-SUB) > ZERO
               AND WS-GRN-BALANCE (WS-HOLD-SUB) = ZERO
                 MOVE 'STATUS' TO AUD-FIELD
                 MOVE 'ACTIVE' TO AUD-OLD-VALUE
                 MOVE 'PAID OFF' TO AUD-NEW-VALUE
                 PERFORM 600-AUDIT-RTN
                 MOVE 'P' TO WS-GRN-STATUS (WS-HOLD-SUB)
               END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
      *STOPS ONE ACTIVE ORDER AS OF THE STOP DATE KEYED, OR TODAY -
      *PAYREG TAKES NOTHING MORE FOR IT
       550-STOP-ORDER-PARA.
           MOVE WS-RUN-DATE TO WS-NEW-STOP-DATE
           MOVE 'Y' TO WS-DATE-OK-SW
           IF GTR-STOP-DATE NOT = SPACES
             MOVE GTR-STOP-DATE TO WS-WORK-DATE
             PERFORM 370-DATE-CHECK-RTN
             MOVE GTR-STOP-DATE TO WS-NEW-STOP-DATE
           END-IF
           EVALUATE TRUE
             WHEN WS-FOUND-SW = 'N'
               MOVE 'ORDER NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-GRN-STATUS (WS-HOLD-SUB) NOT = 'A'
               MOVE 'ORDER NOT ACTIVE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-DATE-OK-SW = 'N'
               MOVE 'STOP DATE NOT VALID' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE 'STOP'      TO AUD-ACTION
               MOVE 'STATUS'    TO AUD-FIELD
               MOVE 'ACTIVE'    TO AUD-OLD-VALUE
               MOVE 'STOPPED'   TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
               MOVE 'S' TO WS-GRN-STATUS (WS-HOLD-SUB)
               IF WS-NEW-STOP-DATE NOT = WS-GRN-STOP-DATE (WS-HOLD-SUB)
                 MOVE 'STOP DATE' TO AUD-FIELD
                 MOVE WS-GRN-STOP-DATE (WS-HOLD-SUB) TO AUD-OLD-VALUE
                 MOVE WS-NEW-STOP-DATE               TO AUD-NEW-VALUE
                 PERFORM 600-AUDIT-RTN
                 MOVE WS-NEW-STOP-DATE
                   TO WS-GRN-STOP-DATE (WS-HOLD-SUB)
               END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
      *WRITES ONE APPLIED FIELD'S AUDIT LINE - AN ADD HAS NO OLD
      *VALUE TO SHOW
       600-AUDIT-RTN.
           IF AUD-ACTION = 'ADD'
             MOVE SPACES TO AUD-OLD-VALUE
           END-IF
           MOVE GTR-EMPLOYEE-NO TO AUD-EMPLOYEE-NO
           MOVE GTR-ORDER-NO    TO AUD-ORDER-NO
           WRITE AUDIT-RPT-REC FROM DL-AUDIT-LINE
           ADD 1 TO WS-APPLIED-COUNT.
      *----------------------------------------------------------------
      *WRITES THE FAILED CARD AND ITS REASON TO THE AUDIT REPORT
       650-REJECT-RTN.
           EVALUATE GTR-ACTION
             WHEN 'A'   MOVE 'ADD'       TO REJ-ACTION
             WHEN 'C'   MOVE 'CHANGE'    TO REJ-ACTION
             WHEN 'S'   MOVE 'STOP'      TO REJ-ACTION
             WHEN OTHER MOVE GTR-ACTION  TO REJ-ACTION
           END-EVALUATE
           MOVE GTR-EMPLOYEE-NO TO REJ-EMPLOYEE-NO
           MOVE GTR-ORDER-NO    TO REJ-ORDER-NO
           WRITE AUDIT-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *WRITES EVERY ORDER TO THE NEW FILE
       750-WRITE-OUTPUT-RTN.
           OPEN OUTPUT NEW-GARN-ORDER-FILE
           PERFORM 760-WRITE-ORDER-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-GARN-COUNT
           CLOSE NEW-GARN-ORDER-FILE.
      *----------------------------------------------------------------
       760-WRITE-ORDER-RTN.
           MOVE SPACES TO NEW-GARN-ORDER-REC
           MOVE WS-GRN-EMPLOYEE-NO (WS-SUB)  TO NGRN-EMPLOYEE-NO
           MOVE WS-GRN-ORDER-NO (WS-SUB)     TO NGRN-ORDER-NO
           MOVE WS-GRN-ORDER-TYPE (WS-SUB)   TO NGRN-ORDER-TYPE
           MOVE WS-GRN-AGENCY-CODE (WS-SUB)  TO NGRN-AGENCY-CODE
           MOVE WS-GRN-AGENCY-NAME (WS-SUB)  TO NGRN-AGENCY-NAME
           MOVE WS-GRN-METHOD (WS-SUB)       TO NGRN-METHOD
           MOVE WS-GRN-AMOUNT (WS-SUB)       TO NGRN-AMOUNT
           MOVE WS-GRN-PERCENT (WS-SUB)      TO NGRN-PERCENT
           MOVE WS-GRN-PRIORITY (WS-SUB)     TO NGRN-PRIORITY
           MOVE WS-GRN-START-DATE (WS-SUB)   TO NGRN-START-DATE
           MOVE WS-GRN-STOP-DATE (WS-SUB)    TO NGRN-STOP-DATE
           MOVE WS-GRN-TOTAL-OWED (WS-SUB)   TO NGRN-TOTAL-OWED
           MOVE WS-GRN-BALANCE (WS-SUB)      TO NGRN-BALANCE
           MOVE WS-GRN-STATUS (WS-SUB)       TO NGRN-STATUS
           MOVE WS-GRN-LAST-DATE (WS-SUB)    TO NGRN-LAST-DATE
           MOVE WS-GRN-LAST-AMOUNT (WS-SUB)  TO NGRN-LAST-AMOUNT
           WRITE NEW-GARN-ORDER-REC
           ADD 1 TO WS-LIVE-COUNT
           IF WS-GRN-STATUS (WS-SUB) = 'A'
             ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
      *----------------------------------------------------------------
      *SHOWS THE RUN'S TOTALS ON THE AUDIT REPORT
       800-TOTALS-RTN.
           WRITE AUDIT-RPT-REC FROM BLANK-LINE
           MOVE 'FIELDS CHANGED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-APPLIED-COUNT                 TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CARDS REJECTED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ORDERS ON NEW FILE . . . . . :' TO DL-TOT-LABEL
           MOVE WS-LIVE-COUNT                    TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'ACTIVE ORDERS. . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-ACTIVE-COUNT                  TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE.
      *****************************************************************
