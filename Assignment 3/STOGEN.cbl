      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO GENERATE THE RECURRING ADJUSTMENTS THE BRANCHES
      *         USED TO REKEY INTO TRANS.DAT EVERY CYCLE. EACH
      *         STANDING INSTRUCTION (STANDING.DAT) CARRIES ITS
      *         ACCOUNT (AND, FOR A SCHEDULED TRANSFER, THE ACCOUNT
      *         PAID INTO), AMOUNT, CODE, FREQUENCY, START DATE, END
      *         DATE OR PAYMENT LIMIT, AND THE PAYMENTS MADE SO FAR;
      *         EVERY PAYMENT THAT HAS FALLEN DUE BY TONIGHT'S
      *         POSTING DATE GOES OUT AS A GENERATED TRANSACTION IN
      *         THE SHARED TRANSREC LAYOUT (STOTRN.DAT) FOR TRNEDIT,
      *         SO IT TAKES THE SAME EDITS, HIGH-VALUE APPROVAL, AND
      *         POSTING AS KEYED WORK. THE INSTRUCTIONS GO BACK OUT
      *         WITH THEIR COUNTS AND NEXT DUE DATES ADVANCED
      *         (STONEW.DAT), LESS THE ONES THAT HAVE RUN THEIR
      *         COURSE. A REGISTER LISTS WHAT WAS GENERATED, WHAT
      *         EXPIRED, AND ANY INSTRUCTION TOO BADLY KEYED TO RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOGEN.
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
      *OPTIONAL ON PURPOSE: NO INSTRUCTIONS ON FILE IS AN EMPTY
      *NIGHT, NOT AN ABEND
           SELECT OPTIONAL STANDING-FILE
             ASSIGN TO 'STANDING.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE INSTRUCTIONS WITH TONIGHT'S PAYMENTS COUNTED - THE JOB
      *STREAM COPIES THIS BACK OVER STANDING.DAT ONLY ONCE THE
      *NIGHT HAS POSTED
           SELECT STANDING-NEW-FILE
             ASSIGN TO 'STONEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-TRANS-FILE
             ASSIGN TO 'STOTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME DATE CARD DATECRD WRITES FOR ASSIGN2, SO A PAYMENT
      *FALLS DUE ON THE SAME POSTING DATE TRNEDIT WORKS TO
           SELECT OPTIONAL DATE-CARD-FILE
             ASSIGN TO 'ASSIGN2.DTE'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-RPT-FILE
             ASSIGN TO 'STOGEN.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY STNDINS.

       FD  STANDING-NEW-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  STANDING-NEW-REC       PIC X(90).

      *SHARED TRANSACTION LAYOUT OF THE MASTER-UPDATE STREAM, SO THE
      *GENERATED PAYMENTS EDIT AND POST LIKE KEYED ONES
       FD  STANDING-TRANS-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD-REC          PIC X(8).

       FD  REGISTER-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTER-RPT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-STANDING-EOF-SW  PIC X        VALUE 'N'.
           05  WS-ERROR-SW         PIC X        VALUE 'N'.
           05  WS-EXPIRED-SW       PIC X        VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)     VALUE SPACES.
           05  WS-END-DATE         PIC X(8)     VALUE SPACES.
           05  WS-PAYMENT-LIMIT    PIC 9(3)     VALUE ZERO.
           05  WS-TARGET-DAY       PIC 9(2)     VALUE ZERO.
           05  WS-MONTH-LENGTH     PIC 9(2)     VALUE ZERO.
           05  WS-LEAP-QUOTIENT    PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REMAINDER   PIC 9(3)     VALUE ZERO.
           05  WS-GEN-THIS-COUNT   PIC 9(3)     VALUE ZERO.
           05  WS-READ-COUNT       PIC 9(7)     VALUE ZERO.
           05  WS-GENERATED-COUNT  PIC 9(7)     VALUE ZERO.
           05  WS-GENERATED-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05  WS-EXPIRED-COUNT    PIC 9(7)     VALUE ZERO.
           05  WS-ERROR-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-NOT-DUE-COUNT    PIC 9(7)     VALUE ZERO.
           05  WS-REASON-TEXT      PIC X(34)    VALUE SPACES.
           05  WS-LINE-SUB         PIC 9(4)     VALUE ZERO.
      *A LONG-OVERDUE INSTRUCTION (A MISKEYED START DATE, A STRETCH
      *OF NIGHTS NOT RUN) CATCHES UP AT MOST THIS MANY PAYMENTS A
      *NIGHT; THE REST FOLLOW ON LATER NIGHTS
       01  WS-CATCH-UP-LIMIT       PIC 9(3)     VALUE 31.
      *THE DUE DATE BEING WORKED, AND THE START DATE IT IS BUILT
      *FROM ON A NEW INSTRUCTION
       01  WS-DUE-DATE.
           05  WS-DUE-YEAR         PIC 9(4).
           05  WS-DUE-MONTH        PIC 9(2).
           05  WS-DUE-DAY          PIC 9(2).
       01  WS-START-DATE.
           05  WS-START-YEAR       PIC 9(4).
           05  WS-START-MONTH      PIC 9(2).
           05  WS-START-DAY        PIC 9(2).
      *THE EXPIRED AND IN-ERROR LINES ARE HELD HERE AND PRINTED IN
      *THEIR OWN SECTIONS AFTER THE GENERATED PAYMENTS
       01  WS-EXP-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-EXPIRED-TABLE.
           05  WS-EXP-LINE         PIC X(80)
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-EXP-COUNT.
       01  WS-ERR-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-ERROR-TABLE.
           05  WS-ERR-LINE         PIC X(80)
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-ERR-COUNT.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-REGISTER-HEADING.
           05                      PIC X(37)   VALUE
               'STANDING INSTRUCTION REGISTER  RUN   '.
           05  HL-RUN-DATE         PIC X(8).
           05                      PIC X(35)   VALUE SPACES.
       01  HL-SECTION-LINE.
           05  HL-SECTION-TITLE    PIC X(40).
           05                      PIC X(40)   VALUE SPACES.
       01  HL-COLUMN-LINE.
           05                      PIC X(33)   VALUE
               'ACCT   SQ  DESCRIPTION          '.
           05                      PIC X(13)   VALUE
               '      AMOUNT '.
           05                      PIC X(34)   VALUE SPACES.
       01  DL-REGISTER-LINE.
           05  DL-REG-ACCT-NO      PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-REG-SEQ-NO       PIC X(2).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-REG-DESC         PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  DL-REG-AMOUNT       PIC $$$,$$9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  DL-REG-TEXT         PIC X(34).
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  DL-TOT-AMOUNT       PIC $$$,$$$,$$9.99-.
           05                      PIC X(25)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *PASSES THE INSTRUCTION FILE ONCE, GENERATING EVERY PAYMENT
      *DUE BY TONIGHT AND CARRYING EACH LIVE INSTRUCTION FORWARD,
      *THEN PRINTS THE EXPIRED AND IN-ERROR SECTIONS AND THE TOTALS
       100-MAIN-PARA.
           PERFORM 160-DATE-ACCEPT-RTN
           OPEN INPUT  STANDING-FILE
                OUTPUT STANDING-NEW-FILE
                OUTPUT STANDING-TRANS-FILE
                OUTPUT REGISTER-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE REGISTER-RPT-REC FROM HL-REGISTER-HEADING
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'PAYMENTS GENERATED' TO HL-SECTION-TITLE
           WRITE REGISTER-RPT-REC FROM HL-SECTION-LINE
           WRITE REGISTER-RPT-REC FROM HL-COLUMN-LINE
           PERFORM 200-READ-STANDING-PARA
           PERFORM 300-INSTRUCTION-PARA
             UNTIL WS-STANDING-EOF-SW = 'Y'
           PERFORM 800-REGISTER-RTN
           CLOSE STANDING-FILE
                 STANDING-NEW-FILE
                 STANDING-TRANS-FILE
                 REGISTER-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *GETS TONIGHT'S POSTING DATE FROM THE DATE CARD DATECRD WROTE,
      *FALLING BACK TO THE CONSOLE FOR AN AD HOC MANUAL RUN
       160-DATE-ACCEPT-RTN.
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
      *READ NEXT RECORD FROM THE STANDING-INSTRUCTION FILE
       200-READ-STANDING-PARA.
           READ STANDING-FILE
             AT END
               MOVE 'Y' TO WS-STANDING-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *WORKS ONE INSTRUCTION. A BADLY KEYED ONE IS LISTED AND
      *CARRIED FORWARD UNTOUCHED FOR THE BRANCH TO CORRECT; A GOOD
      *ONE GENERATES WHATEVER HAS FALLEN DUE AND IS EITHER CARRIED
      *FORWARD OR, HAVING RUN ITS COURSE, DROPPED AND LISTED AS
      *EXPIRED
       300-INSTRUCTION-PARA.
           ADD 1 TO WS-READ-COUNT
           PERFORM 310-VALIDATE-RTN
           IF WS-ERROR-SW = 'Y'
             ADD 1 TO WS-ERROR-COUNT
             PERFORM 720-ERROR-LINE-RTN
             WRITE STANDING-NEW-REC FROM STANDING-INSTR-REC
           ELSE
             PERFORM 330-SET-LIMITS-RTN
             PERFORM 340-FIRST-DUE-RTN
             MOVE ZERO TO WS-GEN-THIS-COUNT
             PERFORM 420-EXPIRY-CHECK-RTN
             PERFORM 400-GENERATE-ONE-RTN
               UNTIL WS-DUE-DATE > WS-RUN-DATE
               OR    WS-EXPIRED-SW = 'Y'
               OR    WS-GEN-THIS-COUNT = WS-CATCH-UP-LIMIT
             MOVE WS-DUE-DATE TO SI-NEXT-DUE-DATE
             IF WS-EXPIRED-SW = 'Y'
               ADD 1 TO WS-EXPIRED-COUNT
               PERFORM 710-EXPIRED-LINE-RTN
             ELSE
               IF WS-GEN-THIS-COUNT = ZERO
                 ADD 1 TO WS-NOT-DUE-COUNT
               END-IF
               WRITE STANDING-NEW-REC FROM STANDING-INSTR-REC
             END-IF
           END-IF
           PERFORM 200-READ-STANDING-PARA.
      *----------------------------------------------------------------
      *THE FIRST FAILED CHECK NAMES THE ERROR. ONLY WHAT THE
      *SCHEDULE ITSELF NEEDS IS CHECKED HERE - THE GENERATED
      *TRANSACTION STILL TAKES TRNEDIT'S FULL EDITS
       310-VALIDATE-RTN.
           MOVE 'N' TO WS-ERROR-SW
           MOVE SPACES TO WS-REASON-TEXT
           MOVE SI-START-DATE TO WS-START-DATE
           EVALUATE TRUE
             WHEN SI-ACCT-NO NOT NUMERIC
               MOVE 'ACCOUNT NUMBER NOT 5 DIGIT' TO WS-REASON-TEXT
             WHEN SI-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC'         TO WS-REASON-TEXT
             WHEN SI-AMOUNT = ZERO
               MOVE 'AMOUNT IS ZERO'             TO WS-REASON-TEXT
             WHEN NOT (SI-UPDATE OR SI-TRANSFER)
               MOVE 'TRANSACTION CODE NOT U OR X' TO WS-REASON-TEXT
             WHEN SI-TRANSFER
             AND  SI-XFER-TO-ACCT NOT NUMERIC
               MOVE 'TRANSFER TO-ACCOUNT INVALID' TO WS-REASON-TEXT
             WHEN SI-TRANSFER
             AND  SI-XFER-TO-ACCT = SI-ACCT-NO
               MOVE 'TRANSFER TO SAME ACCOUNT'   TO WS-REASON-TEXT
             WHEN SI-TRANSFER
             AND  SI-AMOUNT NOT > ZERO
               MOVE 'TRANSFER AMOUNT NOT POSITIVE' TO WS-REASON-TEXT
             WHEN NOT (SI-WEEKLY OR SI-MONTHLY
                       OR SI-DAY-OF-MONTH-FREQ)
               MOVE 'FREQUENCY NOT W, M, OR D'   TO WS-REASON-TEXT
             WHEN SI-DAY-OF-MONTH-FREQ
             AND (SI-DAY-OF-MONTH NOT NUMERIC
                  OR SI-DAY-OF-MONTH < 1 OR SI-DAY-OF-MONTH > 31)
               MOVE 'DAY OF MONTH NOT 01-31'     TO WS-REASON-TEXT
             WHEN SI-START-DATE NOT NUMERIC
               MOVE 'START DATE INVALID'         TO WS-REASON-TEXT
             WHEN WS-START-MONTH < 1 OR WS-START-MONTH > 12
             OR   WS-START-DAY < 1 OR WS-START-DAY > 31
               MOVE 'START DATE INVALID'         TO WS-REASON-TEXT
             WHEN SI-END-DATE NOT = SPACES
             AND  SI-END-DATE NOT NUMERIC
               MOVE 'END DATE INVALID'           TO WS-REASON-TEXT
             WHEN SI-PAYMENT-LIMIT NOT = SPACES
             AND  SI-PAYMENT-LIMIT NOT NUMERIC
               MOVE 'PAYMENT LIMIT NOT NUMERIC'  TO WS-REASON-TEXT
             WHEN SI-PAYMENTS-MADE NOT = SPACES
             AND  SI-PAYMENTS-MADE NOT NUMERIC
               MOVE 'PAYMENTS MADE NOT NUMERIC'  TO WS-REASON-TEXT
             WHEN SI-NEXT-DUE-DATE NOT = SPACES
             AND  SI-NEXT-DUE-DATE NOT NUMERIC
               MOVE 'NEXT DUE DATE INVALID'      TO WS-REASON-TEXT
           END-EVALUATE
           IF WS-REASON-TEXT NOT = SPACES
             MOVE 'Y' TO WS-ERROR-SW
           END-IF.
      *----------------------------------------------------------------
      *NORMALIZES THE OPTIONAL FIELDS - A BLANK END DATE OR PAYMENT
      *LIMIT IS NO LIMIT, A BLANK PAYMENT COUNT IS A NEW INSTRUCTION
       330-SET-LIMITS-RTN.
           IF SI-END-DATE NUMERIC
             MOVE SI-END-DATE TO WS-END-DATE
           ELSE
             MOVE ZERO TO WS-END-DATE
           END-IF
           IF SI-PAYMENT-LIMIT NUMERIC
             MOVE SI-PAYMENT-LIMIT TO WS-PAYMENT-LIMIT
           ELSE
             MOVE ZERO TO WS-PAYMENT-LIMIT
           END-IF
           IF SI-PAYMENTS-MADE NOT NUMERIC
             MOVE ZERO TO SI-PAYMENTS-MADE
           END-IF
           IF SI-DAY-OF-MONTH-FREQ
             MOVE SI-DAY-OF-MONTH TO WS-TARGET-DAY
           ELSE
             MOVE WS-START-DAY    TO WS-TARGET-DAY
           END-IF.
      *----------------------------------------------------------------
      *PICKS UP THE NEXT DUE DATE. A NEW INSTRUCTION'S FIRST PAYMENT
      *FALLS ON ITS START DATE - OR, ON A DAY-OF-MONTH INSTRUCTION,
      *ON THE FIRST SUCH DAY ON OR AFTER THE START DATE
       340-FIRST-DUE-RTN.
           IF SI-NEXT-DUE-DATE NUMERIC AND SI-NEXT-DUE-DATE > ZERO
             MOVE SI-NEXT-DUE-DATE TO WS-DUE-DATE
           ELSE
             MOVE WS-START-DATE TO WS-DUE-DATE
             IF SI-DAY-OF-MONTH-FREQ
               PERFORM 620-MONTH-LENGTH-RTN
               IF WS-TARGET-DAY > WS-MONTH-LENGTH
                 MOVE WS-MONTH-LENGTH TO WS-DUE-DAY
               ELSE
                 MOVE WS-TARGET-DAY   TO WS-DUE-DAY
               END-IF
               IF WS-DUE-DATE < WS-START-DATE
                 PERFORM 650-NEXT-MONTH-RTN
               END-IF
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *GENERATES THE PAYMENT DUE ON THE DATE IN HAND, COUNTS IT, AND
      *STEPS THE INSTRUCTION ON TO ITS NEXT DUE DATE
       400-GENERATE-ONE-RTN.
           PERFORM 450-STANDING-TRANS-RTN
           ADD 1 TO SI-PAYMENTS-MADE
           PERFORM 700-GENERATED-LINE-RTN
           ADD 1 TO WS-GEN-THIS-COUNT
           ADD 1 TO WS-GENERATED-COUNT
           ADD SI-AMOUNT TO WS-GENERATED-TOTAL
           PERFORM 600-ADVANCE-DUE-RTN
           PERFORM 420-EXPIRY-CHECK-RTN.
      *----------------------------------------------------------------
      *AN INSTRUCTION HAS RUN ITS COURSE ONCE ITS PAYMENT LIMIT IS
      *MADE OR ITS NEXT PAYMENT WOULD FALL PAST ITS END DATE
       420-EXPIRY-CHECK-RTN.
           MOVE 'N' TO WS-EXPIRED-SW
           IF WS-PAYMENT-LIMIT > ZERO
           AND SI-PAYMENTS-MADE NOT < WS-PAYMENT-LIMIT
             MOVE 'Y' TO WS-EXPIRED-SW
           END-IF
           IF WS-END-DATE > ZERO
           AND WS-DUE-DATE > WS-END-DATE
             MOVE 'Y' TO WS-EXPIRED-SW
           END-IF.
      *----------------------------------------------------------------
      *WRITES THE PAYMENT AS A GENERATED UPDATE TRANSACTION AGAINST
      *THE ACCOUNT, OR AS ONE TRANSFER CARRYING BOTH ACCOUNTS. THE
      *EFFECTIVE DATE IS THE DAY IT FELL DUE - NEVER LATER THAN
      *TONIGHT, SO TRNEDIT POSTS IT ON ARRIVAL
       450-STANDING-TRANS-RTN.
           MOVE SI-ACCT-NO       TO T-ACCT-NO
           MOVE SI-AMOUNT        TO T-AMOUNT
           MOVE SI-TRANS-CODE    TO T-CODE
           MOVE ZERO             TO T-RECYCLE-AGE
           MOVE WS-DUE-DATE      TO T-EFF-DATE
           IF SI-TRANSFER
             MOVE SPACES          TO T-XFER-DETAIL
             MOVE SI-XFER-TO-ACCT TO T-XFER-TO-ACCT
           ELSE
             MOVE SPACES          TO T-ACCT-NAME
           END-IF
           MOVE SPACES           TO T-ACCT-TYPE
           MOVE SPACES           TO T-OPEN-DATE
      *GENERATED WORK BELONGS TO NO BRANCH
           MOVE SPACES           TO T-BRANCH
           MOVE SPACES           TO T-CUST-NO
           WRITE TRANS-REC.
      *----------------------------------------------------------------
      *STEPS THE DUE DATE ON BY THE INSTRUCTION'S FREQUENCY
       600-ADVANCE-DUE-RTN.
           IF SI-WEEKLY
             PERFORM 610-FORWARD-ONE-DAY-RTN 7 TIMES
           ELSE
             PERFORM 650-NEXT-MONTH-RTN
           END-IF.
      *----------------------------------------------------------------
      *STEPS THE DUE DATE FORWARD ONE CALENDAR DAY, ROLLING INTO THE
      *NEXT MONTH (AND YEAR) WHEN IT HAS TO
       610-FORWARD-ONE-DAY-RTN.
           PERFORM 620-MONTH-LENGTH-RTN
           IF WS-DUE-DAY < WS-MONTH-LENGTH
             ADD 1 TO WS-DUE-DAY
           ELSE
             MOVE 1 TO WS-DUE-DAY
             IF WS-DUE-MONTH < 12
               ADD 1 TO WS-DUE-MONTH
             ELSE
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *THE NUMBER OF DAYS IN THE DUE DATE'S MONTH - FEBRUARY HAS 29
      *IN A LEAP YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN
      *DIVISIBLE BY 400)
       620-MONTH-LENGTH-RTN.
           EVALUATE WS-DUE-MONTH
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO WS-MONTH-LENGTH
             WHEN 2
               MOVE 28 TO WS-MONTH-LENGTH
               DIVIDE WS-DUE-YEAR BY 4
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-MONTH-LENGTH
                 DIVIDE WS-DUE-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-MONTH-LENGTH
                   DIVIDE WS-DUE-YEAR BY 400
                     GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                     MOVE 29 TO WS-MONTH-LENGTH
                   END-IF
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 31 TO WS-MONTH-LENGTH
           END-EVALUATE.
      *----------------------------------------------------------------
      *MOVES THE DUE DATE TO THE INSTRUCTION'S DAY IN THE FOLLOWING
      *MONTH, OR THAT MONTH'S LAST DAY WHEN IT IS SHORTER - SO AN
      *INSTRUCTION FOR THE 31ST PAYS ON THE 30TH OF APRIL AND IS
      *BACK ON THE 31ST IN MAY
       650-NEXT-MONTH-RTN.
           IF WS-DUE-MONTH < 12
             ADD 1 TO WS-DUE-MONTH
           ELSE
             MOVE 1 TO WS-DUE-MONTH
             ADD 1 TO WS-DUE-YEAR
           END-IF
           PERFORM 620-MONTH-LENGTH-RTN
           IF WS-TARGET-DAY > WS-MONTH-LENGTH
             MOVE WS-MONTH-LENGTH TO WS-DUE-DAY
           ELSE
             MOVE WS-TARGET-DAY   TO WS-DUE-DAY
           END-IF.
      *----------------------------------------------------------------
      *LISTS ONE GENERATED PAYMENT - ITS DUE DATE AND WHICH PAYMENT
      *OF HOW MANY IT IS
       700-GENERATED-LINE-RTN.
           PERFORM 750-INSTRUCTION-COLUMNS-RTN
           IF WS-PAYMENT-LIMIT > ZERO
             STRING 'DUE '              DELIMITED BY SIZE
                    WS-DUE-DATE         DELIMITED BY SIZE
                    '  PAYMENT '        DELIMITED BY SIZE
                    SI-PAYMENTS-MADE    DELIMITED BY SIZE
                    ' OF '              DELIMITED BY SIZE
                    WS-PAYMENT-LIMIT    DELIMITED BY SIZE
               INTO DL-REG-TEXT
             END-STRING
           ELSE
             STRING 'DUE '              DELIMITED BY SIZE
                    WS-DUE-DATE         DELIMITED BY SIZE
                    '  PAYMENT '        DELIMITED BY SIZE
                    SI-PAYMENTS-MADE    DELIMITED BY SIZE
               INTO DL-REG-TEXT
             END-STRING
           END-IF
           WRITE REGISTER-RPT-REC FROM DL-REGISTER-LINE.
      *----------------------------------------------------------------
      *HOLDS ONE EXPIRED INSTRUCTION'S LINE FOR ITS SECTION
       710-EXPIRED-LINE-RTN.
           PERFORM 750-INSTRUCTION-COLUMNS-RTN
           IF WS-PAYMENT-LIMIT > ZERO
           AND SI-PAYMENTS-MADE NOT < WS-PAYMENT-LIMIT
             STRING 'PAYMENT LIMIT REACHED - '  DELIMITED BY SIZE
                    SI-PAYMENTS-MADE            DELIMITED BY SIZE
                    ' MADE'                     DELIMITED BY SIZE
               INTO DL-REG-TEXT
             END-STRING
           ELSE
             STRING 'ENDED '                    DELIMITED BY SIZE
                    WS-END-DATE                 DELIMITED BY SIZE
                    ' - '                       DELIMITED BY SIZE
                    SI-PAYMENTS-MADE            DELIMITED BY SIZE
                    ' MADE'                     DELIMITED BY SIZE
               INTO DL-REG-TEXT
             END-STRING
           END-IF
           IF WS-EXP-COUNT < 1000
             ADD 1 TO WS-EXP-COUNT
             MOVE DL-REGISTER-LINE TO WS-EXP-LINE (WS-EXP-COUNT)
           ELSE
             DISPLAY 'STOGEN - EXPIRED LIST FULL, '
               SI-ACCT-NO ' ' SI-SEQ-NO ' NOT LISTED'
           END-IF.
      *----------------------------------------------------------------
      *HOLDS ONE IN-ERROR INSTRUCTION'S LINE FOR ITS SECTION
       720-ERROR-LINE-RTN.
           PERFORM 750-INSTRUCTION-COLUMNS-RTN
           MOVE WS-REASON-TEXT TO DL-REG-TEXT
           IF WS-ERR-COUNT < 1000
             ADD 1 TO WS-ERR-COUNT
             MOVE DL-REGISTER-LINE TO WS-ERR-LINE (WS-ERR-COUNT)
           ELSE
             DISPLAY 'STOGEN - ERROR LIST FULL, '
               SI-ACCT-NO ' ' SI-SEQ-NO ' NOT LISTED'
           END-IF.
      *----------------------------------------------------------------
      *FILLS THE INSTRUCTION'S OWN COLUMNS OF A REGISTER LINE
       750-INSTRUCTION-COLUMNS-RTN.
           MOVE SPACES         TO DL-REG-TEXT
           MOVE SI-ACCT-NO     TO DL-REG-ACCT-NO
           MOVE SI-SEQ-NO      TO DL-REG-SEQ-NO
           MOVE SI-DESCRIPTION TO DL-REG-DESC
           IF SI-AMOUNT NUMERIC
             MOVE SI-AMOUNT    TO DL-REG-AMOUNT
           ELSE
             MOVE ZERO         TO DL-REG-AMOUNT
           END-IF.
      *----------------------------------------------------------------
      *PRINTS THE EXPIRED AND IN-ERROR SECTIONS AND THE RUN TOTALS
       800-REGISTER-RTN.
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'INSTRUCTIONS EXPIRED TONIGHT' TO HL-SECTION-TITLE
           WRITE REGISTER-RPT-REC FROM HL-SECTION-LINE
           PERFORM 810-EXPIRED-PRINT-RTN
             VARYING WS-LINE-SUB FROM 1 BY 1
             UNTIL WS-LINE-SUB > WS-EXP-COUNT
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'INSTRUCTIONS IN ERROR - NOT RUN' TO HL-SECTION-TITLE
           WRITE REGISTER-RPT-REC FROM HL-SECTION-LINE
           PERFORM 820-ERROR-PRINT-RTN
             VARYING WS-LINE-SUB FROM 1 BY 1
             UNTIL WS-LINE-SUB > WS-ERR-COUNT
           WRITE REGISTER-RPT-REC FROM BLANK-LINE
           MOVE 'INSTRUCTIONS READ. . . . . . :' TO DL-TOT-LABEL
           MOVE WS-READ-COUNT                    TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'PAYMENTS GENERATED . . . . . :' TO DL-TOT-LABEL
           MOVE WS-GENERATED-COUNT               TO DL-TOT-COUNT
           MOVE WS-GENERATED-TOTAL               TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'NOT YET DUE. . . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-NOT-DUE-COUNT                 TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'EXPIRED AND DROPPED. . . . . :' TO DL-TOT-LABEL
           MOVE WS-EXPIRED-COUNT                 TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'IN ERROR - CARRIED FORWARD . :' TO DL-TOT-LABEL
           MOVE WS-ERROR-COUNT                   TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE REGISTER-RPT-REC FROM DL-TOTAL-LINE
           DISPLAY 'STANDING INSTRUCTIONS - GENERATED: '
             WS-GENERATED-COUNT ' EXPIRED: ' WS-EXPIRED-COUNT
             ' IN ERROR: ' WS-ERROR-COUNT.
      *----------------------------------------------------------------
       810-EXPIRED-PRINT-RTN.
           WRITE REGISTER-RPT-REC FROM WS-EXP-LINE (WS-LINE-SUB).
      *----------------------------------------------------------------
       820-ERROR-PRINT-RTN.
           WRITE REGISTER-RPT-REC FROM WS-ERR-LINE (WS-LINE-SUB).
      *****************************************************************
