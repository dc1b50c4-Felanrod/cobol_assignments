           SELECT OPTIONAL RECYCLE-IN-FILE
             ASSIGN TO 'RCYTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *TONIGHT'S PAYMENTS GENERATED OFF THE STANDING INSTRUCTIONS BY
      *STOGEN - THEY TOO GO THROUGH THE SAME EDITS AS KEYED WORK
           SELECT OPTIONAL STANDING-IN-FILE
             ASSIGN TO 'STOTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE BANK'S ELECTRONIC DEPOSITS, CONVERTED BY DEPFEED INTO
      *BATCHES WRAPPED IN THE SAME HEADER AND TRAILER THE BRANCHES
      *KEY - THEY ARE BALANCED AND STAMPED LIKE A BRANCH'S BATCHES
           SELECT OPTIONAL DEPOSIT-IN-FILE
             ASSIGN TO 'FEEDTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEAN-TRANS-FILE
             ASSIGN TO 'TRNCLN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
      *TRANSACTIONS ARE 69-CHARACTER RECORDS; THE BATCH CONTROL
      *RECORDS AROUND THEM ARE 30. A RECORD WHOSE FIRST FIVE
      *CHARACTERS ARE '*BHD*' OR '*BTR*' IS BATCH CONTROL - THOSE
      *TAGS CAN NEVER COLLIDE WITH A REAL FIVE-DIGIT ACCOUNT NUMBER
       FD  TRANSACTION-FILE
           RECORD CONTAINS 30 TO 69 CHARACTERS.
           COPY TRANSREC.
       01  BATCH-HEADER-REC.
           05 BH-RECORD-ID        PIC X(5).
           05                     PIC X(7).

       FD  RECYCLE-IN-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC REPLACING ==TRANS-REC==    BY ==RECYCLE-REC==,
                                   ==T-ACCT-NO==    BY ==R-ACCT-NO==,
                                   ==T-AMOUNT==     BY ==R-AMOUNT==,
                                                    ==R-REACTIVATE-R==,
                                   ==REVERSE-R==    BY ==R-REVERSE-R==,
                                   ==MAINT-R==      BY ==R-MAINT-R==,
                                   ==TRANSFER-R==   BY ==R-TRANSFER-R==,
                                   ==INTEREST-R==   BY ==R-INTEREST-R==,
                                   ==T-RECYCLE-AGE== BY
                                                    ==R-RECYCLE-AGE==,
                                   ==T-EFF-DATE==   BY ==R-EFF-DATE==,
                                   ==T-ACCT-NAME==  BY ==R-ACCT-NAME==,
                                   ==T-XFER-DETAIL== BY
                                                    ==R-XFER-DETAIL==,
                                   ==T-XFER-TO-ACCT== BY
                                                    ==R-XFER-TO-ACCT==,
                                   ==T-ACCT-TYPE==  BY ==R-ACCT-TYPE==,
                                   ==T-OPEN-DATE==  BY ==R-OPEN-DATE==,
                                   ==T-BRANCH==     BY ==R-BRANCH==,
                                   ==T-CUST-NO==    BY ==R-CUST-NO==.

       FD  STANDING-IN-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  STANDING-IN-REC        PIC X(69).

       FD  DEPOSIT-IN-FILE
           RECORD CONTAINS 30 TO 69 CHARACTERS.
       01  DEPOSIT-IN-REC         PIC X(69).

       FD  CLEAN-TRANS-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  CLEAN-TRANS-REC        PIC X(69).

       FD  REJECT-TRANS-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  REJECT-TRANS-REC       PIC X(101).

       FD  PARM-FILE.
       01  PARM-REC.
       01  BATCH-REJECT-RPT-REC   PIC X(80).

       FD  HOLD-IN-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC REPLACING ==TRANS-REC==    BY ==HOLD-IN-REC==,
                                   ==T-ACCT-NO==    BY ==H-ACCT-NO==,
                                   ==T-AMOUNT==     BY ==H-AMOUNT==,
                                                    ==H-REACTIVATE-R==,
                                   ==REVERSE-R==    BY ==H-REVERSE-R==,
                                   ==MAINT-R==      BY ==H-MAINT-R==,
                                   ==TRANSFER-R==   BY ==H-TRANSFER-R==,
                                   ==INTEREST-R==   BY ==H-INTEREST-R==,
                                   ==T-RECYCLE-AGE== BY
                                                    ==H-RECYCLE-AGE==,
                                   ==T-EFF-DATE==   BY ==H-EFF-DATE==,
                                   ==T-ACCT-NAME==  BY ==H-ACCT-NAME==,
                                   ==T-XFER-DETAIL== BY
                                                    ==H-XFER-DETAIL==,
                                   ==T-XFER-TO-ACCT== BY
                                                    ==H-XFER-TO-ACCT==,
                                   ==T-ACCT-TYPE==  BY ==H-ACCT-TYPE==,
                                   ==T-OPEN-DATE==  BY ==H-OPEN-DATE==,
                                   ==T-BRANCH==     BY ==H-BRANCH==,
                                   ==T-CUST-NO==    BY ==H-CUST-NO==.

       FD  HOLD-OUT-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  HOLD-OUT-REC           PIC X(69).

       FD  PENDING-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-WORK-AREAS.
           05  WS-MORE-TRANS-SW    PIC X       VALUE 'Y'.
           05  WS-MORE-RECYCLE-SW  PIC X       VALUE 'Y'.
           05  WS-MORE-STANDING-SW PIC X       VALUE 'Y'.
           05  WS-STANDING-COUNT   PIC 9(7)    VALUE ZERO.
           05  WS-MORE-DEPOSIT-SW  PIC X       VALUE 'Y'.
           05  WS-DEPOSIT-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-REJECT-PCT-LIMIT PIC 9(2)    VALUE 10.
           05  WS-READ-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-CLEAN-COUNT      PIC 9(7)    VALUE ZERO.
      *TO THE FIELD EDITS AND THE SORT INPUT
       01  WS-HOLD-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-BATCH-HOLD-TABLE.
           05  WS-HOLD-ENTRY       PIC X(69)
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-HOLD-COUNT.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
      *BUILT HERE RATHER THAN IN THE FD SO THE SPACING FILLERS ARE
      *GENUINELY BLANK ON EVERY WRITE
       01  WS-REJECT-LINE.
           05  REJ-TRANS-IMAGE     PIC X(69).
           05                      PIC X(2)    VALUE SPACES.
           05  REJ-REASON-CODE     PIC X(3).
           05                      PIC X(2)    VALUE SPACES.
      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *EDITS THE KEYED TRANSACTION FILE, THE BANK'S BATCHED
      *DEPOSITS, AND THEN THE RECYCLED SUSPENSE ITEMS AND THE
      *STANDING-INSTRUCTION PAYMENTS THROUGH THE SAME CHECKS, THEN
      *FAILS THE STEP
      *IF TOO LARGE A SHARE OF THE NIGHT WAS REJECTED
       100-MAIN-PARA.
           PERFORM 150-LOAD-PARM-RTN
           PERFORM 160-DATE-ACCEPT-RTN
           OPEN INPUT  TRANSACTION-FILE
                INPUT  RECYCLE-IN-FILE
                INPUT  STANDING-IN-FILE
                INPUT  DEPOSIT-IN-FILE
                INPUT  HOLD-IN-FILE
                OUTPUT CLEAN-TRANS-FILE
                OUTPUT REJECT-TRANS-FILE
           WRITE APPROVAL-AUDIT-REC FROM HL-APPR-AUDIT-HEADING
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-EDIT-TRANS-PARA UNTIL WS-MORE-TRANS-SW = 'N'
           PERFORM 375-END-OF-BATCHES-RTN
           PERFORM 280-READ-DEPOSIT-PARA
           PERFORM 357-EDIT-DEPOSIT-PARA
             UNTIL WS-MORE-DEPOSIT-SW = 'N'
           PERFORM 375-END-OF-BATCHES-RTN
           PERFORM 250-READ-RECYCLE-PARA
           PERFORM 350-EDIT-RECYCLE-PARA
             UNTIL WS-MORE-RECYCLE-SW = 'N'
           PERFORM 270-READ-STANDING-PARA
           PERFORM 355-EDIT-STANDING-PARA
             UNTIL WS-MORE-STANDING-SW = 'N'
           PERFORM 260-READ-HOLD-PARA
           PERFORM 370-EDIT-HOLD-PARA
             UNTIL WS-MORE-HOLD-SW = 'N'
           PERFORM 800-THRESHOLD-RTN
           CLOSE TRANSACTION-FILE
                 RECYCLE-IN-FILE
                 STANDING-IN-FILE
                 DEPOSIT-IN-FILE
                 HOLD-IN-FILE
                 CLEAN-TRANS-FILE
                 REJECT-TRANS-FILE
               MOVE 'N' TO WS-MORE-HOLD-SW
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE STANDING-INSTRUCTION PAYMENTS
       270-READ-STANDING-PARA.
           READ STANDING-IN-FILE
             AT END
               MOVE 'N' TO WS-MORE-STANDING-SW
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE BANK'S BATCHED DEPOSITS
       280-READ-DEPOSIT-PARA.
           READ DEPOSIT-IN-FILE
             AT END
               MOVE 'N' TO WS-MORE-DEPOSIT-SW
           END-READ.
      *----------------------------------------------------------------
      *WORKS ONE KEYED RECORD AND READS THE NEXT
       300-EDIT-TRANS-PARA.
           PERFORM 305-DISPATCH-RTN
           PERFORM 200-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *DISPATCHES ONE BATCHED-STREAM RECORD - BATCH CONTROL RECORDS
      *DRIVE THE BATCH STATE, ITEMS INSIDE A BATCH ARE HELD UNTIL
      *THEIR TRAILER PROVES THE BATCH, AND ITEMS OUTSIDE ANY BATCH
      *(THE BRANCHES NOT YET KEYING BATCHED) GO STRAIGHT TO THE EDITS
       305-DISPATCH-RTN.
           EVALUATE TRUE
             WHEN T-ACCT-NO = WS-BATCH-HEADER-ID
               PERFORM 310-BATCH-HEADER-RTN
             WHEN OTHER
               ADD 1 TO WS-READ-COUNT
               PERFORM 400-APPLY-EDITS-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *OPENS A NEW BATCH. A HEADER ARRIVING WHILE A BATCH IS STILL
      *OPEN MEANS THE PRIOR BATCH LOST ITS TRAILER - THAT BATCH IS
      *COUNT AND DOLLAR TOTAL
       330-HOLD-BATCH-ITEM-RTN.
           ADD 1 TO WS-HOLD-COUNT
           MOVE TRANS-REC (1:69) TO WS-HOLD-ENTRY (WS-HOLD-COUNT)
           ADD 1 TO WS-BATCH-ITEM-COUNT
           IF T-AMOUNT NUMERIC
             ADD T-AMOUNT TO WS-BATCH-DOLLAR-TOTAL
      *PROVED BATCH'S ORIGIN SO THE BRANCH IDENTITY SURVIVES THE
      *SORT AND THE UPDATE INSTEAD OF DYING WITH THE BATCH WRAPPER
       345-RELEASE-ONE-ITEM-RTN.
           MOVE WS-HOLD-ENTRY (WS-HOLD-SUB) TO TRANS-REC (1:69)
           MOVE WS-BATCH-ORIGIN TO T-BRANCH
           PERFORM 400-APPLY-EDITS-RTN.
      *----------------------------------------------------------------
      *RUNS ONE RECYCLED ITEM THROUGH THE SAME EDITS AS KEYED WORK
       350-EDIT-RECYCLE-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE RECYCLE-REC TO TRANS-REC (1:69)
           PERFORM 400-APPLY-EDITS-RTN
           PERFORM 250-READ-RECYCLE-PARA.
      *----------------------------------------------------------------
      *RUNS ONE RECORD OF THE BANK'S BATCHED DEPOSITS THROUGH THE
      *SAME BATCH BALANCING AND EDITS AS THE BRANCHES' KEYED WORK
       357-EDIT-DEPOSIT-PARA.
           MOVE DEPOSIT-IN-REC TO TRANS-REC (1:69)
           IF  T-ACCT-NO NOT = WS-BATCH-HEADER-ID
           AND T-ACCT-NO NOT = WS-BATCH-TRAILER-ID
             ADD 1 TO WS-DEPOSIT-COUNT
           END-IF
           PERFORM 305-DISPATCH-RTN
           PERFORM 280-READ-DEPOSIT-PARA.
      *----------------------------------------------------------------
      *A BATCH STILL OPEN AT END OF ITS FILE NEVER GOT ITS TRAILER,
      *SO NOTHING IN IT CAN BE PROVED - IT IS REJECTED WHOLE
       375-END-OF-BATCHES-RTN.
           IF WS-IN-BATCH-SW = 'Y'
             MOVE 'BATCH HAS NO TRAILER' TO DL-BCH-REASON
             MOVE ZERO TO DL-BCH-KEYED-COUNT
             MOVE ZERO TO DL-BCH-KEYED-TOTAL
             PERFORM 360-REJECT-BATCH-RTN
             MOVE 'N' TO WS-IN-BATCH-SW
           END-IF.
      *----------------------------------------------------------------
      *RUNS ONE STANDING-INSTRUCTION PAYMENT THROUGH THE SAME EDITS
      *AS KEYED WORK - INCLUDING THE HIGH-VALUE APPROVAL, SO A LARGE
      *STANDING PAYMENT STILL NEEDS ITS SECOND PAIR OF EYES
       355-EDIT-STANDING-PARA.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-STANDING-COUNT
           MOVE STANDING-IN-REC TO TRANS-REC (1:69)
           PERFORM 400-APPLY-EDITS-RTN
           PERFORM 270-READ-STANDING-PARA.
      *----------------------------------------------------------------
      *RE-PRESENTS ONE HELD ITEM. AN ITEM STILL SHORT OF ITS POSTING
      *DATE GOES STRAIGHT BACK ON THE HOLD FILE; A MATURED ONE RUNS
      *THROUGH THE SAME EDITS AS TONIGHT'S KEYED WORK. HELD ITEMS
           ELSE
             ADD 1 TO WS-READ-COUNT
             ADD 1 TO WS-MATURED-COUNT
             MOVE HOLD-IN-REC TO TRANS-REC (1:69)
             PERFORM 400-APPLY-EDITS-RTN
           END-IF
           PERFORM 260-READ-HOLD-PARA.
               MOVE 'AMOUNT NOT NUMERIC'        TO REJ-REASON-TEXT
               PERFORM 500-REJECT-RTN
             WHEN NOT (UPDATE-R OR DELETE-R OR ADD-R OR REACTIVATE-R
                       OR REVERSE-R OR MAINT-R OR TRANSFER-R
                       OR INTEREST-R)
               MOVE 'COD'                       TO REJ-REASON-CODE
               MOVE 'TRANSACTION CODE INVALID'  TO REJ-REASON-TEXT
               PERFORM 500-REJECT-RTN
      *INTEREST IS ONLY EVER GENERATED BY THE INTEREST ENGINE, WHOSE
      *WORK GOES STRAIGHT TO THE SORT - ONE ONLY COMES THIS WAY AS A
      *SUSPENSE ITEM BEING RE-PRESENTED, SO A KEYED ONE IS REFUSED
             WHEN INTEREST-R
              AND NOT (T-RECYCLE-AGE NUMERIC AND T-RECYCLE-AGE > ZERO)
               MOVE 'COD'                       TO REJ-REASON-CODE
               MOVE 'INTEREST CODE NOT KEYABLE' TO REJ-REASON-TEXT
               PERFORM 500-REJECT-RTN
      *A TRANSFER MUST NAME A SECOND, WELL-FORMED ACCOUNT AND MOVE A
      *POSITIVE AMOUNT - THE DIRECTION IS CARRIED BY THE TWO ACCOUNT
      *NUMBERS, NEVER BY THE SIGN
             WHEN TRANSFER-R AND T-XFER-TO-ACCT NOT NUMERIC
               MOVE 'XFR'                       TO REJ-REASON-CODE
               MOVE 'TRANSFER TO-ACCT INVALID'  TO REJ-REASON-TEXT
               PERFORM 500-REJECT-RTN
             WHEN TRANSFER-R AND T-XFER-TO-ACCT = T-ACCT-NO
               MOVE 'XFR'                       TO REJ-REASON-CODE
               MOVE 'TRANSFER TO SAME ACCOUNT'  TO REJ-REASON-TEXT
               PERFORM 500-REJECT-RTN
             WHEN TRANSFER-R AND T-AMOUNT NOT > ZERO
               MOVE 'AMT'                       TO REJ-REASON-CODE
               MOVE 'TRANSFER AMOUNT NOT > 0'   TO REJ-REASON-TEXT
               PERFORM 500-REJECT-RTN
      *ONLY AN ADD OPENS AN ACCOUNT FOR A CUSTOMER, AND THE
      *CUSTOMER NUMBER IT CARRIES MUST BE WELL-FORMED
             WHEN T-CUST-NO NOT = SPACES AND NOT ADD-R
               MOVE 'CUS'                       TO REJ-REASON-CODE
               MOVE 'CUSTOMER NO ON NON-ADD'    TO REJ-REASON-TEXT
               PERFORM 500-REJECT-RTN
             WHEN T-CUST-NO NOT = SPACES AND T-CUST-NO NOT NUMERIC
               MOVE 'CUS'                       TO REJ-REASON-CODE
               MOVE 'CUSTOMER NO NOT 6 DIGIT'   TO REJ-REASON-TEXT
               PERFORM 500-REJECT-RTN
             WHEN WS-ATYPE-OK-SW = 'N'
               MOVE 'TYP'                       TO REJ-REASON-CODE
               MOVE 'ACCOUNT TYPE NOT ON FILE'  TO REJ-REASON-TEXT
      *REPORT INSTEAD OF THE SORT, AND COMES BACK EVERY NIGHT UNTIL
      *IT MATURES. SPACES OR ZERO IN THE DATE MEANS POST TONIGHT
                 IF T-EFF-DATE NUMERIC AND T-EFF-DATE > WS-RUN-DATE
                   WRITE HOLD-OUT-REC FROM TRANS-REC (1:69)
                   MOVE SPACES           TO DL-PENDING-LINE
                   MOVE TRANS-REC (1:69) TO DL-PEND-IMAGE
                   MOVE T-EFF-DATE       TO DL-PEND-EFF-DATE
                   WRITE PENDING-RPT-REC FROM DL-PENDING-LINE
                   ADD 1 TO WS-HELD-COUNT
                 ELSE
                   WRITE CLEAN-TRANS-REC FROM TRANS-REC (1:69)
                   ADD 1 TO WS-CLEAN-COUNT
                 END-IF
               END-IF
           IF  WS-APPR-THRESHOLD > ZERO
           AND T-AMOUNT NUMERIC
           AND T-AMOUNT > WS-APPR-THRESHOLD
           AND (UPDATE-R OR REVERSE-R OR ADD-R OR TRANSFER-R)
             MOVE 'N' TO WS-APPR-OK-SW
             IF WS-APPR-COUNT > ZERO
               SET APPR-IDX TO 1
      *HOLD FILE TO RE-PRESENT TOMORROW NIGHT (WHEN THE APPROVAL
      *SHOULD BE ON FILE) AND IS LISTED FOR THE OPERATOR
       430-HOLD-HIGH-VALUE-RTN.
           WRITE HOLD-OUT-REC FROM TRANS-REC (1:69)
           MOVE TRANS-REC (1:69) TO DL-HV-IMAGE
           WRITE HELD-HV-RPT-REC FROM DL-HELD-HV-LINE
           ADD 1 TO WS-HV-HELD-COUNT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *WRITES THE FAILED RECORD AND ITS REASON TO THE REJECT FILE
       500-REJECT-RTN.
           MOVE TRANS-REC (1:69) TO REJ-TRANS-IMAGE
           WRITE REJECT-TRANS-REC FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
           DISPLAY 'TRANSACTIONS READ . . : ' WS-READ-COUNT
           DISPLAY 'TRANSACTIONS CLEAN. . : ' WS-CLEAN-COUNT
           DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'STANDING PAYMENTS . . : ' WS-STANDING-COUNT
           DISPLAY 'BANK FEED DEPOSITS. . : ' WS-DEPOSIT-COUNT
           DISPLAY 'BATCHES IN BALANCE. . : ' WS-BATCHES-PASSED
           DISPLAY 'BATCHES REJECTED. . . : ' WS-BATCHES-REJECTED
           DISPLAY 'ITEMS HELD (FUTURE) . : ' WS-HELD-COUNT
