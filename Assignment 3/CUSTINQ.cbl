      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO ANSWER A SINGLE-CUSTOMER INQUIRY - THE OPERATOR
      *         KEYS A CUSTOMER NUMBER AND THE CUSTOMER'S NAME AND
      *         ADDRESS COME BACK ON THE CONSOLE WITH EVERY ACCOUNT
      *         EVER LINKED TO THEM: THE ROLE THEY HOLD, WHEN THE
      *         LINK WAS MADE (AND ENDED), AND WHAT BECAME OF THE
      *         ACCOUNT - ITS BALANCE WHILE IT IS ON THE MASTER, THE
      *         PURGE DATE FROM THE CUMULATIVE ARCHIVE ONCE IT HAS
      *         BEEN PURGED, AND THE DATE AND AMOUNT FROM THE
      *         ESCHEATMENT LOG WHEN ITS BALANCE WENT TO THE STATE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
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
           SELECT OPTIONAL CUSTOMER-FILE
             ASSIGN TO 'CUSTMAST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-LINK-FILE
             ASSIGN TO 'CUSTLNK.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS M-ACCT-NO.
      *THE PURGE'S CUMULATIVE ARCHIVE AND THE PERMANENT ESCHEATMENT
      *LOG - OPTIONAL, SINCE NEITHER EXISTS UNTIL THE FIRST ACCOUNT
      *IS PURGED OR ESCHEATED
           SELECT OPTIONAL ARCHIVE-FILE
             ASSIGN TO 'ARCHIVE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ESCHEAT-LOG
             ASSIGN TO 'ESCHLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY CUSTREC.

       FD  CUST-LINK-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY CUSTLNK.

       FD  MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY MASTREC.

      *MIRRORS THE ARCHIVE-REC LAYOUT MSTRPRG WRITES
       FD  ARCHIVE-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  ARCHIVE-REC.
           05 ARC-ACCT-NO         PIC X(5).
           05 ARC-AMOUNT          PIC S9(5)V99.
           05 ARC-ACTIVE          PIC X.
           05 ARC-DEACT-DATE      PIC X(8).
           05 ARC-ACCT-NAME       PIC X(20).
           05 ARC-ACCT-TYPE       PIC X(2).
           05 ARC-OPEN-DATE       PIC X(8).
           05                     PIC X(2).
           05 ARC-PURGE-DATE      PIC X(8).

       FD  ESCHEAT-LOG
           RECORD CONTAINS 34 CHARACTERS.
           COPY ESCHLOG.

       WORKING-STORAGE SECTION.
       01  WS-INQUIRY-NO      PIC X(6)    VALUE SPACES.
       01  WS-CUST-EOF-SW     PIC X       VALUE 'N'.
       01  WS-LINK-EOF-SW     PIC X       VALUE 'N'.
       01  WS-ARC-EOF-SW      PIC X       VALUE 'N'.
       01  WS-ESC-EOF-SW      PIC X       VALUE 'N'.
       01  WS-CUST-FOUND-SW   PIC X       VALUE 'N'.
       01  WS-ACCT-FOUND-SW   PIC X       VALUE 'N'.
       01  WS-PURGED-SW       PIC X       VALUE 'N'.
       01  WS-ESCHEATED-SW    PIC X       VALUE 'N'.
       01  WS-LINK-COUNT      PIC 9(5)    VALUE ZERO.
       01  WS-ROLE-NAME       PIC X(11)   VALUE SPACES.
       01  WS-BALANCE-ED      PIC $$$,$$9.99-.
      *WHAT THE ARCHIVE AND THE LOG HAD TO SAY ABOUT THE ACCOUNT IN
      *HAND - THE LAST RECORD FOR IT WINS
       01  WS-PURGE-DATE      PIC X(8)    VALUE SPACES.
       01  WS-PURGE-NAME      PIC X(20)   VALUE SPACES.
       01  WS-ESCHEAT-DATE    PIC X(8)    VALUE SPACES.
       01  WS-ESCHEAT-AMOUNT  PIC 9(5)V99 VALUE ZERO.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *PROMPTS FOR CUSTOMER NUMBERS ONE AT A TIME UNTIL THE OPERATOR
      *ENTERS SPACES (OR JUST PRESSES ENTER) TO QUIT
       100-MAIN-PARA.
           OPEN INPUT MASTER-FILE
      *TEST AFTER, SO THE FIRST PROMPT HAPPENS BEFORE THE QUIT
      *CONDITION IS EVER LOOKED AT
           PERFORM 200-INQUIRY-PARA
             WITH TEST AFTER
             UNTIL WS-INQUIRY-NO = SPACES
           CLOSE MASTER-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES ONE CUSTOMER NUMBER FROM THE CONSOLE AND SHOWS THE
      *CUSTOMER AND EVERY ACCOUNT EVER LINKED TO THEM
       200-INQUIRY-PARA.
           DISPLAY 'ENTER CUSTOMER NUMBER (BLANK TO QUIT): '
           MOVE SPACES TO WS-INQUIRY-NO
           ACCEPT WS-INQUIRY-NO
           IF WS-INQUIRY-NO NOT = SPACES
             PERFORM 300-FIND-CUSTOMER-RTN
             IF WS-CUST-FOUND-SW = 'Y'
               PERFORM 350-DISPLAY-CUSTOMER-RTN
               PERFORM 400-LIST-LINKS-RTN
             ELSE
               DISPLAY 'CUSTOMER ' WS-INQUIRY-NO ' NOT ON FILE'
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *PASSES THE CUSTOMER MASTER FOR THE CUSTOMER ASKED FOR. THE
      *FILE IS IN CUSTOMER-NUMBER ORDER, SO THE PASS STOPS AS SOON
      *AS IT IS PAST THEM
       300-FIND-CUSTOMER-RTN.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE 'N' TO WS-CUST-EOF-SW
           OPEN INPUT CUSTOMER-FILE
           PERFORM 310-CUST-READ-RTN
             UNTIL WS-CUST-EOF-SW = 'Y'
           CLOSE CUSTOMER-FILE.
      *----------------------------------------------------------------
       310-CUST-READ-RTN.
           READ CUSTOMER-FILE
             AT END
               MOVE 'Y' TO WS-CUST-EOF-SW
             NOT AT END
               IF CU-CUST-NO = WS-INQUIRY-NO
                 MOVE 'Y' TO WS-CUST-FOUND-SW
                 MOVE 'Y' TO WS-CUST-EOF-SW
               END-IF
               IF CU-CUST-NO > WS-INQUIRY-NO
                 MOVE 'Y' TO WS-CUST-EOF-SW
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *SHOWS THE CUSTOMER'S NAME AND ADDRESS ON THE CONSOLE
       350-DISPLAY-CUSTOMER-RTN.
           DISPLAY 'CUSTOMER NO. . . : ' CU-CUST-NO
           DISPLAY 'NAME . . . . . . : ' CU-CUST-NAME
           DISPLAY 'ADDRESS. . . . . : ' CU-ADDR-LINE-1
           IF CU-ADDR-LINE-2 NOT = SPACES
             DISPLAY '                   ' CU-ADDR-LINE-2
           END-IF
           DISPLAY '                   ' CU-CITY ' ' CU-STATE ' '
             CU-POSTAL-CODE
           DISPLAY 'CUSTOMER SINCE . : ' CU-OPEN-DATE.
      *----------------------------------------------------------------
      *PASSES THE LINK FILE FOR EVERY ACCOUNT EVER LINKED TO THE
      *CUSTOMER - STANDING OR UNLINKED, STILL ON THE MASTER OR NOT
       400-LIST-LINKS-RTN.
           MOVE ZERO TO WS-LINK-COUNT
           MOVE 'N'  TO WS-LINK-EOF-SW
           OPEN INPUT CUST-LINK-FILE
           PERFORM 410-LINK-READ-RTN
             UNTIL WS-LINK-EOF-SW = 'Y'
           CLOSE CUST-LINK-FILE
           IF WS-LINK-COUNT = ZERO
             DISPLAY 'NO ACCOUNTS HAVE EVER BEEN LINKED TO THIS '
               'CUSTOMER'
           END-IF.
      *----------------------------------------------------------------
       410-LINK-READ-RTN.
           READ CUST-LINK-FILE
             AT END
               MOVE 'Y' TO WS-LINK-EOF-SW
             NOT AT END
               IF CL-CUST-NO = CU-CUST-NO
                 ADD 1 TO WS-LINK-COUNT
                 PERFORM 450-SHOW-LINK-RTN
               END-IF
               IF CL-CUST-NO > CU-CUST-NO
                 MOVE 'Y' TO WS-LINK-EOF-SW
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *SHOWS ONE LINKED ACCOUNT - THE RELATIONSHIP, THEN WHAT BECAME
      *OF THE ACCOUNT. AN ACCOUNT CAN BE BOTH ESCHEATED AND STILL ON
      *THE MASTER AT A ZERO BALANCE UNTIL THE PURGE TAKES IT, SO THE
      *ESCHEATMENT LOG IS CHECKED WHATEVER THE MASTER SAYS
       450-SHOW-LINK-RTN.
           EVALUATE TRUE
             WHEN CL-OWNER       MOVE 'OWNER'       TO WS-ROLE-NAME
             WHEN CL-JOINT       MOVE 'JOINT'       TO WS-ROLE-NAME
             WHEN CL-BENEFICIARY MOVE 'BENEFICIARY' TO WS-ROLE-NAME
             WHEN OTHER          MOVE CL-ROLE       TO WS-ROLE-NAME
           END-EVALUATE
           DISPLAY ' '
           IF CL-LINKED
             DISPLAY 'ACCOUNT ' CL-ACCT-NO '  ' WS-ROLE-NAME
               '  LINKED ' CL-LINK-DATE
           ELSE
             DISPLAY 'ACCOUNT ' CL-ACCT-NO '  ' WS-ROLE-NAME
               '  LINKED ' CL-LINK-DATE '  UNLINKED ' CL-UNLINK-DATE
           END-IF
           MOVE CL-ACCT-NO TO M-ACCT-NO
           READ MASTER-FILE
             INVALID KEY
               MOVE 'N' TO WS-ACCT-FOUND-SW
             NOT INVALID KEY
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ
           IF WS-ACCT-FOUND-SW = 'Y'
             MOVE M-AMOUNT TO WS-BALANCE-ED
             DISPLAY '  NAME . . . . . : ' M-ACCT-NAME
             IF ACTIVE
               DISPLAY '  STATUS . . . . : ACTIVE'
             ELSE
               DISPLAY '  STATUS . . . . : DORMANT SINCE '
                 M-DEACT-DATE
             END-IF
             DISPLAY '  BALANCE. . . . : ' WS-BALANCE-ED
           ELSE
             PERFORM 500-ARCHIVE-CHECK-RTN
             IF WS-PURGED-SW = 'Y'
               DISPLAY '  NAME . . . . . : ' WS-PURGE-NAME
               DISPLAY '  STATUS . . . . : PURGED ' WS-PURGE-DATE
             ELSE
               DISPLAY '  STATUS . . . . : NOT ON MASTER OR ARCHIVE'
             END-IF
           END-IF
           PERFORM 550-ESCHEAT-CHECK-RTN
           IF WS-ESCHEATED-SW = 'Y'
             MOVE WS-ESCHEAT-AMOUNT TO WS-BALANCE-ED
             DISPLAY '  ESCHEATED. . . : ' WS-ESCHEAT-DATE
               '  ' WS-BALANCE-ED ' REMITTED TO THE STATE'
           END-IF.
      *----------------------------------------------------------------
      *PASSES THE CUMULATIVE ARCHIVE FOR THE ACCOUNT IN HAND
       500-ARCHIVE-CHECK-RTN.
           MOVE 'N' TO WS-PURGED-SW
           MOVE 'N' TO WS-ARC-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           PERFORM 510-ARCHIVE-READ-RTN
             UNTIL WS-ARC-EOF-SW = 'Y'
           CLOSE ARCHIVE-FILE.
      *----------------------------------------------------------------
       510-ARCHIVE-READ-RTN.
           READ ARCHIVE-FILE
             AT END
               MOVE 'Y' TO WS-ARC-EOF-SW
             NOT AT END
               IF ARC-ACCT-NO = CL-ACCT-NO
                 MOVE 'Y'            TO WS-PURGED-SW
                 MOVE ARC-PURGE-DATE TO WS-PURGE-DATE
                 MOVE ARC-ACCT-NAME  TO WS-PURGE-NAME
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *PASSES THE ESCHEATMENT LOG FOR THE ACCOUNT IN HAND
       550-ESCHEAT-CHECK-RTN.
           MOVE 'N' TO WS-ESCHEATED-SW
           MOVE 'N' TO WS-ESC-EOF-SW
           OPEN INPUT ESCHEAT-LOG
           PERFORM 560-ESCHEAT-READ-RTN
             UNTIL WS-ESC-EOF-SW = 'Y'
           CLOSE ESCHEAT-LOG.
      *----------------------------------------------------------------
       560-ESCHEAT-READ-RTN.
           READ ESCHEAT-LOG
             AT END
               MOVE 'Y' TO WS-ESC-EOF-SW
             NOT AT END
               IF EL-ACCT-NO = CL-ACCT-NO
                 MOVE 'Y'             TO WS-ESCHEATED-SW
                 MOVE EL-ESCHEAT-DATE TO WS-ESCHEAT-DATE
                 MOVE EL-AMOUNT       TO WS-ESCHEAT-AMOUNT
               END-IF
           END-READ.
      *****************************************************************
