      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO MAINTAIN THE CUSTOMER MASTER (CUSTMAST.DAT) AND
      *         THE CUSTOMER/ACCOUNT LINK FILE (CUSTLNK.DAT) BY KEYED
      *         CARD. AN ADD OPENS A CUSTOMER WITH THEIR NAME AND
      *         ADDRESS; A CHANGE REPLACES ONLY THE FIELDS KEYED. A
      *         LINK RELATES THE CUSTOMER TO AN ACCOUNT ON THE MASTER
      *         AS ITS OWNER, A JOINT HOLDER, OR A BENEFICIARY; AN
      *         UNLINK ENDS THAT RELATIONSHIP AS OF TODAY. THE
      *         NIGHTLY UPDATE QUEUES AN OWNER LINK CARD FOR EVERY
      *         ACCOUNT OPENED WITH A CUSTOMER NUMBER, SO THOSE
      *         ARRIVE HERE AMONG THE HAND-KEYED CARDS. EVERY CARD IS
      *         EDITED AND NAMES ITS OPERATOR, EVERY APPLIED FIELD
      *         GETS AN OLD/NEW AUDIT LINE, AND THE JOB STREAM ONLY
      *         COPIES THE NEW FILES OVER THE LIVE ONES ON A CLEAN
      *         RUN. BOTH FILES ARE WRITTEN BACK IN KEY ORDER, AND
      *         NEITHER A CUSTOMER NOR A LINK IS EVER DELETED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
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
      *BOTH OPTIONAL SO THE VERY FIRST MAINTENANCE RUN STARTS FROM
      *EMPTY FILES
           SELECT OPTIONAL CUSTOMER-FILE
             ASSIGN TO 'CUSTMAST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-LINK-FILE
             ASSIGN TO 'CUSTLNK.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED MAINTENANCE CARDS - 'A'DD, 'C'HANGE, 'L'INK, OR
      *'U'NLINK. OPTIONAL: A NIGHT WITH NO CARDS AT ALL STILL
      *WRITES THE NEW FILES
           SELECT OPTIONAL TRANSACTION-FILE
             ASSIGN TO 'CUSTTRN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE LIVE MASTER, READ BY KEY SO A CUSTOMER IS NEVER LINKED TO
      *AN ACCOUNT THAT DOES NOT EXIST
           SELECT MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS M-ACCT-NO.
           SELECT NEW-CUSTOMER-FILE
             ASSIGN TO 'CUSTNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CUST-LINK-FILE
             ASSIGN TO 'CLNKNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT-FILE
             ASSIGN TO 'CUSTAUD.RPT'
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

       FD  TRANSACTION-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY CUSTTRN.

       FD  MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY MASTREC.

       FD  NEW-CUSTOMER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY CUSTREC REPLACING ==CUSTOMER-REC==
                                    BY ==NEW-CUSTOMER-REC==,
                                  ==CU-CUST-NO==
                                    BY ==NCU-CUST-NO==,
                                  ==CU-CUST-NAME==
                                    BY ==NCU-CUST-NAME==,
                                  ==CU-ADDR-LINE-1==
                                    BY ==NCU-ADDR-LINE-1==,
                                  ==CU-ADDR-LINE-2==
                                    BY ==NCU-ADDR-LINE-2==,
                                  ==CU-CITY==
                                    BY ==NCU-CITY==,
                                  ==CU-STATE==
                                    BY ==NCU-STATE==,
                                  ==CU-POSTAL-CODE==
                                    BY ==NCU-POSTAL-CODE==,
                                  ==CU-OPEN-DATE==
                                    BY ==NCU-OPEN-DATE==.

       FD  NEW-CUST-LINK-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY CUSTLNK REPLACING ==CUST-LINK-REC==
                                    BY ==NEW-CUST-LINK-REC==,
                                  ==CL-CUST-NO==
                                    BY ==NCL-CUST-NO==,
                                  ==CL-ACCT-NO==
                                    BY ==NCL-ACCT-NO==,
                                  ==CL-ROLE==
                                    BY ==NCL-ROLE==,
                                  ==CL-OWNER==
                                    BY ==NCL-OWNER==,
                                  ==CL-JOINT==
                                    BY ==NCL-JOINT==,
                                  ==CL-BENEFICIARY==
                                    BY ==NCL-BENEFICIARY==,
                                  ==CL-LINK-DATE==
                                    BY ==NCL-LINK-DATE==,
                                  ==CL-STATUS==
                                    BY ==NCL-STATUS==,
                                  ==CL-LINKED==
                                    BY ==NCL-LINKED==,
                                  ==CL-UNLINKED==
                                    BY ==NCL-UNLINKED==,
                                  ==CL-UNLINK-DATE==
                                    BY ==NCL-UNLINK-DATE==.

       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-RPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CUST-EOF-SW      PIC X       VALUE 'N'.
           05  WS-LINK-EOF-SW      PIC X       VALUE 'N'.
           05  WS-TRANS-EOF-SW     PIC X       VALUE 'N'.
           05  WS-CUST-FOUND-SW    PIC X       VALUE 'N'.
           05  WS-LINK-FOUND-SW    PIC X       VALUE 'N'.
           05  WS-ACCT-FOUND-SW    PIC X       VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
           05  WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-BEFORE-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-NEW-CUST-COUNT   PIC 9(5)    VALUE ZERO.
           05  WS-NEW-LINK-COUNT   PIC 9(5)    VALUE ZERO.
           05  WS-LINKED-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-CUST-SUB         PIC 9(4)    VALUE ZERO.
           05  WS-LINK-SUB         PIC 9(4)    VALUE ZERO.
      *WHERE A NEW ENTRY BELONGS TO KEEP ITS TABLE IN KEY ORDER -
      *THE FIRST ENTRY WITH A HIGHER KEY, OR ONE PAST THE END
           05  WS-INSERT-SUB       PIC 9(4)    VALUE ZERO.
      *THE LAST KEY LOADED, SO A LIVE FILE OUT OF ORDER IS CAUGHT
      *BEFORE ITS TABLE IS TRUSTED
           05  WS-PREV-CUST-NO     PIC X(6)    VALUE LOW-VALUES.
           05  WS-PREV-LINK-KEY    PIC X(11)   VALUE LOW-VALUES.
      *THE CARD'S LINK KEY, BUILT THE WAY THE TABLE HOLDS IT
           05  WS-CARD-LINK-KEY.
               10  WS-CARD-CUST-NO PIC X(6).
               10  WS-CARD-ACCT-NO PIC X(5).
           05  WS-ROLE-NAME        PIC X(11)   VALUE SPACES.
      *THE CUSTOMERS ON FILE, HELD IN CUSTOMER-NUMBER ORDER WHILE
      *THE CARDS APPLY
       01  WS-CUST-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CUST-COUNT.
               10  WS-CU-CUST-NO       PIC X(6).
               10  WS-CU-CUST-NAME     PIC X(30).
               10  WS-CU-ADDR-LINE-1   PIC X(30).
               10  WS-CU-ADDR-LINE-2   PIC X(30).
               10  WS-CU-CITY          PIC X(20).
               10  WS-CU-STATE         PIC X(2).
               10  WS-CU-POSTAL-CODE   PIC X(10).
               10  WS-CU-OPEN-DATE     PIC X(8).
      *THE LINKS ON FILE, HELD IN CUSTOMER/ACCOUNT ORDER
       01  WS-LINK-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-LINK-COUNT.
               10  WS-CL-KEY.
                   15  WS-CL-CUST-NO   PIC X(6).
                   15  WS-CL-ACCT-NO   PIC X(5).
               10  WS-CL-ROLE          PIC X.
               10  WS-CL-LINK-DATE     PIC X(8).
               10  WS-CL-STATUS        PIC X.
               10  WS-CL-UNLINK-DATE   PIC X(8).
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
       01  HL-AUDIT-HEADING.
           05                      PIC X(40)   VALUE
               'CUSTOMER MAINTENANCE - CHANGE AUDIT     '.
           05                      PIC X(92)   VALUE SPACES.
       01  DL-AUDIT-LINE.
           05  AUD-ACTION          PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-CUST-NO         PIC X(6).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-ACCT-NO         PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-OPERATOR        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-FIELD           PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-OLD-VALUE       PIC X(30).
           05                      PIC X(1)    VALUE SPACES.
           05  AUD-NEW-VALUE       PIC X(30).
           05                      PIC X(29)   VALUE SPACES.
       01  DL-REJECT-LINE.
           05  REJ-ACTION          PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  REJ-CUST-NO         PIC X(6).
           05                      PIC X(1)    VALUE SPACES.
           05  REJ-ACCT-NO         PIC X(5).
           05                      PIC X(1)    VALUE SPACES.
           05  REJ-OPERATOR        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'REJECTED - '.
           05  REJ-REASON          PIC X(30).
           05                      PIC X(60)   VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZ9.
           05                      PIC X(97)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE CUSTOMERS AND LINKS ON FILE, APPLIES THE CARDS IN
      *ORDER, AND WRITES BOTH TABLES TO THE NEW FILES THE JOB STREAM
      *COPIES BACK
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  TRANSACTION-FILE
                INPUT  MASTER-FILE
                OUTPUT AUDIT-RPT-FILE
           WRITE AUDIT-RPT-REC FROM HL-AUDIT-HEADING
           PERFORM 150-LOAD-CUSTOMERS-RTN
           PERFORM 160-LOAD-LINKS-RTN
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-APPLY-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           PERFORM 750-WRITE-OUTPUT-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE TRANSACTION-FILE
                 MASTER-FILE
                 AUDIT-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *LOADS THE LIVE CUSTOMER MASTER INTO ITS TABLE. A FILE TOO BIG
      *FOR THE TABLE WOULD LOSE CUSTOMERS FROM THE NEW FILE, AND ONE
      *OUT OF ORDER WOULD MISPLACE EVERY CUSTOMER ADDED TONIGHT, SO
      *EITHER ENDS THE RUN NON-ZERO AND THE NEW FILES ARE NOT
      *PROMOTED
       150-LOAD-CUSTOMERS-RTN.
           OPEN INPUT CUSTOMER-FILE
           PERFORM 155-CUST-READ-RTN
             UNTIL WS-CUST-EOF-SW = 'Y'
           CLOSE CUSTOMER-FILE.
      *----------------------------------------------------------------
      *READS ONE CUSTOMER INTO THE TABLE
       155-CUST-READ-RTN.
           READ CUSTOMER-FILE
             AT END
               MOVE 'Y' TO WS-CUST-EOF-SW
             NOT AT END
               IF CU-CUST-NO NOT > WS-PREV-CUST-NO
                 DISPLAY 'CUSTOMER MASTER OUT OF SEQUENCE AT '
                   CU-CUST-NO
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE CU-CUST-NO TO WS-PREV-CUST-NO
               IF WS-CUST-COUNT < 9999
                 ADD 1 TO WS-CUST-COUNT
                 MOVE CU-CUST-NO      TO WS-CU-CUST-NO (WS-CUST-COUNT)
                 MOVE CU-CUST-NAME
                   TO WS-CU-CUST-NAME (WS-CUST-COUNT)
                 MOVE CU-ADDR-LINE-1
                   TO WS-CU-ADDR-LINE-1 (WS-CUST-COUNT)
                 MOVE CU-ADDR-LINE-2
                   TO WS-CU-ADDR-LINE-2 (WS-CUST-COUNT)
                 MOVE CU-CITY         TO WS-CU-CITY (WS-CUST-COUNT)
                 MOVE CU-STATE        TO WS-CU-STATE (WS-CUST-COUNT)
                 MOVE CU-POSTAL-CODE
                   TO WS-CU-POSTAL-CODE (WS-CUST-COUNT)
                 MOVE CU-OPEN-DATE
                   TO WS-CU-OPEN-DATE (WS-CUST-COUNT)
               ELSE
                 DISPLAY 'CUSTOMER TABLE FULL AT 9999 - '
                   'CUSTOMER ' CU-CUST-NO ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *LOADS THE LIVE LINK FILE INTO ITS TABLE, UNDER THE SAME RULES
      *AS THE CUSTOMER MASTER
       160-LOAD-LINKS-RTN.
           OPEN INPUT CUST-LINK-FILE
           PERFORM 165-LINK-READ-RTN
             UNTIL WS-LINK-EOF-SW = 'Y'
           CLOSE CUST-LINK-FILE.
      *----------------------------------------------------------------
      *READS ONE LINK INTO THE TABLE
       165-LINK-READ-RTN.
           READ CUST-LINK-FILE
             AT END
               MOVE 'Y' TO WS-LINK-EOF-SW
             NOT AT END
               MOVE CL-CUST-NO TO WS-CARD-CUST-NO
               MOVE CL-ACCT-NO TO WS-CARD-ACCT-NO
               IF WS-CARD-LINK-KEY NOT > WS-PREV-LINK-KEY
                 DISPLAY 'CUSTOMER LINK FILE OUT OF SEQUENCE AT '
                   CL-CUST-NO ' ' CL-ACCT-NO
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-CARD-LINK-KEY TO WS-PREV-LINK-KEY
               IF WS-LINK-COUNT < 9999
                 ADD 1 TO WS-LINK-COUNT
                 MOVE CL-CUST-NO      TO WS-CL-CUST-NO (WS-LINK-COUNT)
                 MOVE CL-ACCT-NO      TO WS-CL-ACCT-NO (WS-LINK-COUNT)
                 MOVE CL-ROLE         TO WS-CL-ROLE (WS-LINK-COUNT)
                 MOVE CL-LINK-DATE
                   TO WS-CL-LINK-DATE (WS-LINK-COUNT)
                 MOVE CL-STATUS       TO WS-CL-STATUS (WS-LINK-COUNT)
                 MOVE CL-UNLINK-DATE
                   TO WS-CL-UNLINK-DATE (WS-LINK-COUNT)
               ELSE
                 DISPLAY 'CUSTOMER LINK TABLE FULL AT 9999 - '
                   'LINK ' CL-CUST-NO ' ' CL-ACCT-NO ' NOT LOADED'
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
      *ONE MAINTENANCE CARD. EVERY CARD NEEDS ITS CUSTOMER NUMBER AND
      *THE OPERATOR KEYING IT; THE ACTIONS THEN CARRY THEIR OWN EDITS
       300-APPLY-PARA.
           PERFORM 350-FIND-CUST-RTN
           EVALUATE TRUE
             WHEN CTR-CUST-NO = SPACES
               MOVE 'CUSTOMER NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-OPERATOR = SPACES
               MOVE 'OPERATOR MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-ADD-CUST
               PERFORM 400-ADD-CUST-PARA
             WHEN CTR-CHANGE-CUST
               PERFORM 500-CHANGE-CUST-PARA
             WHEN CTR-LINK
               PERFORM 520-LINK-PARA
             WHEN CTR-UNLINK
               PERFORM 550-UNLINK-PARA
             WHEN OTHER
               MOVE 'ACTION NOT A, C, L, OR U' TO REJ-REASON
               PERFORM 650-REJECT-RTN
           END-EVALUATE
           PERFORM 200-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *FINDS THE CARD'S CUSTOMER AMONG THE CUSTOMERS ON FILE, AND
      *WHERE A NEW ONE WOULD GO
       350-FIND-CUST-RTN.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE ZERO TO WS-CUST-SUB
           COMPUTE WS-INSERT-SUB = WS-CUST-COUNT + 1
           PERFORM 355-FIND-CUST-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-CUST-COUNT.
      *----------------------------------------------------------------
       355-FIND-CUST-SCAN-RTN.
           IF WS-CU-CUST-NO (WS-SUB) = CTR-CUST-NO
             MOVE 'Y'    TO WS-CUST-FOUND-SW
             MOVE WS-SUB TO WS-CUST-SUB
           END-IF
           IF  WS-CU-CUST-NO (WS-SUB) > CTR-CUST-NO
           AND WS-INSERT-SUB > WS-CUST-COUNT
             MOVE WS-SUB TO WS-INSERT-SUB
           END-IF.
      *----------------------------------------------------------------
      *FINDS THE CARD'S LINK AMONG THE LINKS ON FILE, AND WHERE A
      *NEW ONE WOULD GO
       360-FIND-LINK-RTN.
           MOVE 'N' TO WS-LINK-FOUND-SW
           MOVE ZERO TO WS-LINK-SUB
           MOVE CTR-CUST-NO TO WS-CARD-CUST-NO
           MOVE CTR-ACCT-NO TO WS-CARD-ACCT-NO
           COMPUTE WS-INSERT-SUB = WS-LINK-COUNT + 1
           PERFORM 365-FIND-LINK-SCAN-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-LINK-COUNT.
      *----------------------------------------------------------------
       365-FIND-LINK-SCAN-RTN.
           IF WS-CL-KEY (WS-SUB) = WS-CARD-LINK-KEY
             MOVE 'Y'    TO WS-LINK-FOUND-SW
             MOVE WS-SUB TO WS-LINK-SUB
           END-IF
           IF  WS-CL-KEY (WS-SUB) > WS-CARD-LINK-KEY
           AND WS-INSERT-SUB > WS-LINK-COUNT
             MOVE WS-SUB TO WS-INSERT-SUB
           END-IF.
      *----------------------------------------------------------------
      *LOOKS THE CARD'S ACCOUNT UP ON THE MASTER BY KEY. A DORMANT
      *ACCOUNT MAY STILL BE LINKED - IT STILL BELONGS TO SOMEONE
       370-ACCOUNT-CHECK-RTN.
           MOVE CTR-ACCT-NO TO M-ACCT-NO
           READ MASTER-FILE
             INVALID KEY
               MOVE 'N' TO WS-ACCT-FOUND-SW
             NOT INVALID KEY
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ.
      *----------------------------------------------------------------
      *ADDS ONE CUSTOMER - THE NUMBER MUST BE A WELL-FORMED SIX
      *DIGITS NOT ALREADY ON FILE, AND THE CARD MUST CARRY AT LEAST
      *THE NAME AND THE FIRST ADDRESS LINE. THE CUSTOMER OPENS AS OF
      *TODAY
       400-ADD-CUST-PARA.
           EVALUATE TRUE
             WHEN CTR-CUST-NO NOT NUMERIC
               MOVE 'CUSTOMER NUMBER NOT 6 DIGITS' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-CUST-FOUND-SW = 'Y'
               MOVE 'CUSTOMER ALREADY ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-CUST-COUNT = 9999
               MOVE 'CUSTOMER TABLE FULL' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-CUST-NAME = SPACES
               MOVE 'CUSTOMER NAME MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-ADDR-LINE-1 = SPACES
               MOVE 'ADDRESS MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               PERFORM 420-INSERT-CUST-RTN
               MOVE CTR-CUST-NO  TO WS-CU-CUST-NO (WS-CUST-SUB)
               MOVE WS-RUN-DATE  TO WS-CU-OPEN-DATE (WS-CUST-SUB)
               MOVE SPACES       TO WS-CU-CUST-NAME (WS-CUST-SUB)
                                    WS-CU-ADDR-LINE-1 (WS-CUST-SUB)
                                    WS-CU-ADDR-LINE-2 (WS-CUST-SUB)
                                    WS-CU-CITY (WS-CUST-SUB)
                                    WS-CU-STATE (WS-CUST-SUB)
                                    WS-CU-POSTAL-CODE (WS-CUST-SUB)
               MOVE 'ADD'        TO AUD-ACTION
               MOVE SPACES       TO AUD-ACCT-NO
               PERFORM 450-APPLY-CUST-FIELDS-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *OPENS A TABLE ENTRY AT WS-INSERT-SUB FOR A NEW CUSTOMER,
      *MOVING EVERY HIGHER CUSTOMER UP ONE, AND POINTS WS-CUST-SUB
      *AT IT
       420-INSERT-CUST-RTN.
           ADD 1 TO WS-CUST-COUNT
           PERFORM 425-SHIFT-CUST-RTN
             VARYING WS-SUB FROM WS-CUST-COUNT BY -1
             UNTIL WS-SUB NOT > WS-INSERT-SUB
           MOVE WS-INSERT-SUB TO WS-CUST-SUB.
      *----------------------------------------------------------------
       425-SHIFT-CUST-RTN.
           MOVE WS-CUST-ENTRY (WS-SUB - 1) TO WS-CUST-ENTRY (WS-SUB).
      *----------------------------------------------------------------
      *MOVES EVERY NAME AND ADDRESS FIELD KEYED ON THE CARD ONTO THE
      *CUSTOMER IN HAND, WRITING AN AUDIT LINE FOR EACH ONE THAT
      *ACTUALLY CHANGES
       450-APPLY-CUST-FIELDS-RTN.
           IF  CTR-CUST-NAME NOT = SPACES
           AND CTR-CUST-NAME NOT = WS-CU-CUST-NAME (WS-CUST-SUB)
             MOVE 'NAME'      TO AUD-FIELD
             MOVE WS-CU-CUST-NAME (WS-CUST-SUB) TO AUD-OLD-VALUE
             MOVE CTR-CUST-NAME                 TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE CTR-CUST-NAME TO WS-CU-CUST-NAME (WS-CUST-SUB)
           END-IF
           IF  CTR-ADDR-LINE-1 NOT = SPACES
           AND CTR-ADDR-LINE-1 NOT = WS-CU-ADDR-LINE-1 (WS-CUST-SUB)
             MOVE 'ADDRESS 1' TO AUD-FIELD
             MOVE WS-CU-ADDR-LINE-1 (WS-CUST-SUB) TO AUD-OLD-VALUE
             MOVE CTR-ADDR-LINE-1                 TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE CTR-ADDR-LINE-1 TO WS-CU-ADDR-LINE-1 (WS-CUST-SUB)
           END-IF
           IF  CTR-ADDR-LINE-2 NOT = SPACES
           AND CTR-ADDR-LINE-2 NOT = WS-CU-ADDR-LINE-2 (WS-CUST-SUB)
             MOVE 'ADDRESS 2' TO AUD-FIELD
             MOVE WS-CU-ADDR-LINE-2 (WS-CUST-SUB) TO AUD-OLD-VALUE
             MOVE CTR-ADDR-LINE-2                 TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE CTR-ADDR-LINE-2 TO WS-CU-ADDR-LINE-2 (WS-CUST-SUB)
           END-IF
           IF  CTR-CITY NOT = SPACES
           AND CTR-CITY NOT = WS-CU-CITY (WS-CUST-SUB)
             MOVE 'CITY'      TO AUD-FIELD
             MOVE WS-CU-CITY (WS-CUST-SUB) TO AUD-OLD-VALUE
             MOVE CTR-CITY                 TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE CTR-CITY TO WS-CU-CITY (WS-CUST-SUB)
           END-IF
           IF  CTR-STATE NOT = SPACES
           AND CTR-STATE NOT = WS-CU-STATE (WS-CUST-SUB)
             MOVE 'STATE'     TO AUD-FIELD
             MOVE WS-CU-STATE (WS-CUST-SUB) TO AUD-OLD-VALUE
             MOVE CTR-STATE                 TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE CTR-STATE TO WS-CU-STATE (WS-CUST-SUB)
           END-IF
           IF  CTR-POSTAL-CODE NOT = SPACES
           AND CTR-POSTAL-CODE NOT = WS-CU-POSTAL-CODE (WS-CUST-SUB)
             MOVE 'POSTAL'    TO AUD-FIELD
             MOVE WS-CU-POSTAL-CODE (WS-CUST-SUB) TO AUD-OLD-VALUE
             MOVE CTR-POSTAL-CODE                 TO AUD-NEW-VALUE
             PERFORM 600-AUDIT-RTN
             MOVE CTR-POSTAL-CODE TO WS-CU-POSTAL-CODE (WS-CUST-SUB)
           END-IF.
      *----------------------------------------------------------------
      *CHANGES ONE CUSTOMER'S NAME AND ADDRESS - BLANK FIELDS LEFT
      *ALONE. THE CUSTOMER NUMBER AND OPEN DATE NEVER CHANGE
       500-CHANGE-CUST-PARA.
           EVALUATE TRUE
             WHEN WS-CUST-FOUND-SW = 'N'
               MOVE 'CUSTOMER NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE 'CHANGE' TO AUD-ACTION
               MOVE SPACES   TO AUD-ACCT-NO
               MOVE WS-APPLIED-COUNT TO WS-BEFORE-COUNT
               PERFORM 450-APPLY-CUST-FIELDS-RTN
               IF WS-APPLIED-COUNT = WS-BEFORE-COUNT
                 MOVE 'NOTHING TO CHANGE' TO REJ-REASON
                 PERFORM 650-REJECT-RTN
               END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
      *LINKS ONE CUSTOMER TO ONE ACCOUNT IN THE ROLE KEYED. THE
      *CUSTOMER MUST BE ON FILE AND THE ACCOUNT ON THE MASTER. A
      *RELATIONSHIP THAT WAS ONCE UNLINKED IS TAKEN UP AGAIN FROM
      *TODAY RATHER THAN ADDED TWICE
       520-LINK-PARA.
           PERFORM 360-FIND-LINK-RTN
           PERFORM 370-ACCOUNT-CHECK-RTN
           EVALUATE TRUE
             WHEN WS-CUST-FOUND-SW = 'N'
               MOVE 'CUSTOMER NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-ACCT-NO = SPACES
               MOVE 'ACCOUNT NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-ACCT-FOUND-SW = 'N'
               MOVE 'ACCOUNT NOT ON MASTER FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN CTR-ROLE NOT = 'O' AND NOT = 'J' AND NOT = 'B'
               MOVE 'ROLE NOT O, J, OR B' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-LINK-FOUND-SW = 'Y'
              AND WS-CL-STATUS (WS-LINK-SUB) = 'A'
               MOVE 'ACCOUNT ALREADY LINKED' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-LINK-FOUND-SW = 'Y'
               MOVE 'RELINK'     TO AUD-ACTION
               MOVE 'STATUS'     TO AUD-FIELD
               MOVE 'UNLINKED'   TO AUD-OLD-VALUE
               MOVE 'LINKED'     TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
               MOVE 'A'          TO WS-CL-STATUS (WS-LINK-SUB)
               MOVE WS-RUN-DATE  TO WS-CL-LINK-DATE (WS-LINK-SUB)
               MOVE SPACES       TO WS-CL-UNLINK-DATE (WS-LINK-SUB)
               IF CTR-ROLE NOT = WS-CL-ROLE (WS-LINK-SUB)
                 MOVE 'ROLE'     TO AUD-FIELD
                 MOVE WS-CL-ROLE (WS-LINK-SUB) TO WS-ROLE-NAME
                 PERFORM 540-ROLE-NAME-RTN
                 MOVE WS-ROLE-NAME TO AUD-OLD-VALUE
                 MOVE CTR-ROLE     TO WS-ROLE-NAME
                 PERFORM 540-ROLE-NAME-RTN
                 MOVE WS-ROLE-NAME TO AUD-NEW-VALUE
                 PERFORM 600-AUDIT-RTN
                 MOVE CTR-ROLE TO WS-CL-ROLE (WS-LINK-SUB)
               END-IF
             WHEN WS-LINK-COUNT = 9999
               MOVE 'LINK TABLE FULL' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               PERFORM 530-INSERT-LINK-RTN
               MOVE CTR-CUST-NO  TO WS-CL-CUST-NO (WS-LINK-SUB)
               MOVE CTR-ACCT-NO  TO WS-CL-ACCT-NO (WS-LINK-SUB)
               MOVE CTR-ROLE     TO WS-CL-ROLE (WS-LINK-SUB)
               MOVE WS-RUN-DATE  TO WS-CL-LINK-DATE (WS-LINK-SUB)
               MOVE 'A'          TO WS-CL-STATUS (WS-LINK-SUB)
               MOVE SPACES       TO WS-CL-UNLINK-DATE (WS-LINK-SUB)
               MOVE 'LINK'       TO AUD-ACTION
               MOVE 'ROLE'       TO AUD-FIELD
               MOVE CTR-ROLE     TO WS-ROLE-NAME
               PERFORM 540-ROLE-NAME-RTN
               MOVE SPACES       TO AUD-OLD-VALUE
               MOVE WS-ROLE-NAME TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
           END-EVALUATE.
      *----------------------------------------------------------------
      *OPENS A TABLE ENTRY AT WS-INSERT-SUB FOR A NEW LINK, MOVING
      *EVERY HIGHER LINK UP ONE, AND POINTS WS-LINK-SUB AT IT
       530-INSERT-LINK-RTN.
           ADD 1 TO WS-LINK-COUNT
           PERFORM 535-SHIFT-LINK-RTN
             VARYING WS-SUB FROM WS-LINK-COUNT BY -1
             UNTIL WS-SUB NOT > WS-INSERT-SUB
           MOVE WS-INSERT-SUB TO WS-LINK-SUB.
      *----------------------------------------------------------------
       535-SHIFT-LINK-RTN.
           MOVE WS-LINK-ENTRY (WS-SUB - 1) TO WS-LINK-ENTRY (WS-SUB).
      *----------------------------------------------------------------
      *TURNS THE ROLE CODE IN WS-ROLE-NAME INTO ITS NAME FOR THE
      *AUDIT LINE
       540-ROLE-NAME-RTN.
           EVALUATE WS-ROLE-NAME (1:1)
             WHEN 'O'   MOVE 'OWNER'       TO WS-ROLE-NAME
             WHEN 'J'   MOVE 'JOINT'       TO WS-ROLE-NAME
             WHEN 'B'   MOVE 'BENEFICIARY' TO WS-ROLE-NAME
             WHEN OTHER CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
      *ENDS ONE CUSTOMER'S RELATIONSHIP TO ONE ACCOUNT AS OF TODAY.
      *THE ACCOUNT NEED NOT STILL BE ON THE MASTER - A PURGED
      *ACCOUNT'S LINK MAY STILL BE ENDED BY HAND
       550-UNLINK-PARA.
           PERFORM 360-FIND-LINK-RTN
           EVALUATE TRUE
             WHEN CTR-ACCT-NO = SPACES
               MOVE 'ACCOUNT NUMBER MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-LINK-FOUND-SW = 'N'
               MOVE 'LINK NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-CL-STATUS (WS-LINK-SUB) NOT = 'A'
               MOVE 'LINK ALREADY ENDED' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               MOVE 'UNLINK'    TO AUD-ACTION
               MOVE 'STATUS'    TO AUD-FIELD
               MOVE 'LINKED'    TO AUD-OLD-VALUE
               MOVE 'UNLINKED'  TO AUD-NEW-VALUE
               PERFORM 600-AUDIT-RTN
               MOVE 'U'         TO WS-CL-STATUS (WS-LINK-SUB)
               MOVE WS-RUN-DATE TO WS-CL-UNLINK-DATE (WS-LINK-SUB)
           END-EVALUATE.
      *----------------------------------------------------------------
      *WRITES ONE APPLIED FIELD'S AUDIT LINE, NAMING THE OPERATOR WHO
      *KEYED THE CARD - AN ADD HAS NO OLD VALUE TO SHOW. A LINK
      *CARD'S LINE ALSO NAMES ITS ACCOUNT
       600-AUDIT-RTN.
           IF AUD-ACTION = 'ADD'
             MOVE SPACES TO AUD-OLD-VALUE
           END-IF
           MOVE CTR-CUST-NO     TO AUD-CUST-NO
           IF CTR-LINK OR CTR-UNLINK
             MOVE CTR-ACCT-NO   TO AUD-ACCT-NO
           ELSE
             MOVE SPACES        TO AUD-ACCT-NO
           END-IF
           MOVE CTR-OPERATOR    TO AUD-OPERATOR
           WRITE AUDIT-RPT-REC FROM DL-AUDIT-LINE
           ADD 1 TO WS-APPLIED-COUNT.
      *----------------------------------------------------------------
      *WRITES THE FAILED CARD AND ITS REASON TO THE AUDIT REPORT
       650-REJECT-RTN.
           EVALUATE TRUE
             WHEN CTR-ADD-CUST    MOVE 'ADD'        TO REJ-ACTION
             WHEN CTR-CHANGE-CUST MOVE 'CHANGE'     TO REJ-ACTION
             WHEN CTR-LINK        MOVE 'LINK'       TO REJ-ACTION
             WHEN CTR-UNLINK      MOVE 'UNLINK'     TO REJ-ACTION
             WHEN OTHER           MOVE CTR-ACTION   TO REJ-ACTION
           END-EVALUATE
           MOVE CTR-CUST-NO     TO REJ-CUST-NO
           MOVE CTR-ACCT-NO     TO REJ-ACCT-NO
           MOVE CTR-OPERATOR    TO REJ-OPERATOR
           WRITE AUDIT-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *WRITES EVERY CUSTOMER AND EVERY LINK TO THE NEW FILES, STILL
      *IN KEY ORDER
       750-WRITE-OUTPUT-RTN.
           OPEN OUTPUT NEW-CUSTOMER-FILE
                OUTPUT NEW-CUST-LINK-FILE
           PERFORM 760-WRITE-CUST-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-CUST-COUNT
           PERFORM 770-WRITE-LINK-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-LINK-COUNT
           CLOSE NEW-CUSTOMER-FILE
                 NEW-CUST-LINK-FILE.
      *----------------------------------------------------------------
       760-WRITE-CUST-RTN.
           MOVE SPACES TO NEW-CUSTOMER-REC
           MOVE WS-CU-CUST-NO (WS-SUB)       TO NCU-CUST-NO
           MOVE WS-CU-CUST-NAME (WS-SUB)     TO NCU-CUST-NAME
           MOVE WS-CU-ADDR-LINE-1 (WS-SUB)   TO NCU-ADDR-LINE-1
           MOVE WS-CU-ADDR-LINE-2 (WS-SUB)   TO NCU-ADDR-LINE-2
           MOVE WS-CU-CITY (WS-SUB)          TO NCU-CITY
           MOVE WS-CU-STATE (WS-SUB)         TO NCU-STATE
           MOVE WS-CU-POSTAL-CODE (WS-SUB)   TO NCU-POSTAL-CODE
           MOVE WS-CU-OPEN-DATE (WS-SUB)     TO NCU-OPEN-DATE
           WRITE NEW-CUSTOMER-REC
           ADD 1 TO WS-NEW-CUST-COUNT.
      *----------------------------------------------------------------
       770-WRITE-LINK-RTN.
           MOVE SPACES TO NEW-CUST-LINK-REC
           MOVE WS-CL-CUST-NO (WS-SUB)       TO NCL-CUST-NO
           MOVE WS-CL-ACCT-NO (WS-SUB)       TO NCL-ACCT-NO
           MOVE WS-CL-ROLE (WS-SUB)          TO NCL-ROLE
           MOVE WS-CL-LINK-DATE (WS-SUB)     TO NCL-LINK-DATE
           MOVE WS-CL-STATUS (WS-SUB)        TO NCL-STATUS
           MOVE WS-CL-UNLINK-DATE (WS-SUB)   TO NCL-UNLINK-DATE
           WRITE NEW-CUST-LINK-REC
           ADD 1 TO WS-NEW-LINK-COUNT
           IF WS-CL-STATUS (WS-SUB) = 'A'
             ADD 1 TO WS-LINKED-COUNT
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
           MOVE 'CUSTOMERS ON NEW FILE. . . . :' TO DL-TOT-LABEL
           MOVE WS-NEW-CUST-COUNT                TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'LINKS ON NEW FILE. . . . . . :' TO DL-TOT-LABEL
           MOVE WS-NEW-LINK-COUNT                TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'LINKS STANDING . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-LINKED-COUNT                  TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE.
      *****************************************************************
