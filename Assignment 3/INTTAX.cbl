      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO REPORT THE YEAR'S INTEREST INCOME PER ACCOUNT
      *         HOLDER FOR TAX - THE TAX YEAR'S INTEREST POSTINGS
      *         (GATHERED BY INTXTR FROM THE DATED ARCHIVES AND THE
      *         LIVE HISTORY, AND JOINED BY THE JOB STREAM TO EACH
      *         ACCOUNT'S OWNER ON THE CUSTOMER LINK FILE) ARE
      *         TOTALLED PER ACCOUNT, NET OF ANY INTEREST POSTING A
      *         REVERSAL BACKED OUT, AND PER HOLDER ACROSS ALL THE
      *         HOLDER'S ACCOUNTS. EVERY HOLDER AT OR ABOVE THE
      *         REPORTING MINIMUM GETS A PRINTED STATEMENT AND A
      *         RECORD ON THE FILING SUBMISSION, WHOSE HEADER AND
      *         COUNT-AND-DOLLAR TRAILER PROVE TO THE REGISTER
      *         TOTALS AT THE END OF THE REPORT. AN ACCOUNT WITH NO
      *         OWNER LINK IS REPORTED ON ITS OWN, UNDER THE NAME ON
      *         THE MASTER. RUN IN THE YEAR-END STREAM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTTAX.
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
      *THE YEAR'S INTEREST AND REVERSAL LINES WITH THE OWNING
      *CUSTOMER'S NUMBER IN FRONT (SPACES FOR AN ACCOUNT WITH NO
      *OWNER LINK), IN CUSTOMER/ACCOUNT/DATE ORDER
           SELECT OPTIONAL INTEREST-IN
             ASSIGN TO 'INTCUS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE CUSTOMER MASTER, IN KEY ORDER, FOR THE HOLDER'S NAME AND
      *ADDRESS
           SELECT OPTIONAL CUSTOMER-FILE
             ASSIGN TO 'CUSTMAST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *READ BY KEY FOR EACH ACCOUNT'S NAME
           SELECT MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS M-ACCT-NO.
           SELECT STATEMENT-FILE
             ASSIGN TO 'INTTAX.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE FILING SUBMISSION - 'H' HEADER, ONE 'D' RECORD PER
      *REPORTED HOLDER, 'T' TRAILER WITH COUNT AND DOLLAR TOTAL
           SELECT FILING-FILE
             ASSIGN TO 'INTFILE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD, SHARED WITH INTXTR: THE TAX YEAR (YYYY),
      *DEFAULTING TO THE RUN'S OWN YEAR, AND THE REPORTING MINIMUM
      *(9(5)V99), DEFAULTING TO 10.00
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'INTTAX.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE HISTORY-REC LAYOUT THE NIGHTLY UPDATE WRITES, WITH THE
      *LINKED CUSTOMER'S NUMBER IN FRONT. THE TRANSACTION AMOUNT IS
      *DECLARED IN ITS EDITED PICTURE SO IT CAN BE DE-EDITED
       FD  INTEREST-IN
           RECORD CONTAINS 94 CHARACTERS.
       01  INTEREST-IN-REC.
           05 IC-CUST-NO          PIC X(6).
           05 IC-ACCT-NO          PIC X(5).
           05                     PIC X(3).
           05 IC-PRIOR-AMOUNT     PIC X(11).
           05                     PIC X(3).
           05 IC-TRANS-AMOUNT     PIC $$$,$$9.99-.
           05                     PIC X(3).
           05 IC-NEW-AMOUNT       PIC X(11).
           05                     PIC X(3).
           05 IC-DATE             PIC X(8).
           05                     PIC X(2).
           05 IC-ACTION           PIC X(8).
           05                     PIC X(2).
      *ON A REVERSAL, THE POSTING DATE OF THE LINE IT BACKED OUT
           05 IC-REF-DATE         PIC X(8).
           05                     PIC X(10).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY CUSTREC.

       FD  MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY MASTREC.

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-REC          PIC X(80).

       FD  FILING-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  FILING-DETAIL-REC.
           05 ITF-REC-TYPE        PIC X.
      *'C' - THE PAYEE IS A CUSTOMER AND THE ID IS THE CUSTOMER
      *NUMBER; 'A' - AN UNLINKED ACCOUNT AND THE ID IS THE ACCOUNT
           05 ITF-PAYEE-TYPE      PIC X.
           05 ITF-PAYEE-ID        PIC X(6).
           05 ITF-PAYEE-NAME      PIC X(30).
           05 ITF-ADDR-LINE-1     PIC X(30).
           05 ITF-ADDR-LINE-2     PIC X(30).
           05 ITF-CITY            PIC X(20).
           05 ITF-STATE           PIC X(2).
           05 ITF-POSTAL-CODE     PIC X(10).
           05 ITF-ACCT-COUNT      PIC 9(3).
           05 ITF-INTEREST        PIC 9(9)V99.
           05                     PIC X(6).
       01  FILING-HEADER-REC.
           05 ITF-HDR-TYPE        PIC X.
           05 ITF-HDR-TAX-YEAR    PIC X(4).
           05 ITF-HDR-RUN-DATE    PIC X(8).
           05 ITF-HDR-LITERAL     PIC X(28).
           05 ITF-HDR-MINIMUM     PIC 9(5)V99.
           05                     PIC X(102).
       01  FILING-TRAILER-REC.
           05 ITF-TRL-TYPE        PIC X.
           05 ITF-TRL-COUNT       PIC 9(7).
           05 ITF-TRL-TOTAL       PIC 9(11)V99.
           05                     PIC X(129).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-TAX-YEAR       PIC X(4).
           05                     PIC X(2).
           05 PARM-MINIMUM        PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-INTEREST-EOF-SW  PIC X        VALUE 'N'.
           05  WS-CUST-EOF-SW      PIC X        VALUE 'N'.
           05  WS-RUN-DATE.
               10  WS-RUN-YEAR     PIC X(4).
               10                  PIC X(4).
           05  WS-TAX-YEAR         PIC X(4)     VALUE SPACES.
           05  WS-MINIMUM          PIC 9(5)V99  VALUE 10.00.
           05  WS-AMOUNT-WORK      PIC S9(5)V99 VALUE ZERO.
           05  WS-ACCT-HOLD        PIC X(5)     VALUE SPACES.
      *THE HOLDER IN HAND AND THE HOLDER THE RECORD IN HAND BELONGS
      *TO - A CUSTOMER, OR AN UNLINKED ACCOUNT STANDING ON ITS OWN
           05  WS-PAYEE-KEY.
               10  WS-PAYEE-TYPE   PIC X.
               10  WS-PAYEE-ID     PIC X(6).
           05  WS-REC-PAYEE-KEY.
               10  WS-REC-PAYEE-TYPE PIC X.
               10  WS-REC-PAYEE-ID PIC X(6).
           05  WS-PAYEE-TOTAL      PIC S9(9)V99 VALUE ZERO.
      *THE REGISTER FIGURES
           05  WS-REPORTED-COUNT   PIC 9(7)     VALUE ZERO.
           05  WS-REPORTED-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05  WS-BELOW-COUNT      PIC 9(7)     VALUE ZERO.
           05  WS-BELOW-TOTAL      PIC S9(11)V99 VALUE ZERO.
           05  WS-UNLINKED-COUNT   PIC 9(7)     VALUE ZERO.
           05  WS-NO-CUST-COUNT    PIC 9(7)     VALUE ZERO.
           05  WS-BACKOUT-COUNT    PIC 9(7)     VALUE ZERO.
           05  WS-BACKOUT-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05  WS-OTHER-REV-COUNT  PIC 9(7)     VALUE ZERO.
      *THE HOLDER'S NAME AND ADDRESS, FROM THE CUSTOMER MASTER OR,
      *FOR AN UNLINKED ACCOUNT, THE NAME ON THE MASTER ALONE
       01  WS-HOLDER.
           05  WS-HOLDER-NAME      PIC X(30).
           05  WS-HOLDER-ADDR-1    PIC X(30).
           05  WS-HOLDER-ADDR-2    PIC X(30).
           05  WS-HOLDER-CITY      PIC X(20).
           05  WS-HOLDER-STATE     PIC X(2).
           05  WS-HOLDER-POSTAL    PIC X(10).
       01  WS-CITY-LINE.
           05  WS-CL-CITY          PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  WS-CL-STATE         PIC X(2).
           05                      PIC X(2)    VALUE SPACES.
           05  WS-CL-POSTAL        PIC X(10).
      *THE HOLDER'S ACCOUNTS AND EACH ONE'S YEAR, HELD UNTIL THE
      *HOLDER'S TOTAL SAYS WHETHER A STATEMENT PRINTS
       01  WS-PA-SUB               PIC 9(3)     VALUE ZERO.
       01  WS-PA-COUNT             PIC 9(3) COMP VALUE ZERO.
       01  WS-PAYEE-ACCT-TABLE.
           05  WS-PA-ENTRY
               OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-PA-COUNT.
               10  WS-PA-ACCT-NO   PIC X(5).
               10  WS-PA-ACCT-NAME PIC X(20).
               10  WS-PA-POSTINGS  PIC 9(4).
               10  WS-PA-INTEREST  PIC S9(7)V99.
      *THE ACCOUNT IN HAND'S INTEREST POSTINGS FOR THE YEAR, SO A
      *REVERSAL CAN BE MATCHED TO THE POSTING IT BACKED OUT
       01  WS-POST-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-POSTING-TABLE.
           05  WS-POST-ENTRY
               OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-POST-COUNT
               INDEXED BY POST-IDX.
               10  WS-POST-DATE    PIC X(8).
               10  WS-POST-AMOUNT  PIC S9(5)V99.
               10  WS-POST-BACKED-SW PIC X.
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-STMT-HEADING.
           05                      PIC X(28)
               VALUE 'INTEREST INCOME STATEMENT   '.
           05                      PIC X(9)    VALUE 'TAX YEAR '.
           05  HL-STMT-YEAR        PIC X(4).
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'PAYEE '.
           05  HL-STMT-PAYEE-TYPE  PIC X.
           05                      PIC X(1)    VALUE SPACES.
           05  HL-STMT-PAYEE-ID    PIC X(6).
           05                      PIC X(22)   VALUE SPACES.
      *ONE LINE OF THE HOLDER'S NAME AND ADDRESS BLOCK
       01  HL-ADDRESS-LINE.
           05                      PIC X(4)    VALUE SPACES.
           05  HL-ADDRESS-TEXT     PIC X(60).
           05                      PIC X(16)   VALUE SPACES.
       01  HL-COLUMN-LINE.
           05                      PIC X(40)   VALUE
               '  ACCT.   ACCOUNT NAME         POSTINGS '.
           05                      PIC X(40)   VALUE
               '      INTEREST PAID                     '.
       01  DL-ACCT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  DL-ACCT-NO          PIC X(5).
           05                      PIC X(3)    VALUE SPACES.
           05  DL-ACCT-NAME        PIC X(20).
           05                      PIC X(5)    VALUE SPACES.
           05  DL-ACCT-POSTINGS    PIC ZZZ9.
           05                      PIC X(5)    VALUE SPACES.
           05  DL-ACCT-INTEREST    PIC $$$,$$$,$$9.99-.
           05                      PIC X(21)   VALUE SPACES.
       01  DL-PAYEE-TOTAL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(38)
               VALUE 'TOTAL INTEREST PAID FOR THE YEAR . . :'.
           05                      PIC X(4)    VALUE SPACES.
           05  DL-PAYEE-TOTAL      PIC $$$,$$$,$$9.99-.
           05                      PIC X(21)   VALUE SPACES.
       01  HL-REGISTER-HEADING.
           05                      PIC X(37)
               VALUE 'INTEREST INCOME REGISTER   TAX YEAR '.
           05  HL-REG-YEAR         PIC X(4).
           05                      PIC X(10)   VALUE '   RUN    '.
           05  HL-REG-RUN-DATE     PIC X(8).
           05                      PIC X(21)   VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  DL-TOT-AMOUNT       PIC $$$,$$$,$$9.99-.
           05                      PIC X(25)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *SETTLES THE TAX YEAR AND MINIMUM, THEN PASSES THE JOINED
      *INTEREST LINES ONCE - EACH HOLDER'S ACCOUNTS ARE TOTALLED
      *TOGETHER, AND A HOLDER AT OR ABOVE THE MINIMUM GETS A
      *STATEMENT AND A FILING RECORD. THE REGISTER TOTALS PROVE TO
      *THE FILING TRAILER WRITTEN FROM THE SAME ACCUMULATORS
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-PARM-RTN
           OPEN INPUT  INTEREST-IN
                INPUT  CUSTOMER-FILE
                INPUT  MASTER-FILE
                OUTPUT STATEMENT-FILE
                OUTPUT FILING-FILE
           PERFORM 180-FILING-HEADER-RTN
           PERFORM 200-READ-INTEREST-PARA
           PERFORM 210-READ-CUSTOMER-PARA
           PERFORM 300-PAYEE-PARA UNTIL WS-INTEREST-EOF-SW = 'Y'
           PERFORM 700-FILING-TRAILER-RTN
           PERFORM 800-REGISTER-RTN
           CLOSE INTEREST-IN
                 CUSTOMER-FILE
                 MASTER-FILE
                 STATEMENT-FILE
                 FILING-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES THE TAX YEAR AND THE REPORTING MINIMUM FROM THE PARM
      *CARD WHEN SUPPLIED AND USABLE, OTHERWISE THE RUN'S OWN YEAR
      *AND THE 10.00 DEFAULT
       150-LOAD-PARM-RTN.
           MOVE WS-RUN-YEAR TO WS-TAX-YEAR
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-TAX-YEAR NUMERIC
                 MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               IF PARM-MINIMUM NUMERIC
                 MOVE PARM-MINIMUM TO WS-MINIMUM
               END-IF
           END-READ
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
      *WRITES THE FILING SUBMISSION HEADER
       180-FILING-HEADER-RTN.
           MOVE SPACES       TO FILING-HEADER-REC
           MOVE 'H'          TO ITF-HDR-TYPE
           MOVE WS-TAX-YEAR  TO ITF-HDR-TAX-YEAR
           MOVE WS-RUN-DATE  TO ITF-HDR-RUN-DATE
           MOVE 'INTEREST INCOME INFORMATION ' TO ITF-HDR-LITERAL
           MOVE WS-MINIMUM   TO ITF-HDR-MINIMUM
           WRITE FILING-HEADER-REC.
      *----------------------------------------------------------------
      *READ NEXT JOINED INTEREST LINE, AND WORK OUT WHICH HOLDER IT
      *BELONGS TO - ITS CUSTOMER, OR ITS OWN ACCOUNT WHEN UNLINKED
       200-READ-INTEREST-PARA.
           READ INTEREST-IN
             AT END
               MOVE 'Y' TO WS-INTEREST-EOF-SW
               MOVE HIGH-VALUES TO WS-REC-PAYEE-KEY
             NOT AT END
               IF IC-CUST-NO = SPACES
                 MOVE 'A'        TO WS-REC-PAYEE-TYPE
                 MOVE IC-ACCT-NO TO WS-REC-PAYEE-ID
               ELSE
                 MOVE 'C'        TO WS-REC-PAYEE-TYPE
                 MOVE IC-CUST-NO TO WS-REC-PAYEE-ID
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE CUSTOMER MASTER
       210-READ-CUSTOMER-PARA.
           READ CUSTOMER-FILE
             AT END
               MOVE 'Y' TO WS-CUST-EOF-SW
               MOVE HIGH-VALUES TO CU-CUST-NO
           END-READ.
      *----------------------------------------------------------------
      *TOTALS ONE HOLDER'S ACCOUNTS, THEN DECIDES WHETHER THE
      *HOLDER IS REPORTED
       300-PAYEE-PARA.
           MOVE WS-REC-PAYEE-KEY TO WS-PAYEE-KEY
           MOVE ZERO TO WS-PA-COUNT
                        WS-PAYEE-TOTAL
           PERFORM 400-ACCOUNT-PARA
             UNTIL WS-INTEREST-EOF-SW = 'Y'
             OR    WS-REC-PAYEE-KEY NOT = WS-PAYEE-KEY
           IF  WS-PAYEE-TOTAL > ZERO
           AND WS-PAYEE-TOTAL NOT < WS-MINIMUM
             PERFORM 500-REPORT-PAYEE-RTN
           ELSE
             ADD 1              TO WS-BELOW-COUNT
             ADD WS-PAYEE-TOTAL TO WS-BELOW-TOTAL
           END-IF.
      *----------------------------------------------------------------
      *TOTALS ONE ACCOUNT'S YEAR INTO THE HOLDER'S TABLE. A HOLDER
      *WITH MORE ACCOUNTS THAN THE TABLE HOLDS STILL HAS EVERY
      *DOLLAR REPORTED, BUT THE STATEMENT CANNOT LIST THEM ALL
       400-ACCOUNT-PARA.
           MOVE IC-ACCT-NO TO WS-ACCT-HOLD
           MOVE ZERO TO WS-POST-COUNT
           IF WS-PA-COUNT < 100
             ADD 1 TO WS-PA-COUNT
             MOVE IC-ACCT-NO TO WS-PA-ACCT-NO (WS-PA-COUNT)
                                M-ACCT-NO
             READ MASTER-FILE
               INVALID KEY
                 MOVE 'NO LONGER ON FILE'
                   TO WS-PA-ACCT-NAME (WS-PA-COUNT)
               NOT INVALID KEY
                 MOVE M-ACCT-NAME TO WS-PA-ACCT-NAME (WS-PA-COUNT)
             END-READ
             MOVE ZERO TO WS-PA-POSTINGS (WS-PA-COUNT)
                          WS-PA-INTEREST (WS-PA-COUNT)
           ELSE
             DISPLAY 'HOLDER ' WS-PAYEE-KEY ' HAS MORE THAN 100 '
               'ACCOUNTS - ACCOUNT ' IC-ACCT-NO ' NOT LISTED'
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 450-INTEREST-LINE-PARA
             UNTIL WS-INTEREST-EOF-SW = 'Y'
             OR    WS-REC-PAYEE-KEY NOT = WS-PAYEE-KEY
             OR    IC-ACCT-NO NOT = WS-ACCT-HOLD.
      *----------------------------------------------------------------
      *FOLDS ONE LINE INTO THE ACCOUNT. AN INTEREST POSTING ADDS
      *AND IS REMEMBERED; A REVERSAL TAKES OFF ONLY WHEN IT MATCHES
      *A NOT-YET-BACKED-OUT INTEREST POSTING OF THE SAME DATE AND
      *AMOUNT - ANY OTHER REVERSAL BACKED SOMETHING ELSE OUT
       450-INTEREST-LINE-PARA.
           MOVE IC-TRANS-AMOUNT TO WS-AMOUNT-WORK
           IF IC-ACTION = 'INTEREST'
             ADD WS-AMOUNT-WORK TO WS-PAYEE-TOTAL
             IF WS-PA-ACCT-NO (WS-PA-COUNT) = WS-ACCT-HOLD
               ADD 1              TO WS-PA-POSTINGS (WS-PA-COUNT)
               ADD WS-AMOUNT-WORK TO WS-PA-INTEREST (WS-PA-COUNT)
             END-IF
             IF WS-POST-COUNT < 60
               ADD 1 TO WS-POST-COUNT
               MOVE IC-DATE        TO WS-POST-DATE (WS-POST-COUNT)
               MOVE WS-AMOUNT-WORK TO WS-POST-AMOUNT (WS-POST-COUNT)
               MOVE 'N'            TO WS-POST-BACKED-SW (WS-POST-COUNT)
             ELSE
               DISPLAY 'ACCOUNT ' IC-ACCT-NO ' HAS MORE THAN 60 '
                 'INTEREST POSTINGS - LATER REVERSALS MAY NOT NET'
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             PERFORM 460-REVERSAL-RTN
           END-IF
           PERFORM 200-READ-INTEREST-PARA.
      *----------------------------------------------------------------
      *NETS A REVERSAL AGAINST THE INTEREST POSTING IT BACKED OUT,
      *IF IT BACKED ONE OUT
       460-REVERSAL-RTN.
           IF WS-POST-COUNT > ZERO
             SET POST-IDX TO 1
             SEARCH WS-POST-ENTRY
               AT END
                 ADD 1 TO WS-OTHER-REV-COUNT
               WHEN WS-POST-DATE (POST-IDX)      = IC-REF-DATE
               AND  WS-POST-AMOUNT (POST-IDX)    = WS-AMOUNT-WORK
               AND  WS-POST-BACKED-SW (POST-IDX) = 'N'
                 MOVE 'Y' TO WS-POST-BACKED-SW (POST-IDX)
                 SUBTRACT WS-AMOUNT-WORK FROM WS-PAYEE-TOTAL
                 IF WS-PA-ACCT-NO (WS-PA-COUNT) = WS-ACCT-HOLD
                   SUBTRACT WS-AMOUNT-WORK
                     FROM WS-PA-INTEREST (WS-PA-COUNT)
                 END-IF
                 ADD 1              TO WS-BACKOUT-COUNT
                 ADD WS-AMOUNT-WORK TO WS-BACKOUT-TOTAL
             END-SEARCH
           ELSE
             ADD 1 TO WS-OTHER-REV-COUNT
           END-IF.
      *----------------------------------------------------------------
      *REPORTS ONE HOLDER - THE NAME AND ADDRESS, THE STATEMENT,
      *AND THE FILING RECORD
       500-REPORT-PAYEE-RTN.
           PERFORM 550-HOLDER-LOOKUP-RTN
           PERFORM 600-PRINT-STATEMENT-RTN
           MOVE SPACES          TO FILING-DETAIL-REC
           MOVE 'D'             TO ITF-REC-TYPE
           MOVE WS-PAYEE-TYPE   TO ITF-PAYEE-TYPE
           MOVE WS-PAYEE-ID     TO ITF-PAYEE-ID
           MOVE WS-HOLDER-NAME  TO ITF-PAYEE-NAME
           MOVE WS-HOLDER-ADDR-1 TO ITF-ADDR-LINE-1
           MOVE WS-HOLDER-ADDR-2 TO ITF-ADDR-LINE-2
           MOVE WS-HOLDER-CITY  TO ITF-CITY
           MOVE WS-HOLDER-STATE TO ITF-STATE
           MOVE WS-HOLDER-POSTAL TO ITF-POSTAL-CODE
           MOVE WS-PA-COUNT     TO ITF-ACCT-COUNT
           MOVE WS-PAYEE-TOTAL  TO ITF-INTEREST
           WRITE FILING-DETAIL-REC
           ADD 1              TO WS-REPORTED-COUNT
           ADD WS-PAYEE-TOTAL TO WS-REPORTED-TOTAL.
      *----------------------------------------------------------------
      *FINDS THE HOLDER'S NAME AND ADDRESS. THE CUSTOMER MASTER IS
      *IN KEY ORDER LIKE THE HOLDERS, SO IT IS WALKED FORWARD TO THE
      *HOLDER'S CUSTOMER. AN UNLINKED ACCOUNT - OR A LINK TO A
      *CUSTOMER NOT ON THE MASTER - FALLS BACK TO THE ACCOUNT'S NAME
       550-HOLDER-LOOKUP-RTN.
           MOVE SPACES TO WS-HOLDER
           IF WS-PAYEE-TYPE = 'C'
             PERFORM 210-READ-CUSTOMER-PARA
               UNTIL CU-CUST-NO NOT < WS-PAYEE-ID
           END-IF
           EVALUATE TRUE
             WHEN WS-PAYEE-TYPE = 'C' AND CU-CUST-NO = WS-PAYEE-ID
               MOVE CU-CUST-NAME   TO WS-HOLDER-NAME
               MOVE CU-ADDR-LINE-1 TO WS-HOLDER-ADDR-1
               MOVE CU-ADDR-LINE-2 TO WS-HOLDER-ADDR-2
               MOVE CU-CITY        TO WS-HOLDER-CITY
               MOVE CU-STATE       TO WS-HOLDER-STATE
               MOVE CU-POSTAL-CODE TO WS-HOLDER-POSTAL
             WHEN WS-PAYEE-TYPE = 'C'
               ADD 1 TO WS-NO-CUST-COUNT
               MOVE WS-PA-ACCT-NAME (1) TO WS-HOLDER-NAME
             WHEN OTHER
               ADD 1 TO WS-UNLINKED-COUNT
               MOVE WS-PA-ACCT-NAME (1) TO WS-HOLDER-NAME
           END-EVALUATE.
      *----------------------------------------------------------------
      *PRINTS ONE HOLDER'S STATEMENT - THE HEADING, THE NAME AND
      *ADDRESS BLOCK, A LINE PER ACCOUNT, AND THE YEAR'S TOTAL
       600-PRINT-STATEMENT-RTN.
           MOVE WS-TAX-YEAR   TO HL-STMT-YEAR
           MOVE WS-PAYEE-TYPE TO HL-STMT-PAYEE-TYPE
           MOVE WS-PAYEE-ID   TO HL-STMT-PAYEE-ID
           WRITE STATEMENT-REC FROM BLANK-LINE
           WRITE STATEMENT-REC FROM HL-STMT-HEADING
           MOVE WS-HOLDER-NAME TO HL-ADDRESS-TEXT
           WRITE STATEMENT-REC FROM HL-ADDRESS-LINE
           IF WS-HOLDER-ADDR-1 NOT = SPACES
             MOVE WS-HOLDER-ADDR-1 TO HL-ADDRESS-TEXT
             WRITE STATEMENT-REC FROM HL-ADDRESS-LINE
           END-IF
           IF WS-HOLDER-ADDR-2 NOT = SPACES
             MOVE WS-HOLDER-ADDR-2 TO HL-ADDRESS-TEXT
             WRITE STATEMENT-REC FROM HL-ADDRESS-LINE
           END-IF
           IF WS-HOLDER-CITY NOT = SPACES
             MOVE WS-HOLDER-CITY   TO WS-CL-CITY
             MOVE WS-HOLDER-STATE  TO WS-CL-STATE
             MOVE WS-HOLDER-POSTAL TO WS-CL-POSTAL
             MOVE WS-CITY-LINE     TO HL-ADDRESS-TEXT
             WRITE STATEMENT-REC FROM HL-ADDRESS-LINE
           END-IF
           WRITE STATEMENT-REC FROM BLANK-LINE
           WRITE STATEMENT-REC FROM HL-COLUMN-LINE
           PERFORM 650-ACCOUNT-LINE-RTN
             VARYING WS-PA-SUB FROM 1 BY 1
             UNTIL WS-PA-SUB > WS-PA-COUNT
           MOVE WS-PAYEE-TOTAL TO DL-PAYEE-TOTAL
           WRITE STATEMENT-REC FROM DL-PAYEE-TOTAL-LINE.
      *----------------------------------------------------------------
      *PRINTS ONE ACCOUNT'S LINE ON THE STATEMENT
       650-ACCOUNT-LINE-RTN.
           MOVE WS-PA-ACCT-NO (WS-PA-SUB)   TO DL-ACCT-NO
           MOVE WS-PA-ACCT-NAME (WS-PA-SUB) TO DL-ACCT-NAME
           MOVE WS-PA-POSTINGS (WS-PA-SUB)  TO DL-ACCT-POSTINGS
           MOVE WS-PA-INTEREST (WS-PA-SUB)  TO DL-ACCT-INTEREST
           WRITE STATEMENT-REC FROM DL-ACCT-LINE.
      *----------------------------------------------------------------
      *WRITES THE FILING TRAILER FROM THE SAME ACCUMULATORS THE
      *REGISTER TOTALS PRINT FROM, SO THE TWO CAN NEVER DISAGREE
       700-FILING-TRAILER-RTN.
           MOVE SPACES            TO FILING-TRAILER-REC
           MOVE 'T'               TO ITF-TRL-TYPE
           MOVE WS-REPORTED-COUNT TO ITF-TRL-COUNT
           MOVE WS-REPORTED-TOTAL TO ITF-TRL-TOTAL
           WRITE FILING-TRAILER-REC.
      *----------------------------------------------------------------
      *PRINTS THE REGISTER TOTALS AFTER THE LAST STATEMENT
       800-REGISTER-RTN.
           MOVE WS-TAX-YEAR TO HL-REG-YEAR
           MOVE WS-RUN-DATE TO HL-REG-RUN-DATE
           WRITE STATEMENT-REC FROM BLANK-LINE
           WRITE STATEMENT-REC FROM HL-REGISTER-HEADING
           WRITE STATEMENT-REC FROM BLANK-LINE
           MOVE 'HOLDERS REPORTED . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-REPORTED-COUNT                TO DL-TOT-COUNT
           MOVE WS-REPORTED-TOTAL                TO DL-TOT-AMOUNT
           WRITE STATEMENT-REC FROM DL-TOTAL-LINE
           MOVE 'HOLDERS BELOW THE MINIMUM. . :' TO DL-TOT-LABEL
           MOVE WS-BELOW-COUNT                   TO DL-TOT-COUNT
           MOVE WS-BELOW-TOTAL                   TO DL-TOT-AMOUNT
           WRITE STATEMENT-REC FROM DL-TOTAL-LINE
           MOVE 'REPORTING MINIMUM. . . . . . :' TO DL-TOT-LABEL
           MOVE ZERO                             TO DL-TOT-COUNT
           MOVE WS-MINIMUM                       TO DL-TOT-AMOUNT
           WRITE STATEMENT-REC FROM DL-TOTAL-LINE
           MOVE 'REPORTED WITH NO OWNER LINK. :' TO DL-TOT-LABEL
           MOVE WS-UNLINKED-COUNT                TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE STATEMENT-REC FROM DL-TOTAL-LINE
           MOVE 'OWNER NOT ON CUSTOMER MASTER :' TO DL-TOT-LABEL
           MOVE WS-NO-CUST-COUNT                 TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE STATEMENT-REC FROM DL-TOTAL-LINE
           MOVE 'INTEREST POSTINGS REVERSED . :' TO DL-TOT-LABEL
           MOVE WS-BACKOUT-COUNT                 TO DL-TOT-COUNT
           MOVE WS-BACKOUT-TOTAL                 TO DL-TOT-AMOUNT
           WRITE STATEMENT-REC FROM DL-TOTAL-LINE
           MOVE 'OTHER REVERSALS PASSED . . . :' TO DL-TOT-LABEL
           MOVE WS-OTHER-REV-COUNT               TO DL-TOT-COUNT
           MOVE ZERO                             TO DL-TOT-AMOUNT
           WRITE STATEMENT-REC FROM DL-TOTAL-LINE
           DISPLAY 'INTEREST INCOME ' WS-TAX-YEAR ' - REPORTED: '
             WS-REPORTED-COUNT ' BELOW MINIMUM: ' WS-BELOW-COUNT.
      *****************************************************************
