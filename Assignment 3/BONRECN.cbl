       DATA DIVISION.
       FILE SECTION.
       FD  BONUS-TRANS-IN
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.

      *MIRRORS THE HISTORY-REC LAYOUT THE NIGHTLY UPDATE WRITES
      *MIRRORS THE SUSPENSE-REC LAYOUT THE UPDATE RUN WRITES - THE
      *TRANSACTION IMAGE LEADS WITH THE ACCOUNT AND AMOUNT
       FD  SUSPENSE-IN
           RECORD CONTAINS 100 CHARACTERS.
       01  SUSPENSE-IN-REC.
           05 SIN-ACCT-NO         PIC X(5).
           05 SIN-AMOUNT          PIC S9(5)V99.
           05 SIN-CODE            PIC X(1).
           05                     PIC X(58).
           05 SIN-REASON          PIC X(25).
           05                     PIC X(4).

