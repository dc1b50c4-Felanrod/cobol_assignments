      *         ACCOUNT'S TYPE IS LOOKED UP IN THE MAINTAINED RATE
      *         REFERENCE FILE (ONE CARD PER ACCOUNT TYPE, LIKE
      *         JOBCLS.DAT), THE PERIOD'S INTEREST IS COMPUTED ON THE
      *         BALANCE, AND THE RESULT GOES OUT AS A GENERATED 'I'
      *         (INTEREST) TRANSACTION IN THE SHARED TRANSREC LAYOUT,
      *         THE WAY THE BONUS REPORT GENERATES BONTRN.DAT, SO THE
      *         NIGHTLY SORT AND MASTER UPDATE POST IT WITH THE KEYED
      *         WORK - AS AN UPDATE, BUT MARKED AS INTEREST ALL THE
      *         WAY THROUGH HISTORY AND THE GL FOR YEAR-END
      *         REPORTING. AN ACCRUAL REGISTER WITH PER-TYPE COUNTS
      *         AND DOLLAR TOTALS PROVES THE RUN BEFORE ANYTHING
      *         POSTS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
           SELECT OPTIONAL RATE-REF-FILE
             ASSIGN TO 'INTRATE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *EACH COMPUTED ACCRUAL ALSO GOES OUT AS A GENERATED 'I'
      *TRANSACTION SO THE NIGHTLY MASTER UPDATE POSTS IT WITHOUT
      *ANYONE REKEYING THE PRINTED REGISTER
           SELECT ACCRUAL-TRANS-FILE
      *SHARED TRANSACTION LAYOUT OF THE MASTER-UPDATE STREAM, SO THE
      *GENERATED ACCRUAL TRANSACTIONS SORT AND POST LIKE KEYED ONES
       FD  ACCRUAL-TRANS-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.

       FD  ACCRUAL-RPT-FILE
             ADD 1 TO WS-ZERO-COUNT
           END-IF.
      *----------------------------------------------------------------
      *WRITES THE ACCRUAL AS A GENERATED INTEREST TRANSACTION AGAINST
      *THE ACCOUNT, THE SAME WAY THE BONUS REPORT WRITES BONTRN.DAT.
      *INTEREST POSTS ON THE NEXT NIGHTLY RUN, SO THE EFFECTIVE DATE
      *IS LEFT BLANK (POST ON ARRIVAL)
       450-ACCRUAL-TRANS-RTN.
           MOVE M-ACCT-NO        TO T-ACCT-NO
           MOVE WS-INTEREST-WORK TO T-AMOUNT
           MOVE 'I'              TO T-CODE
           MOVE ZERO             TO T-RECYCLE-AGE
           MOVE SPACES           TO T-EFF-DATE
           MOVE SPACES           TO T-ACCT-NAME
           MOVE SPACES           TO T-OPEN-DATE
      *GENERATED WORK BELONGS TO NO BRANCH
           MOVE SPACES           TO T-BRANCH
           MOVE SPACES           TO T-CUST-NO
           WRITE TRANS-REC.
      *----------------------------------------------------------------
      *PRINTS ONE REGISTER LINE PER RATE-TABLE TYPE AND THE RUN
