      *ONLY THE FIELDS KEYED NON-BLANK BELOW ARE CHANGED. KEY THE
      *AMOUNT AS ZEROS ON A MAINTENANCE TRANSACTION
              88 MAINT-R               VALUE 'M'.
      *MOVES THE AMOUNT FROM THIS ACCOUNT (THE DEBIT SIDE) TO THE
      *ACCOUNT NAMED IN T-XFER-TO-ACCT BELOW. BOTH SIDES POST OR
      *NEITHER DOES. KEY THE AMOUNT POSITIVE; A TRANSFER IS BACKED
      *OUT BY KEYING THE REVERSE TRANSFER, NOT BY A REVERSAL
              88 TRANSFER-R            VALUE 'X'.
      *INTEREST PAID ON THE BALANCE - GENERATED BY THE MONTH-END
      *INTEREST ENGINE (INTACCR), NEVER HAND-KEYED. IT POSTS EXACTLY
      *LIKE AN UPDATE BUT IS MARKED AS INTEREST ON THE AUDIT,
      *HISTORY, AND GL RECORDS SO THE YEAR'S INTEREST PAID CAN BE
      *REPORTED PER ACCOUNT HOLDER
              88 INTEREST-R            VALUE 'I'.
      *HOW MANY NIGHTS THIS TRANSACTION HAS ALREADY BEEN THROUGH THE
      *SUSPENSE FILE. ZERO (OR SPACES, ON HAND-KEYED RECORDS) ON
      *FIRST PRESENTATION; SUSPRCY CARRIES IT FORWARD WHEN IT
      *RECORD) OR A MAINTENANCE TRANSACTION (BLANK FIELDS LEFT
      *UNCHANGED). BLANK ON ALL OTHER CODES
           05 T-ACCT-NAME     PIC X(20).
      *A TRANSFER CARRIES NO DESCRIPTIVE FIELDS, SO THE NAME AREA
      *HOLDS THE CREDIT-SIDE ACCOUNT INSTEAD
           05 T-XFER-DETAIL   REDEFINES T-ACCT-NAME.
              10 T-XFER-TO-ACCT  PIC X(5).
              10                 PIC X(15).
           05 T-ACCT-TYPE     PIC X(2).
           05 T-OPEN-DATE     PIC X(8).
      *WHICH BRANCH THE TRANSACTION CAME FROM - STAMPED BY TRNEDIT
      *GL RECORDS, AND SUMMARIZED ON THE NIGHTLY BRANCH SETTLEMENT
      *REPORT. SPACES ON GENERATED AND UNBATCHED WORK
           05 T-BRANCH        PIC X(10).
      *THE CUSTOMER AN ADD OPENS THE ACCOUNT FOR - WHEN KEYED, THE
      *UPDATE RUN QUEUES AN OWNER LINK TO THAT CUSTOMER FOR CUSTMNT.
      *SPACES ON EVERY OTHER CODE AND ON GENERATED WORK
           05 T-CUST-NO       PIC X(6).
