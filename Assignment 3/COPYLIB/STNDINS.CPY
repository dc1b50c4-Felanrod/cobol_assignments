      *STANDING-INSTRUCTION RECORD - ONE RECURRING ADJUSTMENT AGAINST
      *ONE ACCOUNT (A FIXED SERVICE CHARGE, AN INSTALLMENT CREDIT), OR
      *ONE SCHEDULED TRANSFER FROM ONE ACCOUNT TO ANOTHER, BOTH SIDES
      *ON THE ONE INSTRUCTION SO THEY POST TOGETHER OR NOT AT ALL.
      *KEYED BY THE BRANCHES INTO
      *STANDING.DAT; STOGEN GENERATES EACH PAYMENT AS IT FALLS DUE AND
      *MAINTAINS THE PAYMENT COUNT AND NEXT DUE DATE ITSELF.
       01  STANDING-INSTR-REC.
           05 SI-ACCT-NO          PIC X(5).
           05                     PIC X(2).
      *TELLS TWO INSTRUCTIONS ON THE SAME ACCOUNT APART
           05 SI-SEQ-NO           PIC X(2).
           05                     PIC X(2).
      *SIGNED LIKE T-AMOUNT - A CHARGE IS KEYED NEGATIVE. A TRANSFER
      *IS KEYED POSITIVE, THE AMOUNT MOVED
           05 SI-AMOUNT           PIC S9(5)V99.
           05                     PIC X(2).
      *ONLY THE MONETARY UPDATE CODE 'U' AND THE TRANSFER CODE 'X'
      *MAY STAND - THE OTHER CODES CHANGE THE ACCOUNT ITSELF AND ARE
      *NEVER RECURRING
           05 SI-TRANS-CODE       PIC X.
              88 SI-UPDATE                VALUE 'U'.
              88 SI-TRANSFER              VALUE 'X'.
           05                     PIC X(2).
           05 SI-FREQUENCY        PIC X.
              88 SI-WEEKLY                VALUE 'W'.
              88 SI-MONTHLY               VALUE 'M'.
              88 SI-DAY-OF-MONTH-FREQ     VALUE 'D'.
           05                     PIC X(2).
      *USED BY FREQUENCY 'D' ONLY. A DAY PAST THE END OF A SHORT
      *MONTH FALLS ON THAT MONTH'S LAST DAY
           05 SI-DAY-OF-MONTH     PIC 9(2).
           05                     PIC X(2).
           05 SI-START-DATE       PIC X(8).
           05                     PIC X(2).
      *THE INSTRUCTION RUNS UNTIL ITS END DATE OR ITS PAYMENT LIMIT,
      *WHICHEVER COMES FIRST. SPACES OR ZERO IN EITHER MEANS NO SUCH
      *LIMIT; WITH NEITHER IT STANDS UNTIL IT IS KEYED OFF
           05 SI-END-DATE         PIC X(8).
           05                     PIC X(2).
           05 SI-PAYMENT-LIMIT    PIC 9(3).
           05                     PIC X(2).
      *MAINTAINED BY STOGEN - KEY BOTH AS SPACES ON A NEW
      *INSTRUCTION AND THE FIRST PAYMENT FALLS DUE FROM THE START
      *DATE
           05 SI-PAYMENTS-MADE    PIC 9(3).
           05                     PIC X(2).
           05 SI-NEXT-DUE-DATE    PIC X(8).
           05                     PIC X(2).
      *THE ACCOUNT A TRANSFER PAYS INTO - SI-ACCT-NO IS THE ACCOUNT
      *IT IS TAKEN FROM. SPACES ON AN UPDATE
           05 SI-XFER-TO-ACCT     PIC X(5).
           05                     PIC X(2).
           05 SI-DESCRIPTION      PIC X(13).
