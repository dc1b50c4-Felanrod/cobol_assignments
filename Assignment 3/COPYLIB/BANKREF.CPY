      *SHARED RECORD LAYOUT OF THE DIRECT-DEPOSIT BANK REFERENCE
      *FILE (BANKREF.DAT) THAT BANKMNT MAINTAINS BY KEYED
      *TRANSACTION - ONE RECORD PER EMPLOYEE PAID BY DEPOSIT, KEYED
      *BY EMPLOYEE NUMBER. DDEPEXT READS IT FOR EVERY PAYMENT.
      *THE PRENOTE DATE IS THE DAY THE ACCOUNT WAS ADDED OR LAST
      *CHANGED AND ITS ZERO-DOLLAR PRENOTE QUEUED FOR THE BANK; THE
      *ACCOUNT TAKES NO LIVE MONEY UNTIL THE PRENOTE PERIOD HAS RUN
      *FROM THAT DATE. SPACES MEANS AN ACCOUNT PROVEN BEFORE
      *PRENOTES WERE SENT.
       01  BANK-REF-REC.
           05 BNK-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 BNK-ROUTING-NO      PIC X(9).
           05                     PIC X(2).
           05 BNK-ACCOUNT-NO      PIC X(10).
           05                     PIC X(2).
           05 BNK-PRENOTE-DATE    PIC X(8).
