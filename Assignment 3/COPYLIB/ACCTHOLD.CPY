      *ACCOUNT HOLD RECORD - ONE LEGAL HOLD, DECEASED-CUSTOMER
      *FREEZE, OR DISPUTED-FUNDS HOLD AGAINST ONE ACCOUNT, KEYED BY
      *ACCOUNT NUMBER AND HOLD NUMBER INTO ACCTHOLD.DAT. HOLDMNT
      *MAINTAINS IT BY KEYED CARD; ASSIGN3 AND INTRADAY TAKE EVERY
      *HOLD STILL IN FORCE OFF THE ACCOUNT'S AVAILABLE BALANCE
      *BEFORE THE BALANCE-FLOOR TEST, AND SEND ANY DEBIT AGAINST A
      *FROZEN ACCOUNT TO SUSPENSE. A HOLD IS IN FORCE WHILE ITS
      *STATUS IS ACTIVE AND ITS RELEASE DATE HAS NOT COME. HOLDS ARE
      *NEVER DELETED - A RELEASED HOLD STAYS ON FILE AS THE RECORD
      *OF WHO PLACED IT AND WHY.
       01  ACCT-HOLD-REC.
           05 AH-ACCT-NO          PIC X(5).
           05                     PIC X(2).
      *TELLS TWO HOLDS ON THE SAME ACCOUNT APART
           05 AH-HOLD-NO          PIC X(2).
           05                     PIC X(2).
           05 AH-HOLD-TYPE        PIC X(1).
              88 AH-LEGAL-HOLD               VALUE 'L'.
              88 AH-DECEASED                 VALUE 'D'.
              88 AH-DISPUTED-FUNDS           VALUE 'F'.
           05                     PIC X(2).
      *'F' FREEZES THE WHOLE ACCOUNT AGAINST EVERY DEBIT, 'A' HOLDS
      *ONLY THE AMOUNT BELOW OUT OF THE AVAILABLE BALANCE
           05 AH-HOLD-SCOPE       PIC X(1).
              88 AH-FULL-FREEZE              VALUE 'F'.
              88 AH-AMOUNT-HOLD              VALUE 'A'.
           05                     PIC X(2).
      *ZERO ON A FULL FREEZE
           05 AH-AMOUNT           PIC 9(5)V99.
           05                     PIC X(2).
           05 AH-REASON           PIC X(20).
           05                     PIC X(2).
      *THE OPERATOR WHO PLACED THE HOLD, AND WHEN
           05 AH-PLACED-BY        PIC X(8).
           05                     PIC X(2).
           05 AH-PLACED-DATE      PIC X(8).
           05                     PIC X(2).
      *THE HOLD LAPSES ON ITS RELEASE DATE WITHOUT ANOTHER CARD.
      *SPACES MEANS IT STANDS UNTIL IT IS RELEASED BY HAND; A HAND
      *RELEASE SETS THE DATE IT WAS RELEASED
           05 AH-RELEASE-DATE     PIC X(8).
           05                     PIC X(2).
           05 AH-STATUS           PIC X(1).
              88 AH-ACTIVE                   VALUE 'A'.
              88 AH-RELEASED                 VALUE 'R'.
