      *SHARED RECORD LAYOUT OF THE GARNISHMENT ORDER FILE
      *(GARNORD.DAT) - ONE RECORD PER COURT-ORDERED GARNISHMENT OR
      *SUPPORT ORDER, KEYED BY EMPLOYEE NUMBER AND ORDER (CASE)
      *NUMBER. GARNMNT MAINTAINS IT BY KEYED TRANSACTION; PAYREG
      *TAKES EACH ACTIVE ORDER FROM THE PAY AFTER TAX, WITHIN THE
      *DISPOSABLE-EARNINGS LIMIT, IN PRIORITY ORDER (01 FIRST), AND
      *COUNTS THE BALANCE DOWN. A TOTAL OWED OF ZERO IS AN ONGOING
      *ORDER WITH NO BALANCE TO PAY OFF. THE LAST DATE AND AMOUNT
      *ARE THE PAY PERIOD LAST TAKEN AND WHAT WAS TAKEN, SO A RERUN
      *OF THE SAME PERIOD TAKES THE SAME AMOUNT AGAIN WITHOUT
      *COUNTING THE BALANCE DOWN TWICE.
       01  GARN-ORDER-REC.
           05 GRN-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 GRN-ORDER-NO        PIC X(8).
           05                     PIC X(2).
      *'S' CHILD OR SPOUSAL SUPPORT, 'G' CREDITOR GARNISHMENT
           05 GRN-ORDER-TYPE      PIC X(1).
              88 GRN-SUPPORT                 VALUE 'S'.
              88 GRN-GARNISHMENT             VALUE 'G'.
           05                     PIC X(2).
           05 GRN-AGENCY-CODE     PIC X(6).
           05                     PIC X(2).
           05 GRN-AGENCY-NAME     PIC X(20).
           05                     PIC X(2).
      *'A' A FLAT AMOUNT PER PERIOD, 'P' A PERCENTAGE OF DISPOSABLE
      *EARNINGS
           05 GRN-METHOD          PIC X(1).
              88 GRN-BY-AMOUNT               VALUE 'A'.
              88 GRN-BY-PERCENT              VALUE 'P'.
           05                     PIC X(2).
           05 GRN-AMOUNT          PIC 9(5)V99.
           05                     PIC X(2).
           05 GRN-PERCENT         PIC 9(2)V99.
           05                     PIC X(2).
           05 GRN-PRIORITY        PIC 9(2).
           05                     PIC X(2).
           05 GRN-START-DATE      PIC X(8).
           05                     PIC X(2).
      *SPACES WHEN THE ORDER RUNS UNTIL PAID OFF OR STOPPED
           05 GRN-STOP-DATE       PIC X(8).
           05                     PIC X(2).
           05 GRN-TOTAL-OWED      PIC 9(7)V99.
           05                     PIC X(2).
           05 GRN-BALANCE         PIC 9(7)V99.
           05                     PIC X(2).
           05 GRN-STATUS          PIC X(1).
              88 GRN-ACTIVE                  VALUE 'A'.
              88 GRN-PAID-OFF                VALUE 'P'.
              88 GRN-STOPPED                 VALUE 'S'.
           05                     PIC X(2).
           05 GRN-LAST-DATE       PIC X(8).
           05                     PIC X(2).
           05 GRN-LAST-AMOUNT     PIC 9(5)V99.
