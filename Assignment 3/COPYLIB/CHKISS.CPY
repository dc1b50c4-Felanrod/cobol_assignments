      *SHARED RECORD LAYOUT OF THE CHECK ISSUE FILE (CHKISS.DAT) -
      *ONE RECORD PER PAYROLL CHECK EVER WRITTEN, KEYED BY CHECK
      *NUMBER. CHKWRT APPENDS EVERY CHECK IT PRINTS AS OUTSTANDING;
      *CHKREC MARKS IT PAID FROM THE BANK'S PAID-CHECKS FILE WITH THE
      *DATE AND AMOUNT THE BANK PAID, AND DROPS A PAID CHECK ONCE ITS
      *PAID DATE IS OLDER THAN THE STALE-DATE PERIOD.
       01  CHECK-ISSUE-REC.
           05 CHI-CHECK-NO        PIC 9(8).
           05                     PIC X(2).
           05 CHI-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 CHI-PAYEE-NAME      PIC X(20).
           05                     PIC X(2).
           05 CHI-AMOUNT          PIC 9(6)V99.
           05                     PIC X(2).
           05 CHI-ISSUE-DATE      PIC X(8).
           05                     PIC X(2).
           05 CHI-STATUS          PIC X.
              88 CHI-OUTSTANDING             VALUE 'O'.
              88 CHI-PAID                    VALUE 'P'.
           05                     PIC X(2).
           05 CHI-PAID-DATE       PIC X(8).
           05                     PIC X(2).
           05 CHI-PAID-AMOUNT     PIC 9(6)V99.
