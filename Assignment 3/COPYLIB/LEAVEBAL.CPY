      *SHARED RECORD LAYOUT OF THE LEAVE BALANCE FILE (LEAVEBAL.DAT)
      *- ONE RECORD PER EMPLOYEE, KEYED BY EMPLOYEE NUMBER, HOLDING
      *THE VACATION AND SICK HOURS STILL AVAILABLE. LEAVUPD ACCRUES
      *EACH REGULAR PAY PERIOD INTO IT AND POSTS THE KEYED LEAVE
      *TAKEN AGAINST IT; LEAVRPT AND EMPMNT READ IT. THE LAST
      *ACCRUAL DATE IS THE PAY PERIOD LAST ACCRUED, SO A RERUN NEVER
      *ACCRUES THE SAME PERIOD TWICE.
       01  LEAVE-BALANCE-REC.
           05 LVB-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 LVB-VAC-BALANCE     PIC 9(4)V99.
           05                     PIC X(2).
           05 LVB-SICK-BALANCE    PIC 9(4)V99.
           05                     PIC X(2).
           05 LVB-LAST-ACCRUAL    PIC X(8).
