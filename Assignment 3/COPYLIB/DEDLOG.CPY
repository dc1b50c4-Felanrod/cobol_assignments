      *SHARED RECORD LAYOUT OF THE DEDUCTION REGISTER LOG
      *(DEDLOG.DAT) - ONE RECORD PER DEDUCTION REGISTER PAYREG
      *PRINTS, APPENDED AT END OF JOB AND NEVER TRIMMED, CARRYING THE
      *REGISTER'S OWN CONTROL TOTALS. QTRTAX ADDS UP THE QUARTER'S
      *REGISTERS FROM IT TO PROVE THE PAYROLL TAX RETURN. A RERUN OF
      *A NIGHT ALREADY PAID APPENDS NOTHING, AS IT APPENDS NOTHING TO
      *THE PAYROLL HISTORY.
       01  DEDUCTION-LOG-REC.
           05 DRL-RUN-DATE        PIC X(8).
           05                     PIC X(2).
           05 DRL-EMPLOYEE-COUNT  PIC 9(5).
           05                     PIC X(2).
           05 DRL-WITHHOLDING     PIC 9(8)V99.
           05                     PIC X(2).
           05 DRL-TOTAL-DEDUCT    PIC 9(8)V99.
           05                     PIC X(2).
           05 DRL-NET-PAY         PIC 9(8)V99.
