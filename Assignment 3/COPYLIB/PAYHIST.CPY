      *SHARED RECORD LAYOUT OF THE PERMANENT PAYROLL HISTORY
      *(PAYHIST.DAT) - ONE RECORD PER PAYMENT, APPENDED AND NEVER
      *TRIMMED. PAYREG WRITES THE REGULAR PERIOD'S RECORDS; OFFPAY
      *WRITES THE OFF-CYCLE PAYMENTS (FINAL PAY, MANUAL CHECKS, AND
      *ADJUSTMENTS) AND RETROPAY THE RETROACTIVE PAY OWED ON A LATE
      *RAISE, MARKED BY THE RUN TYPE SO A REGULAR RERUN CHECK
      *NEVER MISTAKES ONE FOR TONIGHT'S PERIOD. THE EARNINGS CODE
      *NAMES WHAT THE PAYMENT WAS. RECORDS WRITTEN BEFORE THE RUN
      *TYPE EXISTED CARRY SPACES THERE AND ARE REGULAR PAY.
      *THE TAXABLE GROSS, WITHHOLDING, AND DEDUCTIONS ARE THE ONES
      *TAKEN FROM THE PAYMENT - THE SAME FIGURES THE DEDUCTION
      *REGISTER PRINTS - SO THE QUARTER'S PAYROLL TAX RETURN COMES
      *OFF THE HISTORY. THE TOTAL DEDUCTIONS ARE THE WITHHOLDING AND
      *THE OTHER DEDUCTIONS, HELD TO THE PAY, AND THE NET IS THE PAY
      *LESS THEM. RECORDS WRITTEN BEFORE THESE FIELDS EXISTED CARRY
      *SPACES THERE.
       01  PAY-HISTORY-REC.
           05 PH-EMPLOYEE-NO      PIC X(5).
           05                     PIC X(2).
           05 PH-PERIOD-DATE      PIC X(8).
           05                     PIC X(2).
           05 PH-PERIOD-GROSS     PIC 9(6)V99.
           05                     PIC X(2).
           05 PH-ALLOWANCE        PIC 9(4)V99.
           05                     PIC X(2).
           05 PH-PERIOD-PAY       PIC 9(6)V99.
           05                     PIC X(2).
           05 PH-RUN-TYPE         PIC X(1).
               88 PH-OFF-CYCLE    VALUE 'O'.
           05                     PIC X(2).
      *'REG' REGULAR PERIOD PAY, 'FIN' FINAL PAY, 'MAN' MANUAL
      *CHECK, 'ADJ' PAY ADJUSTMENT, 'RET' RETROACTIVE PAY
           05 PH-EARN-CODE        PIC X(3).
           05                     PIC X(2).
           05 PH-TAXABLE-GROSS    PIC 9(6)V99.
           05                     PIC X(2).
           05 PH-WITHHOLDING      PIC 9(6)V99.
           05                     PIC X(2).
           05 PH-OTHER-DEDUCT     PIC 9(6)V99.
           05                     PIC X(2).
           05 PH-TOTAL-DEDUCT     PIC 9(6)V99.
