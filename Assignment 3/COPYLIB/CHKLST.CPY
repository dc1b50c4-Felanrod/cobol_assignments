      *SHARED RECORD LAYOUT OF THE CHECK-PRINT QUEUE (CHKLST.DAT).
      *DDEPEXT WRITES ONE RECORD FOR EVERY PAYMENT IT COULD NOT
      *DEPOSIT, OR THAT OFFPAY QUEUED TO BE PAID BY CHECK - THE SAME
      *EMPLOYEES ITS CHECK-PRINT EXCEPTION LIST SHOWS - AND CHKWRT
      *PRINTS A NUMBERED CHECK FOR EACH. THE
      *SOURCE IS 'R' FOR A PAYMENT OFF THE REGISTER'S NET-PAY
      *EXTRACT (PAYNET.DAT) AND 'O' FOR ONE OFF THE OFF-CYCLE QUEUE.
       01  CHECK-QUEUE-REC.
           05 CHQ-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 CHQ-EMPLOYEE-NAME   PIC X(20).
           05                     PIC X(2).
           05 CHQ-NET-PAY         PIC 9(6)V99.
           05                     PIC X(2).
           05 CHQ-SOURCE          PIC X.
