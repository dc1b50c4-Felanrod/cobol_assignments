      *ESCHEATMENT LOG RECORD - ONE BALANCE REMITTED TO THE STATE.
      *ESCHEAT APPENDS ONE RECORD PER ESCHEATED ACCOUNT TO
      *ESCHLOG.DAT AND NOTHING EMPTIES IT, SO LONG AFTER THE ACCOUNT
      *HAS BEEN PURGED THE CUSTOMER INQUIRY CAN STILL SAY WHEN ITS
      *BALANCE WENT TO THE STATE AND HOW MUCH IT WAS.
       01  ESCHEAT-LOG-REC.
           05 EL-ACCT-NO          PIC X(5).
           05                     PIC X(2).
           05 EL-ESCHEAT-DATE     PIC X(8).
           05                     PIC X(2).
           05 EL-AMOUNT           PIC 9(5)V99.
           05                     PIC X(2).
           05 EL-DEACT-DATE       PIC X(8).
