      *SHARED RECORD LAYOUT OF THE RETRO-PAY QUEUE (RETROQ.DAT).
      *EMPMNT APPENDS ONE RECORD FOR EVERY SALARY RAISE KEYED WITH AN
      *EFFECTIVE DATE EARLIER THAN THE NIGHT IT WAS APPLIED; RETROPAY
      *PAYS THE PERIODS PAID AT THE OLD RATE SINCE THE EFFECTIVE DATE
      *AND THE QUEUE IS DRAINED BEHIND IT. THE CHANGE DATE IS THE
      *NIGHT THE NEW RATE REACHED THE MASTER - PERIODS PAID FROM THAT
      *NIGHT ON ALREADY CARRY IT.
       01  RETRO-QUEUE-REC.
           05 RTQ-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 RTQ-OLD-SALARY      PIC 9(6).
           05                     PIC X(2).
           05 RTQ-NEW-SALARY      PIC 9(6).
           05                     PIC X(2).
           05 RTQ-EFFECTIVE-DATE  PIC X(8).
           05                     PIC X(2).
           05 RTQ-CHANGE-DATE     PIC X(8).
