      *SHARED RECORD LAYOUT OF THE TIME-CARD INPUT (TIMECRD.DAT) THE
      *FIELD OFFICES KEY FOR THEIR HOURLY EMPLOYEES - ONE CARD PER
      *EMPLOYEE PER PAY PERIOD, KEYED BY EMPLOYEE NUMBER AND THE
      *PERIOD'S SCHEDULED DATE ON THE PAY CALENDAR (THE RUN DATE
      *ITSELF WHILE THE SHOP HAS NO PAY CALENDAR). REGULAR HOURS PAY
      *AT STRAIGHT TIME AND OVERTIME HOURS AT THE CLASS'S OVERTIME
      *FACTOR; SHIFT HOURS ARE THE PART OF THOSE HOURS WORKED ON A
      *PREMIUM SHIFT AND EARN THE CLASS'S SHIFT DIFFERENTIAL ON TOP.
       01  TIME-CARD-REC.
           05 TC-EMPLOYEE-NO      PIC X(5).
           05                     PIC X(2).
           05 TC-PERIOD-DATE      PIC X(8).
           05                     PIC X(2).
           05 TC-REGULAR-HOURS    PIC 9(3)V99.
           05                     PIC X(2).
           05 TC-OVERTIME-HOURS   PIC 9(3)V99.
           05                     PIC X(2).
           05 TC-SHIFT-HOURS      PIC 9(3)V99.
