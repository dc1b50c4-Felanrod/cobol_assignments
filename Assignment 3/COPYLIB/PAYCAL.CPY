      *SHARED RECORD LAYOUT OF THE PAY CALENDAR (PAYCAL.DAT) THAT
      *CALMNT MAINTAINS BY KEYED TRANSACTION. TWO RECORD TYPES:
      *  'P' ONE SCHEDULED PAY DATE FOR ONE PAY FREQUENCY, THE
      *      FREQUENCY GIVEN AS PAY PERIODS PER YEAR (52, 26, 24, 12
      *      - THE SAME FIGURE PAYREG.PRM ASSIGNS EACH JOB CLASS).
      *      THE SCHEDULED DATE IS THE CALENDAR PERIOD'S OWN KEY; THE
      *      PAY DATE IS THAT DATE MOVED BACK TO THE PRIOR BUSINESS
      *      DAY WHEN IT FALLS ON A WEEKEND OR A HOLIDAY, AND IS THE
      *      NIGHT PAYREG ACTUALLY PAYS THE PERIOD.
      *  'H' ONE BANK HOLIDAY - THE SCHEDULED DATE IS THE HOLIDAY,
      *      THE PERIODS AND PAY DATE ARE UNUSED.
       01  PAY-CALENDAR-REC.
           05 PCL-REC-TYPE        PIC X(1).
           05                     PIC X(2).
           05 PCL-PERIODS         PIC 9(2).
           05                     PIC X(2).
           05 PCL-SCHED-DATE      PIC X(8).
           05                     PIC X(2).
           05 PCL-PAY-DATE        PIC X(8).
           05                     PIC X(2).
           05 PCL-HOLIDAY-NAME    PIC X(20).
