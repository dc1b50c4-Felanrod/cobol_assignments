      *FILE (JOBCLS.DAT) - ONE RECORD PER VALID JOB CLASS WITH THE
      *AUTHORIZED ANNUAL SALARY BAND FOR THE CLASS. A1'S EDIT PASS
      *CHECKS EVERY EMPLOYEE'S CLASS AND SALARY AGAINST IT.
      *THE PAY TYPE MARKS AN HOURLY CLASS ('H') - SPACES OR 'S' IS
      *SALARIED - AND AN HOURLY CLASS CARRIES ITS STRAIGHT-TIME
      *HOURLY RATE, THE OVERTIME FACTOR (1.50 FOR TIME AND A HALF),
      *AND THE SHIFT DIFFERENTIAL PAID PER SHIFT HOUR ON TOP OF THE
      *HOUR'S OWN PAY. PAYREG PAYS AN HOURLY CLASS OFF ITS TIME CARDS
      *AT THESE RATES INSTEAD OF DIVIDING THE ANNUAL SALARY.
       01  JOB-CLASS-REF-REC.
           05 JCR-CLASS-CODE      PIC X(2).
           05                     PIC X(2).
           05 JCR-MAX-SALARY      PIC 9(6).
           05                     PIC X(2).
           05 JCR-CLASS-TITLE     PIC X(20).
           05                     PIC X(2).
           05 JCR-PAY-TYPE        PIC X(1).
               88 JCR-HOURLY      VALUE 'H'.
           05                     PIC X(2).
           05 JCR-HOURLY-RATE     PIC 9(3)V99.
           05                     PIC X(2).
           05 JCR-OT-FACTOR       PIC 9V99.
           05                     PIC X(2).
           05 JCR-SHIFT-PREMIUM   PIC 9(2)V99.
