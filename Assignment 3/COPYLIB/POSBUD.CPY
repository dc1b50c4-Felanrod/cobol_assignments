      *SHARED RECORD LAYOUT OF THE MAINTAINED POSITION BUDGET FILE
      *(POSBUD.DAT) - ONE RECORD PER AUTHORIZED POSITION, KEYED BY
      *TERRITORY, OFFICE, AND JOB CLASS, WITH THE HEADCOUNT THE
      *OFFICE MAY EMPLOY IN THE CLASS AND THE ANNUAL SALARY DOLLARS
      *BUDGETED FOR THEM. REFMNT KEEPS IT ALONGSIDE LOCREF.DAT AND
      *JOBCLS.DAT; EMPMNT WARNS ON A HIRE PAST THE AUTHORIZED COUNT
      *AND POSRPT REPORTS THE MASTER'S ACTUALS AGAINST IT.
       01  POSITION-BUD-REC.
           05 PSB-TERRITORY-NO    PIC X(2).
           05 PSB-OFFICE-NO       PIC X(2).
           05 PSB-CLASS-CODE      PIC X(2).
           05                     PIC X(2).
           05 PSB-AUTH-HEADCOUNT  PIC 9(4).
           05                     PIC X(2).
           05 PSB-AUTH-SALARY     PIC 9(9).
