      *SHARED RECORD LAYOUT OF THE HEADCOUNT MOVEMENT LOG (HCMOVE.DAT)
      *- ONE RECORD PER EMPLOYEE MOVEMENT INTO OR OUT OF A POSITION,
      *KEYED BY TERRITORY, OFFICE, AND JOB CLASS THE SAME WAY AS THE
      *POSITION BUDGET. EMPMNT APPENDS THE NIGHT'S HIRES,
      *TERMINATIONS, AND LOCATION OR CLASS CHANGES (A TRANSFER IS AN
      *'O' AGAINST THE OLD POSITION AND AN 'I' AGAINST THE NEW);
      *LOCMOVE'S REORGANIZATION TRANSFERS ARE APPENDED BEHIND A
      *CLEAN RUN. HCSNAP CONSUMES THE MONTH'S LOG INTO THE MONTH-END
      *HEADCOUNT SNAPSHOT AND THE LOG IS EMPTIED BEHIND IT.
       01  HC-MOVEMENT-REC.
           05 HCM-TERRITORY-NO    PIC X(2).
           05 HCM-OFFICE-NO       PIC X(2).
           05 HCM-CLASS-CODE      PIC X(2).
           05                     PIC X(2).
           05 HCM-MOVE-TYPE       PIC X(1).
              88 HCM-HIRE                 VALUE 'H'.
              88 HCM-TERMINATION          VALUE 'T'.
              88 HCM-TRANSFER-IN          VALUE 'I'.
              88 HCM-TRANSFER-OUT         VALUE 'O'.
           05                     PIC X(2).
           05 HCM-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 HCM-MOVE-DATE       PIC X(8).
           05                     PIC X(2).
           05 HCM-SOURCE          PIC X(8).
