      *SHARED RECORD LAYOUT OF THE MONTH-END HEADCOUNT SNAPSHOT
      *HISTORY (HCHIST.DAT) - ONE RECORD PER MONTH PER TERRITORY,
      *OFFICE, AND JOB CLASS: THE OPENING HEADCOUNT, THE MONTH'S
      *HIRES, TERMINATIONS, AND TRANSFERS IN AND OUT, AND THE CLOSING
      *HEADCOUNT. HCSNAP ADDS EACH MONTH OFF THE HEADCOUNT MOVEMENT
      *LOG AND THE SORTED A1 EXTRACT AND KEEPS TWO YEARS; TURNRPT
      *REPORTS THE TURNOVER RATES FROM IT.
       01  HC-SNAPSHOT-REC.
           05 HCS-MONTH           PIC X(6).
           05                     PIC X(2).
           05 HCS-TERRITORY-NO    PIC X(2).
           05 HCS-OFFICE-NO       PIC X(2).
           05 HCS-CLASS-CODE      PIC X(2).
           05                     PIC X(2).
           05 HCS-OPENING         PIC 9(5).
           05                     PIC X(1).
           05 HCS-HIRES           PIC 9(5).
           05                     PIC X(1).
           05 HCS-TERMINATIONS    PIC 9(5).
           05                     PIC X(1).
           05 HCS-TRANSFERS-IN    PIC 9(5).
           05                     PIC X(1).
           05 HCS-TRANSFERS-OUT   PIC 9(5).
           05                     PIC X(1).
           05 HCS-CLOSING         PIC 9(5).
