      *SHARED RECORD LAYOUT OF THE PERMANENT EMPLOYEE INQUIRY LOG
      *(EMPINQ.LOG) - ONE RECORD PER EMPINQ LOOKUP: WHEN IT WAS MADE,
      *THE USER ID OF THE PERSON WHO MADE IT, THE EMPLOYEE NUMBER
      *THEY ASKED FOR, AND WHETHER THAT EMPLOYEE WAS ON FILE. EMPINQ
      *ONLY EVER APPENDS; NOTHING EMPTIES IT, SO IT ANSWERS AN
      *AUDITOR'S "WHO LOOKED AT THIS EMPLOYEE" FOR ANY PERIOD.
      *INQRPT PRINTS THE WEEKLY ACCESS REPORT FROM IT.
       01  INQUIRY-LOG-REC.
           05 ILG-DATE            PIC X(8).
           05                     PIC X(2).
           05 ILG-TIME            PIC X(6).
           05                     PIC X(2).
           05 ILG-USER-ID         PIC X(8).
           05                     PIC X(2).
           05 ILG-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 ILG-RESULT          PIC X(1).
              88 ILG-FOUND                VALUE 'F'.
              88 ILG-NOT-ON-FILE          VALUE 'N'.
