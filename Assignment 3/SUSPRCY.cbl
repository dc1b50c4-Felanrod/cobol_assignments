       FILE SECTION.
      *MIRRORS THE SUSPENSE-REC LAYOUT THE UPDATE RUN WRITES
       FD  SUSPENSE-IN
           RECORD CONTAINS 100 CHARACTERS.
       01  SUSPENSE-IN-REC.
           05 SIN-TRANS-IMAGE     PIC X(69).
           05                     PIC X(2).
           05 SIN-REASON          PIC X(25).
           05                     PIC X(2).
           05 SIN-AGE             PIC 9(2).

       FD  RECYCLE-TRANS-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.

       FD  AGING-RPT-FILE
