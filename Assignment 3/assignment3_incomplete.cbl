           COPY MASTREC.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.

       WORKING-STORAGE SECTION.
