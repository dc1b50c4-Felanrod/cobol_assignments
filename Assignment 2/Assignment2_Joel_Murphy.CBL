      *SHARED TRANSACTION LAYOUT OF THE MASTER-UPDATE STREAM, SO THE
      *GENERATED BONUS TRANSACTIONS SORT AND POST LIKE KEYED ONES
       FD  BONUS-TRANS-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.
       FD  LOCATION-REF
           RECORD CONTAINS 48 CHARACTERS.
               MOVE SPACES         TO T-OPEN-DATE
      *GENERATED WORK BELONGS TO NO BRANCH
               MOVE SPACES         TO T-BRANCH
               MOVE SPACES         TO T-CUST-NO
               WRITE TRANS-REC
             END-IF
           END-IF.
