      *UNPOSTED GENERAL-LEDGER ITEM (GLUNPST.DAT) - ONE ENTRY THE
      *LEDGER REJECTED, OR ONE FROM A FILE IT REFUSED WHOLE, AS
      *GLRECON FOUND IT ON THE ACKNOWLEDGEMENT. THE ITEM IS CARRIED
      *FORWARD MORNING TO MORNING UNTIL A CORRECTION CARD RE-SENDS
      *IT, AND A RE-SENT ITEM THE LEDGER REJECTS AGAIN COMES BACK
      *WITH ITS ORIGINAL NIGHT STILL ON IT.
       01  GL-UNPOSTED-REC.
      *THE FILE THE ITEM WAS LAST SENT ON (RUN DATE AND SOURCE, AS
      *ON THE ACKNOWLEDGEMENT), AND THE NIGHT IT WAS FIRST SENT
           05 GLU-RUN-DATE        PIC X(8).
           05 GLU-SOURCE          PIC X(1).
           05 GLU-ORIG-DATE       PIC X(8).
           05 GLU-TRANS-CODE      PIC X(1).
           05 GLU-GL-ACCT         PIC X(5).
           05 GLU-DR-AMOUNT       PIC S9(7)V99.
           05 GLU-CR-AMOUNT       PIC S9(7)V99.
           05 GLU-BRANCH          PIC X(10).
           05 GLU-REASON-CODE     PIC X(3).
           05 GLU-REASON          PIC X(25).
      *THE MORNING THE ITEM WAS FIRST FOUND UNPOSTED
           05 GLU-REPORTED-DATE   PIC X(8).
           05                     PIC X(3).
