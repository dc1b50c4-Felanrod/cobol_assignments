      *GENERAL-LEDGER ACKNOWLEDGEMENT FILE (GLACK.DAT) AS THE LEDGER
      *SENDS IT BACK EACH MORNING - 80-CHARACTER RECORDS, ONE 'A'
      *RECORD PER POSTING FILE THE LEDGER LOADED (OR REFUSED), AND
      *ONE 'E' RECORD PER ENTRY IT WOULD NOT POST. A FILE IS NAMED
      *BY THE RUN DATE IT CARRIES AND ITS SOURCE: THE NIGHTLY
      *GLPOST.DAT ('D', AFTER ITS DETAIL RECORDS) OR A MORNING'S
      *RE-SENT CORRECTIONS FROM GLRECON ('R'). A REJECTED ENTRY
      *ECHOES THE GL ACCOUNT, TRANSACTION CODE, DEBIT AND CREDIT
      *JUST AS THEY WERE SENT, WITH THE LEDGER'S REASON.
       01  GL-ACK-REC.
           05 GLA-REC-TYPE        PIC X(1).
              88 GLA-FILE-ACK                VALUE 'A'.
              88 GLA-ENTRY-REJECT            VALUE 'E'.
           05 GLA-SOURCE          PIC X(1).
              88 GLA-NIGHTLY                 VALUE 'D'.
              88 GLA-RESEND                  VALUE 'R'.
           05 GLA-RUN-DATE        PIC X(8).
           05 GLA-DETAIL          PIC X(70).
      *THE FILE'S OUTCOME. A LOADED FILE CARRIES WHAT THE LEDGER
      *ACCEPTED FROM IT; A REFUSED FILE POSTED NOTHING AND SAYS WHY
           05 GLA-FILE-DETAIL REDEFINES GLA-DETAIL.
              10 GLA-STATUS       PIC X(1).
                 88 GLA-LOADED               VALUE 'L'.
                 88 GLA-REFUSED              VALUE 'F'.
              10 GLA-LOAD-DATE    PIC X(8).
              10 GLA-ACCEPT-COUNT PIC 9(7).
              10 GLA-ACCEPT-DR    PIC 9(9)V99.
              10 GLA-ACCEPT-CR    PIC 9(9)V99.
              10 GLA-FILE-REASON-CODE
                                  PIC X(3).
              10 GLA-FILE-REASON  PIC X(25).
              10                  PIC X(4).
           05 GLA-ENTRY-DETAIL REDEFINES GLA-DETAIL.
              10 GLA-GL-ACCT      PIC X(5).
              10 GLA-TRANS-CODE   PIC X(1).
              10 GLA-DR-AMOUNT    PIC S9(7)V99.
              10 GLA-CR-AMOUNT    PIC S9(7)V99.
              10 GLA-BRANCH       PIC X(10).
              10 GLA-REASON-CODE  PIC X(3).
              10 GLA-REASON       PIC X(25).
              10                  PIC X(8).
