      *         ESCHEATMENT REGISTER WHOSE COUNTS AND DOLLARS PROVE
      *         TO THE REMITTANCE FILE'S OWN TRAILER. THE PURGE NO
      *         LONGER ARCHIVES A BALANCE - IT WAITS FOR THE
      *         ESCHEATED ACCOUNT TO REACH ZERO. EVERY REMITTANCE IS
      *         ALSO APPENDED TO THE PERMANENT ESCHEATMENT LOG, SO
      *         THE CUSTOMER INQUIRY CAN ANSWER FOR AN ESCHEATED
      *         ACCOUNT LONG AFTER IT HAS LEFT THE MASTER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
           SELECT ESCHEAT-RPT-FILE
             ASSIGN TO 'ESCHEAT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE PERMANENT ESCHEATMENT LOG - APPENDED TO, NEVER REWRITTEN.
      *OPTIONAL SO THE FIRST ESCHEATMENT EVER CAN CREATE IT
           SELECT OPTIONAL ESCHEAT-LOG
             ASSIGN TO 'ESCHLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD: HOW MANY MONTHS AN ACCOUNT MUST HAVE BEEN
      *NOT-ACTIVE BEFORE ITS BALANCE ESCHEATS
           SELECT OPTIONAL PARM-FILE
           COPY MASTREC.

       FD  ESCHEAT-TRANS-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRANSREC.

       FD  REMITTANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ESCHEAT-RPT-REC        PIC X(80).

       FD  ESCHEAT-LOG
           RECORD CONTAINS 34 CHARACTERS.
           COPY ESCHLOG.

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-ESCHEAT-MONTHS PIC 9(3).
                OUTPUT ESCHEAT-TRANS-FILE
                OUTPUT REMITTANCE-FILE
                OUTPUT ESCHEAT-RPT-FILE
                EXTEND ESCHEAT-LOG
           MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE
           WRITE ESCHEAT-RPT-REC FROM HL-ESCHEAT-HEADING
           PERFORM 180-REMIT-HEADER-RTN
                 ESCHEAT-TRANS-FILE
                 REMITTANCE-FILE
                 ESCHEAT-RPT-FILE
                 ESCHEAT-LOG
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES THE DORMANCY PERIOD FROM THE PARM CARD WHEN ONE IS
           PERFORM 200-READ-MASTER-PARA.
      *----------------------------------------------------------------
      *ESCHEATS ONE BALANCE - THE ZEROING TRANSFER TRANSACTION, THE
      *STATE'S REMITTANCE RECORD, THE REGISTER LINE, AND THE LOG
      *RECORD ALL COME OFF THE SAME MASTER RECORD
       400-REMIT-RTN.
           PERFORM 450-TRANSFER-TRANS-RTN
           MOVE SPACES        TO REMIT-DETAIL-REC
           MOVE M-DEACT-DATE  TO DL-ESC-DEACT-DATE
           MOVE M-AMOUNT      TO DL-ESC-AMOUNT
           WRITE ESCHEAT-RPT-REC FROM DL-ESCHEAT-LINE
           MOVE SPACES        TO ESCHEAT-LOG-REC
           MOVE M-ACCT-NO     TO EL-ACCT-NO
           MOVE WS-RUN-DATE   TO EL-ESCHEAT-DATE
           MOVE M-AMOUNT      TO EL-AMOUNT
           MOVE M-DEACT-DATE  TO EL-DEACT-DATE
           WRITE ESCHEAT-LOG-REC
           ADD 1        TO WS-ESCHEAT-COUNT
           ADD M-AMOUNT TO WS-ESCHEAT-TOTAL.
      *----------------------------------------------------------------
           MOVE SPACES           TO T-OPEN-DATE
      *GENERATED WORK BELONGS TO NO BRANCH
           MOVE SPACES           TO T-BRANCH
           MOVE SPACES           TO T-CUST-NO
           WRITE TRANS-REC.
      *----------------------------------------------------------------
      *WRITES THE REMITTANCE TRAILER FROM THE SAME ACCUMULATORS THE
