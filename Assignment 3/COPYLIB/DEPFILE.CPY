      *INBOUND ELECTRONIC DEPOSIT FILE (DEPFEED.DAT) AS THE BANK'S
      *SETTLEMENT SYSTEM SENDS IT - 80-CHARACTER RECORDS, THE FIRST
      *CHARACTER NAMING THE RECORD TYPE: ONE FILE HEADER ('1'), THEN
      *PER BANK BATCH A BATCH HEADER ('5'), ITS ENTRIES ('6') AND A
      *BATCH CONTROL ('8'), AND LAST ONE FILE CONTROL ('9'). THE
      *CONTROL RECORDS CARRY THE ENTRY COUNT, THE HASH TOTAL (THE
      *SUM OF THE ENTRIES' RECEIVING BANK IDS, LOW-ORDER TEN DIGITS)
      *AND THE DOLLAR TOTAL. DEPFEED WRITES THE SAME LAYOUT BACK TO
      *THE BANK FOR THE ENTRIES IT RETURNS (DEPRTN.DAT), WITH THE
      *RETURN REASON FILLED IN.
       01  FEED-FILE-HEADER-REC.
           05 FFH-REC-TYPE        PIC X(1).
              88 FEED-FILE-HEADER            VALUE '1'.
           05 FFH-ORIGIN-BANK     PIC X(10).
           05 FFH-FILE-DATE       PIC X(8).
           05 FFH-FILE-ID         PIC X(6).
           05 FFH-BANK-NAME       PIC X(23).
           05                     PIC X(32).
       01  FEED-BATCH-HEADER-REC.
           05 FBH-REC-TYPE        PIC X(1).
              88 FEED-BATCH-HEADER           VALUE '5'.
           05 FBH-BATCH-NO        PIC 9(7).
           05 FBH-COMPANY-NAME    PIC X(16).
      *THE DAY THE BANK MEANT THE BATCH TO SETTLE (YYYYMMDD)
           05 FBH-EFF-DATE        PIC X(8).
           05                     PIC X(48).
       01  FEED-ENTRY-REC.
           05 FED-REC-TYPE        PIC X(1).
              88 FEED-ENTRY                  VALUE '6'.
      *ONLY THE CHECKING ('22') AND SAVINGS ('32') CREDIT CODES ARE
      *DEPOSITS - ANY OTHER CODE IS RETURNED UNPOSTED
           05 FED-TRANS-CODE      PIC X(2).
              88 FED-DEPOSIT                 VALUE '22' '32'.
           05 FED-RDFI-ID         PIC 9(8).
      *THE RECEIVING ACCOUNT, LEFT-JUSTIFIED - ONE OF OURS IS THE
      *FIVE-DIGIT ACCOUNT NUMBER FOLLOWED BY SPACES
           05 FED-ACCT-FIELD      PIC X(17).
           05 FED-ACCT-VIEW       REDEFINES FED-ACCT-FIELD.
              10 FED-ACCT-NO      PIC X(5).
              10 FED-ACCT-REST    PIC X(12).
           05 FED-AMOUNT          PIC 9(8)V99.
           05 FED-TRACE-NO        PIC X(15).
           05 FED-PAYEE-NAME      PIC X(22).
           05                     PIC X(2).
      *SPACES INBOUND. ON THE RETURN FILE, WHY THE ENTRY CAME BACK
           05 FED-RETURN-CODE     PIC X(3).
              88 FED-RET-NO-ACCOUNT          VALUE 'NAC'.
              88 FED-RET-CLOSED              VALUE 'CLS'.
              88 FED-RET-BAD-ACCOUNT         VALUE 'IAC'.
              88 FED-RET-NOT-DEPOSIT         VALUE 'NDP'.
              88 FED-RET-BAD-AMOUNT          VALUE 'AMT'.
              88 FED-RET-FILE-REJECTED       VALUE 'CTL'.
       01  FEED-BATCH-CONTROL-REC.
           05 FBC-REC-TYPE        PIC X(1).
              88 FEED-BATCH-CONTROL          VALUE '8'.
           05 FBC-BATCH-NO        PIC 9(7).
           05 FBC-ENTRY-COUNT     PIC 9(6).
           05 FBC-ENTRY-HASH      PIC 9(10).
           05 FBC-TOTAL-AMOUNT    PIC 9(10)V99.
           05                     PIC X(44).
       01  FEED-FILE-CONTROL-REC.
           05 FFC-REC-TYPE        PIC X(1).
              88 FEED-FILE-CONTROL           VALUE '9'.
           05 FFC-BATCH-COUNT     PIC 9(6).
           05 FFC-ENTRY-COUNT     PIC 9(8).
           05 FFC-ENTRY-HASH      PIC 9(10).
           05 FFC-TOTAL-AMOUNT    PIC 9(10)V99.
           05                     PIC X(43).
