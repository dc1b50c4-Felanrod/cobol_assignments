      *CUSTOMER MASTER RECORD - ONE CUSTOMER OF THE BANK, KEYED BY
      *CUSTOMER NUMBER INTO CUSTMAST.DAT AND KEPT IN CUSTOMER-NUMBER
      *ORDER. CUSTMNT MAINTAINS IT BY KEYED CARD; THE ACCOUNTS A
      *CUSTOMER HOLDS ARE ON THE LINK FILE (CUSTLNK), NOT HERE.
      *CUSTOMERS ARE NEVER DELETED - ONE WHOSE ACCOUNTS ARE ALL
      *CLOSED STAYS ON FILE SO THE INQUIRY CAN STILL ANSWER FOR THEM.
       01  CUSTOMER-REC.
           05 CU-CUST-NO          PIC X(6).
           05                     PIC X(2).
           05 CU-CUST-NAME        PIC X(30).
           05                     PIC X(2).
           05 CU-ADDR-LINE-1      PIC X(30).
           05                     PIC X(2).
           05 CU-ADDR-LINE-2      PIC X(30).
           05                     PIC X(2).
           05 CU-CITY             PIC X(20).
           05                     PIC X(2).
           05 CU-STATE            PIC X(2).
           05                     PIC X(2).
           05 CU-POSTAL-CODE      PIC X(10).
           05                     PIC X(2).
           05 CU-OPEN-DATE        PIC X(8).
