      *CUSTOMER MAINTENANCE CARD (CUSTTRN.DAT) - READ BY CUSTMNT.
      *'A'DD OR 'C'HANGE A CUSTOMER, OR 'L'INK OR 'U'NLINK ONE OF
      *THEIR ACCOUNTS. ON A CHANGE A BLANK FIELD IS LEFT AS IT
      *STANDS; A LINK CARRIES THE ACCOUNT AND THE ROLE, AN UNLINK
      *ONLY THE ACCOUNT. THE NIGHTLY UPDATE APPENDS AN OWNER LINK
      *CARD HERE FOR EVERY ACCOUNT IT OPENS WITH A CUSTOMER NUMBER,
      *UNDER OPERATOR NIGHTLY.
       01  CUST-TRANS-REC.
           05 CTR-ACTION          PIC X(1).
              88 CTR-ADD-CUST                VALUE 'A'.
              88 CTR-CHANGE-CUST             VALUE 'C'.
              88 CTR-LINK                    VALUE 'L'.
              88 CTR-UNLINK                  VALUE 'U'.
           05 CTR-CUST-NO         PIC X(6).
           05 CTR-ACCT-NO         PIC X(5).
           05 CTR-ROLE            PIC X(1).
           05 CTR-OPERATOR        PIC X(8).
           05 CTR-CUST-NAME       PIC X(30).
           05 CTR-ADDR-LINE-1     PIC X(30).
           05 CTR-ADDR-LINE-2     PIC X(30).
           05 CTR-CITY            PIC X(20).
           05 CTR-STATE           PIC X(2).
           05 CTR-POSTAL-CODE     PIC X(10).
           05                     PIC X(7).
