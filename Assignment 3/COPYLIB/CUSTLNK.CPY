      *CUSTOMER/ACCOUNT LINK RECORD - ONE CUSTOMER'S RELATIONSHIP TO
      *ONE ACCOUNT, KEYED BY CUSTOMER NUMBER AND ACCOUNT NUMBER INTO
      *CUSTLNK.DAT AND KEPT IN THAT ORDER. AN ACCOUNT MAY BE LINKED
      *TO SEVERAL CUSTOMERS (ITS OWNER, JOINT HOLDERS, BENEFICIARIES)
      *AND A CUSTOMER TO SEVERAL ACCOUNTS. CUSTMNT MAINTAINS IT BY
      *KEYED CARD, AND THE NIGHTLY UPDATE QUEUES AN OWNER LINK FOR
      *EVERY ACCOUNT OPENED WITH A CUSTOMER NUMBER. LINKS ARE NEVER
      *DELETED - AN UNLINKED RELATIONSHIP STAYS ON FILE WITH THE DATE
      *IT ENDED, AND A LINK TO AN ACCOUNT SINCE PURGED OR ESCHEATED
      *STAYS ON FILE SO THE CUSTOMER INQUIRY STILL LISTS IT.
       01  CUST-LINK-REC.
           05 CL-CUST-NO          PIC X(6).
           05                     PIC X(2).
           05 CL-ACCT-NO          PIC X(5).
           05                     PIC X(2).
           05 CL-ROLE             PIC X(1).
              88 CL-OWNER                    VALUE 'O'.
              88 CL-JOINT                    VALUE 'J'.
              88 CL-BENEFICIARY              VALUE 'B'.
           05                     PIC X(2).
           05 CL-LINK-DATE        PIC X(8).
           05                     PIC X(2).
           05 CL-STATUS           PIC X(1).
              88 CL-LINKED                   VALUE 'A'.
              88 CL-UNLINKED                 VALUE 'U'.
           05                     PIC X(2).
      *SPACES WHILE THE LINK STANDS
           05 CL-UNLINK-DATE      PIC X(8).
