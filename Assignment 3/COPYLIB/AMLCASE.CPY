      *SUSPICIOUS-ACTIVITY CASE RECORD - ONE ALERT RAISED BY THE
      *NIGHTLY HISTORY MONITOR (AMLMON) AGAINST ONE ACCOUNT, KEYED BY
      *CASE NUMBER INTO AMLCASE.DAT AND KEPT IN THAT ORDER. AMLMON
      *RAISES THE CASE OPEN; THE INVESTIGATORS WORK IT TO A
      *DISPOSITION BY KEYED CARD THROUGH AMLMNT. CASES ARE NEVER
      *DELETED - A CLEARED OR REPORTED CASE STAYS ON FILE AS THE
      *RECORD OF WHAT WAS SEEN AND WHAT WAS DONE ABOUT IT.
       01  AML-CASE-REC.
           05 AC-CASE-NO          PIC 9(7).
           05                     PIC X(2).
           05 AC-ACCT-NO          PIC X(5).
           05                     PIC X(2).
      *WHICH PATTERN RAISED THE ALERT
           05 AC-ALERT-TYPE       PIC X(2).
      *SEVERAL POSTINGS JUST UNDER THE DUAL-CONTROL APPROVAL LIMIT
              88 AC-STRUCTURING              VALUE 'ST'.
      *A JUMP IN POSTINGS AGAINST THE ACCOUNT'S OWN PAST AVERAGE
              88 AC-VELOCITY                 VALUE 'VE'.
      *MONEY MOVING THROUGH A RECENTLY OPENED ACCOUNT
              88 AC-NEW-ACCOUNT              VALUE 'NA'.
      *MONEY MOVING THROUGH A RECENTLY REACTIVATED ACCOUNT
              88 AC-REACTIVATED              VALUE 'RA'.
      *A LARGE CREDIT DRAWN BACK OUT BY DEBITS SOON AFTER
              88 AC-PASS-THROUGH             VALUE 'PT'.
           05                     PIC X(2).
           05 AC-RAISED-DATE      PIC X(8).
           05                     PIC X(2).
      *THE DOLLARS THE ALERT IS ABOUT AND HOW MANY POSTINGS MADE IT
      *UP - SEE AMLMON FOR WHAT EACH ALERT TYPE CARRIES HERE
           05 AC-AMOUNT           PIC 9(9)V99.
           05                     PIC X(2).
           05 AC-COUNT            PIC 9(5).
           05                     PIC X(2).
           05 AC-DETAIL           PIC X(40).
           05                     PIC X(2).
           05 AC-DISPOSITION      PIC X(1).
              88 AC-OPEN                     VALUE 'O'.
              88 AC-ESCALATED                VALUE 'E'.
              88 AC-CLEARED                  VALUE 'C'.
      *A SUSPICIOUS ACTIVITY REPORT HAS BEEN FILED - FINAL
              88 AC-REPORTED                 VALUE 'R'.
      *STILL BEING WORKED - THESE ARE THE CASES THAT AGE
              88 AC-UNRESOLVED               VALUE 'O' 'E'.
           05                     PIC X(2).
      *WHO GAVE THE CASE ITS CURRENT DISPOSITION, WHEN, AND WHY.
      *SPACES UNTIL THE FIRST DISPOSITION CARD
           05 AC-DISP-DATE        PIC X(8).
           05                     PIC X(2).
           05 AC-DISP-BY          PIC X(8).
           05                     PIC X(2).
           05 AC-DISP-NOTE        PIC X(30).
