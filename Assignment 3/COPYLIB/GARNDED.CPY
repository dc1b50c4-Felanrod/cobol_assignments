      *SHARED RECORD LAYOUT OF THE GARNISHMENT DEDUCTION FILE
      *(GARNDED.DAT) - ONE DETAIL RECORD PER ORDER PAYREG TOOK A
      *GARNISHMENT FOR TONIGHT, THEN ONE TRAILER WITH THE COUNT AND
      *DOLLARS TAKEN. THE NIGHTLY SORT STEP PUTS THE DETAILS IN
      *AGENCY ORDER AND SPLITS THE TRAILER OFF, AND GARNREM PRINTS
      *THE REMITTANCE REGISTER AND CUTS THE AGENCY PAYMENT FILE FROM
      *THEM, PROVED AGAINST THE TRAILER.
       01  GARN-DEDUCT-REC.
           05 GRD-REC-TYPE        PIC X(1).
              88 GRD-DETAIL                  VALUE 'D'.
              88 GRD-TRAILER                 VALUE 'T'.
           05                     PIC X(1).
           05 GRD-AGENCY-CODE     PIC X(6).
           05                     PIC X(2).
           05 GRD-AGENCY-NAME     PIC X(20).
           05                     PIC X(2).
           05 GRD-ORDER-NO        PIC X(8).
           05                     PIC X(2).
           05 GRD-EMPLOYEE-NO     PIC X(5).
           05                     PIC X(2).
           05 GRD-EMPLOYEE-NAME   PIC X(20).
           05                     PIC X(2).
           05 GRD-ORDER-TYPE      PIC X(1).
           05                     PIC X(2).
           05 GRD-AMOUNT          PIC 9(5)V99.
           05                     PIC X(2).
      *THE BALANCE LEFT AFTER TONIGHT'S AMOUNT - ZERO ON AN ONGOING
      *ORDER, WHICH HAS NO BALANCE
           05 GRD-BALANCE         PIC 9(7)V99.
           05                     PIC X(2).
           05 GRD-PERIOD-DATE     PIC X(8).
           05                     PIC X(2).
      *'Y' WHEN TONIGHT'S AMOUNT PAID THE ORDER OFF
           05 GRD-PAID-OFF-SW     PIC X(1).
              88 GRD-PAID-OFF                VALUE 'Y'.
      *THE TRAILER'S VIEW OF THE SAME RECORD
       01  GARN-DEDUCT-TRAILER.
           05 GRT-REC-TYPE        PIC X(1).
           05                     PIC X(1).
           05 GRT-ITEM-COUNT      PIC 9(7).
           05                     PIC X(2).
           05 GRT-AMOUNT-TOTAL    PIC 9(9)V99.
           05                     PIC X(2).
           05 GRT-PERIOD-DATE     PIC X(8).
           05                     PIC X(73).
