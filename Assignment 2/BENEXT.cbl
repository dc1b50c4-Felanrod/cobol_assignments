      *         FILE CARRIES ITS OWN HEADER (FILE DATE) AND TRAILER
      *         (RECORD COUNT AND A HASH TOTAL OF THE SSNS) SO THE
      *         CARRIER CAN PROVE THE TRANSMISSION ARRIVED WHOLE.
      *         THE COVERAGE-END DATES QUALEVT HAS WORKED OUT FOR
      *         TERMINATIONS AND DEPENDENT AGE-OUTS GO OUT AS 'C'
      *         RECORDS, EACH ONCE, AND A CHILD WHOSE COVERAGE HAS
      *         ENDED STOPS GOING OUT AS A 'P' RECORD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEXT.
           SELECT OPTIONAL DEPENDENT-FILE
             ASSIGN TO 'DEPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE QUALIFYING EVENTS QUALEVT KEEPS - EACH NOT YET SENT GOES
      *OUT AS A 'C' COVERAGE-END RECORD. OPTIONAL: NO EVENTS YET
           SELECT OPTIONAL QUAL-EVENT-FILE
             ASSIGN TO 'QEVENT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *ONE RECORD PER 'C' RECORD SENT, SO THE NEXT QUALEVT RUN CAN
      *STAMP THE EVENT AS SENT AND IT IS NOT SENT AGAIN
           SELECT CVG-SENT-FILE
             ASSIGN TO 'BENCSNT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.

      *CARRIER INTERFACE LAYOUT - ONE 'H' HEADER, ONE 'D' RECORD PER
      *ENROLLED EMPLOYEE EACH FOLLOWED BY ONE 'P' RECORD PER COVERED
      *DEPENDENT, ONE 'C' RECORD PER COVERAGE END, ONE 'T' TRAILER,
      *ALL 60 CHARACTERS
       FD  CARRIER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CARRIER-DETAIL-REC.
           05 CAR-DEP-BIRTH-DATE  PIC X(8).
           05 CAR-DEP-RELATION    PIC X(2).
           05                     PIC X(20).
      *THE DATE COVERAGE ENDS FOR ONE MEMBER - THE EMPLOYEE (AND SO
      *THE WHOLE FAMILY) ON A TERMINATION, ONE CHILD ON AN AGE-OUT -
      *TIED TO ITS EMPLOYEE BY THE EMPLOYEE'S SSN
       01  CARRIER-COVERAGE-REC.
           05 CAR-CVG-TYPE        PIC X.
           05 CAR-CVG-SOC-SEC-NO  PIC X(9).
           05 CAR-CVG-MEMBER-NAME PIC X(20).
           05 CAR-CVG-RELATION    PIC X(2).
           05 CAR-CVG-EVENT-TYPE  PIC X(1).
           05 CAR-CVG-EVENT-DATE  PIC X(8).
           05 CAR-CVG-END-DATE    PIC X(8).
           05                     PIC X(11).
       01  CARRIER-TRAILER-REC.
           05 CAR-TRL-TYPE        PIC X.
           05 CAR-TRL-COUNT       PIC 9(7).
      *HOW MANY 'P' RECORDS RODE THE FILE, SO THE TRANSMISSION
      *STILL PROVES ITSELF WHOLE AT THE DEPENDENT LEVEL TOO
           05 CAR-TRL-DEP-COUNT   PIC 9(7).
      *HOW MANY 'C' COVERAGE-END RECORDS RODE THE FILE
           05 CAR-TRL-CVG-COUNT   PIC 9(7).
           05                     PIC X(25).

       FD  DATE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
           RECORD CONTAINS 41 CHARACTERS.
           COPY DEPREC.

       FD  QUAL-EVENT-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY QEVENT.

      *THE COVERAGE-SENT LAYOUT QUALEVT READS BACK
       FD  CVG-SENT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  CVG-SENT-REC.
           05 CVS-EMPLOYEE-NO     PIC X(5).
           05 CVS-EVENT-TYPE      PIC X(1).
           05 CVS-DEP-NAME        PIC X(20).
           05 CVS-EVENT-DATE      PIC X(8).
           05 CVS-SENT-DATE       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
           05  WS-DEP-EOF-SW           PIC X        VALUE 'N'.
           05  WS-DEP-SUB              PIC 9(4)     VALUE ZERO.
           05  WS-DEP-WRITTEN          PIC 9(7)     VALUE ZERO.
           05  WS-EVT-EOF-SW           PIC X        VALUE 'N'.
           05  WS-CVG-WRITTEN          PIC 9(7)     VALUE ZERO.
           05  WS-ENDED-SW             PIC X        VALUE 'N'.
      *THE SSNS AWAITING RESUBMISSION, LOADED ONCE SO EACH DETAIL
      *CAN BE FLAGGED ON THE WAY PAST
           05  WS-PND-COUNT            PIC 9(4) COMP VALUE ZERO.
      *CHECK NUMBER THE CARRIER RECOMPUTES ON RECEIPT TO PROVE NO
      *DETAIL RECORD WAS DROPPED OR MANGLED IN TRANSMISSION
           05  WS-SSN-HASH-TOTAL       PIC 9(13)    VALUE ZERO.
      *THE AGE-OUT EVENTS WHOSE COVERAGE HAS ALREADY ENDED - THAT
      *CHILD NO LONGER GOES OUT AS A 'P' RECORD
       01  WS-AGE-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-AGE-COUNT
               INDEXED BY AGE-IDX.
               10  WS-AGE-EMP-NO       PIC X(5).
               10  WS-AGE-DEP-NAME     PIC X(20).

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *WRITES THE HEADER, ONE DETAIL PER EXTRACT EMPLOYEE, THE
      *COVERAGE ENDS NOT YET SENT, AND THE COUNT/HASH TRAILER
       100-MAIN-PARA.
           PERFORM 250-LOAD-PENDING-RTN
           PERFORM 270-LOAD-DEPEND-RTN
           OPEN INPUT  EXTRACT-IN
                OUTPUT CARRIER-FILE
           PERFORM 200-DATE-ACCEPT-RTN
           PERFORM 290-LOAD-AGE-OUT-RTN
           PERFORM 300-HEADER-RTN
           PERFORM 400-READ-EXTRACT-PARA
           PERFORM 500-DETAIL-PARA UNTIL NO-MORE-RECORDS
           PERFORM 580-COVERAGE-END-RTN
           PERFORM 600-TRAILER-RTN
           CLOSE EXTRACT-IN
                 CARRIER-FILE
                 TO WS-DEP-RELATION (WS-DEP-COUNT)
           END-READ.

      *LOADS THE AGE-OUTS WHOSE COVERAGE ENDED BEFORE THE FILE DATE
       290-LOAD-AGE-OUT-RTN.
           OPEN INPUT QUAL-EVENT-FILE
           PERFORM 295-AGE-OUT-READ-PARA
             UNTIL WS-EVT-EOF-SW = 'Y'
             OR    WS-AGE-COUNT = 1000
           CLOSE QUAL-EVENT-FILE.

      *READS ONE EVENT, KEEPING IT WHEN IT IS AN ENDED AGE-OUT
       295-AGE-OUT-READ-PARA.
           READ QUAL-EVENT-FILE
             AT END
               MOVE 'Y' TO WS-EVT-EOF-SW
             NOT AT END
               IF  QEV-AGE-OUT
               AND QEV-COVERAGE-END < WS-FILE-DATE
                 ADD 1 TO WS-AGE-COUNT
                 MOVE QEV-EMPLOYEE-NO
                   TO WS-AGE-EMP-NO (WS-AGE-COUNT)
                 MOVE QEV-DEP-NAME
                   TO WS-AGE-DEP-NAME (WS-AGE-COUNT)
               END-IF
           END-READ.

      *WRITES THE FILE HEADER RECORD
       300-HEADER-RTN.
           MOVE SPACES       TO CARRIER-HEADER-REC

      *WRITES ONE 'P' RECORD WHEN THE TABLE ENTRY IN HAND BELONGS
      *TO THE EMPLOYEE JUST WRITTEN, SO EVERY COVERED DEPENDENT
      *FOLLOWS ITS EMPLOYEE'S 'D' RECORD DIRECTLY. A CHILD WHO HAS
      *AGED OUT AND WHOSE COVERAGE HAS ENDED IS NO LONGER COVERED
       560-DEPENDENT-SCAN-PARA.
           MOVE 'N' TO WS-ENDED-SW
           IF WS-DEP-EMP-NO (WS-DEP-SUB) = EXT-EMPLOYEE-NO
           AND WS-AGE-COUNT > ZERO
             SET AGE-IDX TO 1
             SEARCH WS-AGE-ENTRY
               WHEN WS-AGE-EMP-NO (AGE-IDX) = EXT-EMPLOYEE-NO
                AND WS-AGE-DEP-NAME (AGE-IDX) =
                    WS-DEP-NAME (WS-DEP-SUB)
                 MOVE 'Y' TO WS-ENDED-SW
             END-SEARCH
           END-IF
           IF WS-DEP-EMP-NO (WS-DEP-SUB) = EXT-EMPLOYEE-NO
           AND WS-ENDED-SW = 'N'
             MOVE SPACES             TO CARRIER-DEPEND-REC
             MOVE 'P'                TO CAR-DEP-TYPE
             MOVE EXT-SOC-SEC-NO     TO CAR-DEP-SOC-SEC-NO
             ADD 1 TO WS-DEP-WRITTEN
           END-IF.

      *SENDS EVERY COVERAGE END THE CARRIER HAS NOT HAD YET, AND
      *RECORDS EACH ONE SENT FOR QUALEVT TO STAMP
       580-COVERAGE-END-RTN.
           OPEN INPUT  QUAL-EVENT-FILE
                OUTPUT CVG-SENT-FILE
           MOVE 'N' TO WS-EVT-EOF-SW
           PERFORM 590-COVERAGE-END-PARA
             UNTIL WS-EVT-EOF-SW = 'Y'
           CLOSE QUAL-EVENT-FILE
                 CVG-SENT-FILE.

      *WRITES ONE 'C' RECORD AND ITS SENT RECORD FOR AN EVENT NOT
      *YET SENT
       590-COVERAGE-END-PARA.
           READ QUAL-EVENT-FILE
             AT END
               MOVE 'Y' TO WS-EVT-EOF-SW
             NOT AT END
               IF QEV-CARRIER-DATE = SPACES
                 MOVE SPACES            TO CARRIER-COVERAGE-REC
                 MOVE 'C'               TO CAR-CVG-TYPE
                 MOVE QEV-SOC-SEC-NO    TO CAR-CVG-SOC-SEC-NO
                 IF QEV-TERMINATION
                   MOVE QEV-EMPLOYEE-NAME TO CAR-CVG-MEMBER-NAME
                 ELSE
                   MOVE QEV-DEP-NAME      TO CAR-CVG-MEMBER-NAME
                 END-IF
                 MOVE QEV-RELATION      TO CAR-CVG-RELATION
                 MOVE QEV-EVENT-TYPE    TO CAR-CVG-EVENT-TYPE
                 MOVE QEV-EVENT-DATE    TO CAR-CVG-EVENT-DATE
                 MOVE QEV-COVERAGE-END  TO CAR-CVG-END-DATE
                 WRITE CARRIER-COVERAGE-REC
                 ADD 1 TO WS-CVG-WRITTEN
                 MOVE QEV-EMPLOYEE-NO   TO CVS-EMPLOYEE-NO
                 MOVE QEV-EVENT-TYPE    TO CVS-EVENT-TYPE
                 MOVE QEV-DEP-NAME      TO CVS-DEP-NAME
                 MOVE QEV-EVENT-DATE    TO CVS-EVENT-DATE
                 MOVE WS-FILE-DATE      TO CVS-SENT-DATE
                 WRITE CVG-SENT-REC
               END-IF
           END-READ.

      *WRITES THE COUNT/HASH TRAILER RECORD
       600-TRAILER-RTN.
           MOVE SPACES            TO CARRIER-TRAILER-REC
           MOVE WS-RECORD-COUNT   TO CAR-TRL-COUNT
           MOVE WS-SSN-HASH-TOTAL TO CAR-TRL-SSN-HASH
           MOVE WS-DEP-WRITTEN    TO CAR-TRL-DEP-COUNT
           MOVE WS-CVG-WRITTEN    TO CAR-TRL-CVG-COUNT
           WRITE CARRIER-TRAILER-REC.
      *****************************************************************
