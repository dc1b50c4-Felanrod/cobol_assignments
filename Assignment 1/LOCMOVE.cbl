      *         LOCATION PROVES NOBODY WAS DROPPED. RUN STANDALONE
      *         AHEAD OF NIGHTRUN ON CONVERSION NIGHT, SO THE A1
      *         LOCATION EDIT AND THE BONUS REPORT'S CONTROL BREAKS
      *         NEVER SEE THE MOVE HALF-DONE. EVERY ACTIVE
      *         EMPLOYEE MOVED IS WRITTEN AS A TRANSFER OUT OF THE OLD
      *         POSITION AND INTO THE NEW ONE FOR THE HEADCOUNT
      *         MOVEMENT LOG, APPENDED TO IT ONLY BEHIND A CLEAN RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCMOVE.
           SELECT REGISTER-RPT-DATA
              ASSIGN TO LOCMRPT
              ORGANIZATION IS SEQUENTIAL.
      *THE REORGANIZATION'S TRANSFERS, IN THE HEADCOUNT MOVEMENT LOG
      *LAYOUT - THE JOB APPENDS THEM TO THE LOG ONLY ON A CLEAN RUN
           SELECT MOVEMENT-DATA
              ASSIGN TO LOCMHCM
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  LOCATION-CODE.
               10 TERRITORY-NO-IN        PIC X(2).
               10 OFFICE-NO-IN           PIC X(2).
           05                            PIC X(17).
           05  JOB-CLASS-CODE-IN         PIC X(2).
           05                            PIC X(8).
           05  EMP-STATUS-IN             PIC X(1).
               88 EMP-TERMINATED-IN      VALUE 'T'.
           05                            PIC X(23).

      *ONE MAPPING CARD PER MERGED COMBINATION - THE OLD
      *TERRITORY/OFFICE PAIR AND THE NEW PAIR IT MOVES TO
           RECORDING MODE IS F.
       01  REGISTER-RPT-RECORD           PIC X(80).

       FD  MOVEMENT-DATA
           RECORD CONTAINS 36 CHARACTERS.
           COPY HCMOVE.

       WORKING-STORAGE SECTION.
       01  WS-MORE-MASTER-SW              PIC X    VALUE 'Y'.
       01  WS-MORE-CARDS-SW               PIC X    VALUE 'Y'.
       01  WS-MOVED-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-LOC-LIVE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-MOVEMENT-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-MOVE-TYPE-WORK              PIC X    VALUE SPACE.
      *THE VALIDATED MAPPING CARDS, WITH EACH OLD LOCATION'S BEFORE
      *AND MOVED COUNTS ACCUMULATED IN PLACE SO THE BEFORE/AFTER
      *REGISTER FALLS STRAIGHT OUT OF THE TABLE
      *BEFORE/AFTER REGISTER. RECORDS READ MUST EQUAL RECORDS
      *WRITTEN OR THE RUN ENDS NON-ZERO - NOBODY IS EVER DROPPED
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  EMPLOYEE-DATA
                INPUT  MAPPING-DATA
                OUTPUT NEW-EMPLOYEE-DATA
                OUTPUT REGISTER-RPT-DATA
                OUTPUT MOVEMENT-DATA
           WRITE REGISTER-RPT-RECORD FROM HL-REGISTER-HEADING
           PERFORM 140-LOAD-LOCREF-PARA
           PERFORM 160-READ-CARD-PARA
                 MAPPING-DATA
                 NEW-EMPLOYEE-DATA
                 REGISTER-RPT-DATA
                 MOVEMENT-DATA
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
             DISPLAY 'REORGANIZATION OUT OF BALANCE - READ '
               WS-READ-COUNT ' WROTE ' WS-WRITTEN-COUNT

      *ONE MASTER RECORD'S PASS - A LOCATION ON A MAPPING CARD IS
      *REWRITTEN TO ITS NEW PAIR, EVERYTHING ELSE PASSES UNTOUCHED,
      *AND EVERY RECORD READ IS WRITTEN. AN ACTIVE EMPLOYEE MOVED
      *IS LOGGED OUT OF THE OLD POSITION AND INTO THE NEW ONE
       300-MASTER-PASS-PARA.
           ADD 1 TO WS-READ-COUNT
           IF WS-MAP-COUNT > ZERO
             SEARCH WS-MAP-ENTRY
               WHEN WS-MAP-OLD-CODE (MAP-IDX) = LOCATION-CODE
                 ADD 1 TO WS-MAP-BEFORE-COUNT (MAP-IDX)
                 IF NOT EMP-TERMINATED-IN
                   MOVE 'O' TO WS-MOVE-TYPE-WORK
                   PERFORM 350-MOVEMENT-RTN
                 END-IF
                 MOVE WS-MAP-NEW-CODE (MAP-IDX) (1:2)
                   TO TERRITORY-NO-IN
                 MOVE WS-MAP-NEW-CODE (MAP-IDX) (3:2)
                   TO OFFICE-NO-IN
                 ADD 1 TO WS-MAP-MOVED-COUNT (MAP-IDX)
                 ADD 1 TO WS-MOVED-COUNT
                 IF NOT EMP-TERMINATED-IN
                   MOVE 'I' TO WS-MOVE-TYPE-WORK
                   PERFORM 350-MOVEMENT-RTN
                 END-IF
             END-SEARCH
           END-IF
           WRITE NEW-EMPLOYEE-RECORD FROM EMP-IN
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM 170-READ-MASTER-PARA.

      *WRITES ONE TRANSFER MOVEMENT FOR THE EMPLOYEE IN HAND AT THE
      *LOCATION THEY ARE AT RIGHT NOW - THE OLD ONE BEFORE THE
      *REWRITE, THE NEW ONE AFTER IT
       350-MOVEMENT-RTN.
           MOVE SPACES            TO HC-MOVEMENT-REC
           MOVE TERRITORY-NO-IN   TO HCM-TERRITORY-NO
           MOVE OFFICE-NO-IN      TO HCM-OFFICE-NO
           MOVE JOB-CLASS-CODE-IN TO HCM-CLASS-CODE
           MOVE WS-MOVE-TYPE-WORK TO HCM-MOVE-TYPE
           MOVE EMPLOYEE-NO-IN    TO HCM-EMPLOYEE-NO
           MOVE WS-RUN-DATE       TO HCM-MOVE-DATE
           MOVE 'LOCMOVE'         TO HCM-SOURCE
           WRITE HC-MOVEMENT-REC
           ADD 1 TO WS-MOVEMENT-COUNT.

      *RETIRES ONE MAPPING'S OLD COMBINATION FROM THE REFERENCE
      *TABLE AND ADDS THE NEW ONE IF IT IS NOT ALREADY THERE - AN
      *OFFICE MERGING INTO AN EXISTING ONE ADDS NOTHING. A BRAND
           MOVE 'EMPLOYEES MOVED. . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-MOVED-COUNT                   TO DL-TOT-COUNT
           WRITE REGISTER-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'HEADCOUNT MOVEMENTS WRITTEN. :' TO DL-TOT-LABEL
           MOVE WS-MOVEMENT-COUNT                TO DL-TOT-COUNT
           WRITE REGISTER-RPT-RECORD FROM DL-TOTAL-LINE
           MOVE 'MAPPING CARDS REJECTED . . . :' TO DL-TOT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-TOT-COUNT
           WRITE REGISTER-RPT-RECORD FROM DL-TOTAL-LINE
