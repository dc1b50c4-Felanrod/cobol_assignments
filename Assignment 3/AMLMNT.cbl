      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO RECORD THE INVESTIGATORS' DISPOSITIONS AGAINST THE
      *         SUSPICIOUS-ACTIVITY CASE FILE (AMLCASE.DAT) BY KEYED
      *         CARD. EACH CARD NAMES A CASE AMLMON RAISED, THE
      *         DISPOSITION IT NOW TAKES - STILL OPEN, ESCALATED,
      *         CLEARED, OR REPORTED (A SUSPICIOUS ACTIVITY REPORT
      *         FILED) - THE OPERATOR KEYING IT, AND A NOTE. A CASE
      *         MAY ONLY BE CLEARED OR REPORTED WITH A NOTE SAYING
      *         WHY, AND A REPORTED CASE IS FINAL. EVERY CARD IS
      *         EDITED, EVERY APPLIED CARD GETS AN OLD/NEW AUDIT LINE
      *         NAMING ITS OPERATOR, AND THE JOB STREAM ONLY COPIES
      *         THE NEW FILE OVER THE LIVE ONE ON A CLEAN RUN. CASES
      *         ARE NEVER DELETED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMNT.
      *ALL OTHER FOLLOWING PARAGRAPHS ARE OPTIONAL
       AUTHOR. JOEL MURPHY.
       INSTALLATION. PC.
       DATE-WRITTEN. SEPTEMBER 2, 2026.
       DATE-COMPILED.
       SECURITY. CAN BE USED BY AUTHORISED PERSONNEL ONLY.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *OPTIONAL SO A RUN BEFORE THE MONITOR HAS RAISED ANY CASE
      *REJECTS ITS CARDS RATHER THAN FAILING
           SELECT OPTIONAL CASE-FILE
             ASSIGN TO 'AMLCASE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE KEYED DISPOSITION CARDS
           SELECT TRANSACTION-FILE
             ASSIGN TO 'AMLDISP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CASE-FILE
             ASSIGN TO 'AMLCNEW.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT-FILE
             ASSIGN TO 'AMLDAUD.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE
           RECORD CONTAINS 145 CHARACTERS.
           COPY AMLCASE.

      *ONE DISPOSITION CARD. THE NOTE REPLACES THE CASE'S NOTE WHEN
      *KEYED AND IS LEFT AS IT STANDS WHEN BLANK
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DISP-TRANS-REC.
           05 DTR-CASE-NO         PIC X(7).
           05 DTR-CASE-NO-N REDEFINES DTR-CASE-NO
                                  PIC 9(7).
           05 DTR-DISPOSITION     PIC X(1).
           05 DTR-OPERATOR        PIC X(8).
           05 DTR-NOTE            PIC X(30).
           05                     PIC X(34).

       FD  NEW-CASE-FILE
           RECORD CONTAINS 145 CHARACTERS.
           COPY AMLCASE REPLACING ==AML-CASE-REC==
                                    BY ==NEW-AML-CASE-REC==,
                                  ==AC-CASE-NO==
                                    BY ==NAC-CASE-NO==,
                                  ==AC-ACCT-NO==
                                    BY ==NAC-ACCT-NO==,
                                  ==AC-ALERT-TYPE==
                                    BY ==NAC-ALERT-TYPE==,
                                  ==AC-STRUCTURING==
                                    BY ==NAC-STRUCTURING==,
                                  ==AC-VELOCITY==
                                    BY ==NAC-VELOCITY==,
                                  ==AC-NEW-ACCOUNT==
                                    BY ==NAC-NEW-ACCOUNT==,
                                  ==AC-REACTIVATED==
                                    BY ==NAC-REACTIVATED==,
                                  ==AC-PASS-THROUGH==
                                    BY ==NAC-PASS-THROUGH==,
                                  ==AC-RAISED-DATE==
                                    BY ==NAC-RAISED-DATE==,
                                  ==AC-AMOUNT==
                                    BY ==NAC-AMOUNT==,
                                  ==AC-COUNT==
                                    BY ==NAC-COUNT==,
                                  ==AC-DETAIL==
                                    BY ==NAC-DETAIL==,
                                  ==AC-DISPOSITION==
                                    BY ==NAC-DISPOSITION==,
                                  ==AC-OPEN==
                                    BY ==NAC-OPEN==,
                                  ==AC-ESCALATED==
                                    BY ==NAC-ESCALATED==,
                                  ==AC-CLEARED==
                                    BY ==NAC-CLEARED==,
                                  ==AC-REPORTED==
                                    BY ==NAC-REPORTED==,
                                  ==AC-UNRESOLVED==
                                    BY ==NAC-UNRESOLVED==,
                                  ==AC-DISP-DATE==
                                    BY ==NAC-DISP-DATE==,
                                  ==AC-DISP-BY==
                                    BY ==NAC-DISP-BY==,
                                  ==AC-DISP-NOTE==
                                    BY ==NAC-DISP-NOTE==.

       FD  AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-RPT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CASE-EOF-SW      PIC X       VALUE 'N'.
           05  WS-TRANS-EOF-SW     PIC X       VALUE 'N'.
           05  WS-FOUND-SW         PIC X       VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)    VALUE SPACES.
           05  WS-APPLIED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-LIVE-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-UNRESOLVED-COUNT PIC 9(5)    VALUE ZERO.
           05  WS-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-CASE-SUB         PIC 9(4)    VALUE ZERO.
           05  WS-DISP-WORK        PIC X       VALUE SPACES.
           05  WS-DISP-NAME        PIC X(9)    VALUE SPACES.
      *THE CASES ON FILE, HELD IN A TABLE WHILE THE CARDS APPLY
       01  WS-CASE-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CASE-COUNT.
               10  WS-AC-CASE-NO       PIC 9(7).
               10  WS-AC-ACCT-NO       PIC X(5).
               10  WS-AC-ALERT-TYPE    PIC X(2).
               10  WS-AC-RAISED-DATE   PIC X(8).
               10  WS-AC-AMOUNT        PIC 9(9)V99.
               10  WS-AC-COUNT         PIC 9(5).
               10  WS-AC-DETAIL        PIC X(40).
               10  WS-AC-DISPOSITION   PIC X.
               10  WS-AC-DISP-DATE     PIC X(8).
               10  WS-AC-DISP-BY       PIC X(8).
               10  WS-AC-DISP-NOTE     PIC X(30).
       01  BLANK-LINE              PIC X(80)   VALUE SPACES.
       01  HL-AUDIT-HEADING.
           05                      PIC X(40)   VALUE
               'AML CASE DISPOSITIONS - CHANGE AUDIT    '.
           05                      PIC X(40)   VALUE SPACES.
      *ONE APPLIED CARD - THE DISPOSITION IT CHANGED FROM AND TO,
      *AND THE NOTE THE CASE NOW CARRIES
       01  DL-AUDIT-LINE.
           05  AUD-CASE-NO         PIC X(7).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-ACCT-NO         PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-OPERATOR        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-OLD-VALUE       PIC X(9).
           05                      PIC X(4)    VALUE ' TO '.
           05  AUD-NEW-VALUE       PIC X(9).
           05                      PIC X(2)    VALUE SPACES.
           05  AUD-NOTE            PIC X(30).
       01  DL-REJECT-LINE.
           05  REJ-CASE-NO         PIC X(7).
           05                      PIC X(2)    VALUE SPACES.
           05  REJ-DISPOSITION     PIC X(1).
           05                      PIC X(2)    VALUE SPACES.
           05  REJ-OPERATOR        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'REJECTED - '.
           05  REJ-REASON          PIC X(30).
           05                      PIC X(17)   VALUE SPACES.
       01  DL-TOTAL-LINE.
           05  DL-TOT-LABEL        PIC X(30).
           05  DL-TOT-COUNT        PIC ZZZZ9.
           05                      PIC X(45)   VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *LOADS THE CASES ON FILE, APPLIES THE CARDS IN ORDER, AND
      *WRITES EVERY CASE TO THE NEW FILE THE JOB STREAM COPIES BACK
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  TRANSACTION-FILE
                OUTPUT AUDIT-RPT-FILE
           WRITE AUDIT-RPT-REC FROM HL-AUDIT-HEADING
           PERFORM 150-LOAD-CASES-RTN
           PERFORM 200-READ-TRANS-PARA
           PERFORM 300-APPLY-PARA UNTIL WS-TRANS-EOF-SW = 'Y'
           PERFORM 750-WRITE-OUTPUT-RTN
           PERFORM 800-TOTALS-RTN
           CLOSE TRANSACTION-FILE
                 AUDIT-RPT-FILE
           STOP RUN.
      *----------------------------------------------------------------
      *LOADS THE LIVE CASE FILE INTO ITS TABLE. A FILE TOO BIG FOR
      *THE TABLE WOULD LOSE CASES FROM THE NEW FILE, SO IT ENDS THE
      *RUN NON-ZERO AND THE NEW FILE IS NOT PROMOTED
       150-LOAD-CASES-RTN.
           OPEN INPUT CASE-FILE
           PERFORM 155-CASE-READ-RTN
             UNTIL WS-CASE-EOF-SW = 'Y'
           CLOSE CASE-FILE.
      *----------------------------------------------------------------
      *READS ONE CASE INTO THE TABLE
       155-CASE-READ-RTN.
           READ CASE-FILE
             AT END
               MOVE 'Y' TO WS-CASE-EOF-SW
             NOT AT END
               IF WS-CASE-COUNT < 9999
                 ADD 1 TO WS-CASE-COUNT
                 MOVE AC-CASE-NO     TO WS-AC-CASE-NO (WS-CASE-COUNT)
                 MOVE AC-ACCT-NO     TO WS-AC-ACCT-NO (WS-CASE-COUNT)
                 MOVE AC-ALERT-TYPE
                   TO WS-AC-ALERT-TYPE (WS-CASE-COUNT)
                 MOVE AC-RAISED-DATE
                   TO WS-AC-RAISED-DATE (WS-CASE-COUNT)
                 MOVE AC-AMOUNT      TO WS-AC-AMOUNT (WS-CASE-COUNT)
                 MOVE AC-COUNT       TO WS-AC-COUNT (WS-CASE-COUNT)
                 MOVE AC-DETAIL      TO WS-AC-DETAIL (WS-CASE-COUNT)
                 MOVE AC-DISPOSITION
                   TO WS-AC-DISPOSITION (WS-CASE-COUNT)
                 MOVE AC-DISP-DATE
                   TO WS-AC-DISP-DATE (WS-CASE-COUNT)
                 MOVE AC-DISP-BY     TO WS-AC-DISP-BY (WS-CASE-COUNT)
                 MOVE AC-DISP-NOTE
                   TO WS-AC-DISP-NOTE (WS-CASE-COUNT)
               ELSE
                 DISPLAY 'AML CASE TABLE FULL AT 9999 - '
                   'CASE ' AC-CASE-NO ' NOT LOADED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *READ NEXT DISPOSITION CARD
       200-READ-TRANS-PARA.
           READ TRANSACTION-FILE
             AT END
               MOVE 'Y' TO WS-TRANS-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *ONE DISPOSITION CARD. IT MUST NAME A CASE ON FILE, A VALID
      *DISPOSITION, AND THE OPERATOR KEYING IT. A CASE CLOSED AS
      *CLEARED OR REPORTED MUST SAY WHY, AND ONCE REPORTED NOTHING
      *FURTHER IS RECORDED AGAINST IT
       300-APPLY-PARA.
           PERFORM 350-FIND-CASE-RTN
           EVALUATE TRUE
             WHEN DTR-CASE-NO-N NOT NUMERIC
               MOVE 'CASE NUMBER NOT NUMERIC' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN DTR-OPERATOR = SPACES
               MOVE 'OPERATOR MISSING' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-FOUND-SW = 'N'
               MOVE 'CASE NOT ON FILE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN DTR-DISPOSITION NOT = 'O' AND NOT = 'E'
                              AND NOT = 'C' AND NOT = 'R'
               MOVE 'DISPOSITION NOT O, E, C, OR R' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN WS-AC-DISPOSITION (WS-CASE-SUB) = 'R'
               MOVE 'CASE ALREADY REPORTED' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN (DTR-DISPOSITION = 'C' OR 'R')
              AND DTR-NOTE = SPACES
               MOVE 'NOTE REQUIRED TO CLOSE CASE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN DTR-DISPOSITION = WS-AC-DISPOSITION (WS-CASE-SUB)
              AND (DTR-NOTE = SPACES
                OR DTR-NOTE = WS-AC-DISP-NOTE (WS-CASE-SUB))
               MOVE 'NOTHING TO CHANGE' TO REJ-REASON
               PERFORM 650-REJECT-RTN
             WHEN OTHER
               PERFORM 400-APPLY-DISP-PARA
           END-EVALUATE
           PERFORM 200-READ-TRANS-PARA.
      *----------------------------------------------------------------
      *FINDS THE CARD'S CASE AMONG THE CASES ON FILE
       350-FIND-CASE-RTN.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-CASE-SUB
           IF DTR-CASE-NO-N NUMERIC
             PERFORM 355-FIND-CASE-SCAN-RTN
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CASE-COUNT
           END-IF.
      *----------------------------------------------------------------
       355-FIND-CASE-SCAN-RTN.
           IF WS-AC-CASE-NO (WS-SUB) = DTR-CASE-NO-N
             MOVE 'Y'    TO WS-FOUND-SW
             MOVE WS-SUB TO WS-CASE-SUB
           END-IF.
      *----------------------------------------------------------------
      *RECORDS THE CARD'S DISPOSITION AGAINST THE CASE, STAMPED WITH
      *TODAY'S DATE AND THE OPERATOR WHO KEYED IT
       400-APPLY-DISP-PARA.
           MOVE WS-AC-DISPOSITION (WS-CASE-SUB) TO WS-DISP-WORK
           PERFORM 450-DISP-NAME-RTN
           MOVE WS-DISP-NAME    TO AUD-OLD-VALUE
           MOVE DTR-DISPOSITION TO WS-DISP-WORK
           PERFORM 450-DISP-NAME-RTN
           MOVE WS-DISP-NAME    TO AUD-NEW-VALUE
           MOVE DTR-DISPOSITION TO WS-AC-DISPOSITION (WS-CASE-SUB)
           MOVE WS-RUN-DATE     TO WS-AC-DISP-DATE (WS-CASE-SUB)
           MOVE DTR-OPERATOR    TO WS-AC-DISP-BY (WS-CASE-SUB)
           IF DTR-NOTE NOT = SPACES
             MOVE DTR-NOTE      TO WS-AC-DISP-NOTE (WS-CASE-SUB)
           END-IF
           PERFORM 600-AUDIT-RTN.
      *----------------------------------------------------------------
      *THE PRINTED NAME OF THE DISPOSITION IN WS-DISP-WORK
       450-DISP-NAME-RTN.
           EVALUATE WS-DISP-WORK
             WHEN 'O'   MOVE 'OPEN'         TO WS-DISP-NAME
             WHEN 'E'   MOVE 'ESCALATED'    TO WS-DISP-NAME
             WHEN 'C'   MOVE 'CLEARED'      TO WS-DISP-NAME
             WHEN 'R'   MOVE 'REPORTED'     TO WS-DISP-NAME
             WHEN OTHER MOVE WS-DISP-WORK   TO WS-DISP-NAME
           END-EVALUATE.
      *----------------------------------------------------------------
      *WRITES THE APPLIED CARD'S AUDIT LINE, NAMING THE OPERATOR WHO
      *KEYED IT
       600-AUDIT-RTN.
           MOVE DTR-CASE-NO                   TO AUD-CASE-NO
           MOVE WS-AC-ACCT-NO (WS-CASE-SUB)   TO AUD-ACCT-NO
           MOVE DTR-OPERATOR                  TO AUD-OPERATOR
           MOVE WS-AC-DISP-NOTE (WS-CASE-SUB) TO AUD-NOTE
           WRITE AUDIT-RPT-REC FROM DL-AUDIT-LINE
           ADD 1 TO WS-APPLIED-COUNT.
      *----------------------------------------------------------------
      *WRITES THE FAILED CARD AND ITS REASON TO THE AUDIT REPORT
       650-REJECT-RTN.
           MOVE DTR-CASE-NO     TO REJ-CASE-NO
           MOVE DTR-DISPOSITION TO REJ-DISPOSITION
           MOVE DTR-OPERATOR    TO REJ-OPERATOR
           WRITE AUDIT-RPT-REC FROM DL-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
      *----------------------------------------------------------------
      *WRITES EVERY CASE TO THE NEW FILE
       750-WRITE-OUTPUT-RTN.
           OPEN OUTPUT NEW-CASE-FILE
           PERFORM 760-WRITE-CASE-RTN
             VARYING WS-SUB FROM 1 BY 1
             UNTIL WS-SUB > WS-CASE-COUNT
           CLOSE NEW-CASE-FILE.
      *----------------------------------------------------------------
       760-WRITE-CASE-RTN.
           MOVE SPACES TO NEW-AML-CASE-REC
           MOVE WS-AC-CASE-NO (WS-SUB)     TO NAC-CASE-NO
           MOVE WS-AC-ACCT-NO (WS-SUB)     TO NAC-ACCT-NO
           MOVE WS-AC-ALERT-TYPE (WS-SUB)  TO NAC-ALERT-TYPE
           MOVE WS-AC-RAISED-DATE (WS-SUB) TO NAC-RAISED-DATE
           MOVE WS-AC-AMOUNT (WS-SUB)      TO NAC-AMOUNT
           MOVE WS-AC-COUNT (WS-SUB)       TO NAC-COUNT
           MOVE WS-AC-DETAIL (WS-SUB)      TO NAC-DETAIL
           MOVE WS-AC-DISPOSITION (WS-SUB) TO NAC-DISPOSITION
           MOVE WS-AC-DISP-DATE (WS-SUB)   TO NAC-DISP-DATE
           MOVE WS-AC-DISP-BY (WS-SUB)     TO NAC-DISP-BY
           MOVE WS-AC-DISP-NOTE (WS-SUB)   TO NAC-DISP-NOTE
           WRITE NEW-AML-CASE-REC
           ADD 1 TO WS-LIVE-COUNT
           IF NAC-UNRESOLVED
             ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF.
      *----------------------------------------------------------------
      *SHOWS THE RUN'S TOTALS ON THE AUDIT REPORT
       800-TOTALS-RTN.
           WRITE AUDIT-RPT-REC FROM BLANK-LINE
           MOVE 'CARDS APPLIED. . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-APPLIED-COUNT                 TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CARDS REJECTED . . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-REJECT-COUNT                  TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CASES ON NEW FILE. . . . . . :' TO DL-TOT-LABEL
           MOVE WS-LIVE-COUNT                    TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE
           MOVE 'CASES UNRESOLVED . . . . . . :' TO DL-TOT-LABEL
           MOVE WS-UNRESOLVED-COUNT              TO DL-TOT-COUNT
           WRITE AUDIT-RPT-REC FROM DL-TOTAL-LINE.
      *****************************************************************
