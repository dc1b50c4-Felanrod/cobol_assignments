      *PURPOSE: TO CONSOLIDATE THE NIGHT'S EXCEPTION OUTPUTS INTO
      *         ONE MORNING PAGE - A1'S FORMAT REJECTS, DUPLICATES,
      *         AND COMPLIANCE FINDINGS, THE TRANSACTION AND BATCH
      *         REJECTS, THE SUSPENSE FILE, AND THE SATELLITE-FILE
      *         INTEGRITY SWEEP'S FINDINGS, AND THE SUSPICIOUS-
      *         ACTIVITY CASES LEFT UNRESOLVED PAST THEIR AGE LIMIT -
      *         WITH COUNTS AND DOLLAR EXPOSURE PER CATEGORY, NIGHT-
      *         OVER-NIGHT DELTAS OFF A SMALL CARRYFORWARD FILE, AND
      *         THE RUN LOG'S LATEST START/COMPLETE PAIR. A CATEGORY
      *         PAST ITS PARAMETERIZED THRESHOLD (OR A RUN THAT
      *         STARTED AND NEVER COMPLETED) FLAGS THE PAGE AND ENDS
      *         WITH A NON-ZERO CONDITION CODE, SO A DIRTY NIGHT
      *         PAGES THE OPERATORS INSTEAD OF WAITING TO BE NOTICED
      *         ACROSS NINE SEPARATE FILES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNSUM.
           SELECT OPTIONAL SUSPENSE-IN
             ASSIGN TO 'SUSPNS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INTEGRITY-RPT-IN
             ASSIGN TO 'RISWEEP.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AML-RPT-IN
             ASSIGN TO 'AMLMON.RPT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-IN
             ASSIGN TO 'RUNLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARRY-FILE
             ASSIGN TO 'MORNSUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD: THE TEN CATEGORY THRESHOLDS, IN REPORT
      *ORDER. NO CARD MEANS NO THRESHOLD ALARMS
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'MORNSUM.PRM'
      *TRNEDIT'S REJECT RECORD - THE TRANSACTION IMAGE LEADS WITH
      *THE ACCOUNT AND AMOUNT
       FD  TRANS-REJECT-IN
           RECORD CONTAINS 101 CHARACTERS.
       01  TRANS-REJECT-REC.
           05                     PIC X(5).
           05 TRJ-AMOUNT          PIC S9(5)V99.
           05                     PIC X(89).

       FD  BATCH-REJECT-IN
           RECORD CONTAINS 80 CHARACTERS.

      *THE SUSPENSE RECORD'S TRANSACTION IMAGE LEADS THE SAME WAY
       FD  SUSPENSE-IN
           RECORD CONTAINS 100 CHARACTERS.
       01  SUSPENSE-IN-REC.
           05                     PIC X(5).
           05 SUS-AMOUNT          PIC S9(5)V99.
           05                     PIC X(88).

      *RISWEEP'S FINDING LINES LEAD WITH THEIR TAG - ORPHAN, GRACE,
      *OR MISSNG
       FD  INTEGRITY-RPT-IN
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEGRITY-RPT-REC.
           05 RIS-TAG             PIC X(6).
           05                     PIC X(74).

      *THE MONITOR'S AGED-CASE LINES LEAD WITH THEIR TAG - AGED
       FD  AML-RPT-IN
           RECORD CONTAINS 80 CHARACTERS.
       01  AML-RPT-IN-REC.
           05 AML-TAG             PIC X(6).
           05                     PIC X(74).

      *MIRRORS THE RUN-LOG-REC LAYOUT THE NIGHTLY UPDATE APPENDS
       FD  RUN-LOG-IN

      *LAST NIGHT'S COUNTS IN REPORT ORDER
       FD  CARRY-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  CARRY-REC.
           05 CRY-RUN-DATE        PIC X(8).
           05 CRY-COUNT-GROUP.
               10 CRY-COUNT OCCURS 10 TIMES.
                   15             PIC X(2).
                   15 CRY-VALUE   PIC 9(5).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-LIMIT OCCURS 10 TIMES PIC 9(5).

       FD  SUMMARY-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-WORK-AREAS.
           05  WS-EOF-SW           PIC X        VALUE 'N'.
           05  WS-RUN-DATE         PIC X(8)     VALUE SPACES.
           05  WS-CAT-SUB          PIC 9(2)     VALUE ZERO.
           05  WS-AMOUNT-WORK      PIC 9(6)     VALUE ZERO.
           05  WS-DELTA-WORK       PIC S9(6)    VALUE ZERO.
           05  WS-BREACH-SW        PIC X        VALUE 'N'.
           05  WS-LAST-RUN-DATE    PIC X(8)     VALUE SPACES.
           05  WS-PRIOR-DATE       PIC X(8)     VALUE SPACES.
           05  WS-PRIOR-LOADED-SW  PIC X        VALUE 'N'.
      *THE TEN EXCEPTION CATEGORIES IN REPORT ORDER - A1 REJECTS,
      *A1 DUPLICATES, COMPLIANCE FINDINGS, TRANSACTION REJECTS,
      *BATCH REJECTS, SUSPENSE ITEMS, RI ORPHANS, RI ITEMS PAST
      *GRACE, RI MISSING RECORDS, AML CASES AGED
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 10 TIMES.
               10  WS-CAT-NAME     PIC X(16).
               10  WS-CAT-COUNT    PIC 9(5).
               10  WS-CAT-EXPOSURE PIC 9(9)V99.
           PERFORM 230-COUNT-TRANS-REJECTS-RTN
           PERFORM 240-COUNT-BATCH-REJECTS-RTN
           PERFORM 250-COUNT-SUSPENSE-RTN
           PERFORM 270-COUNT-INTEGRITY-RTN
           PERFORM 280-COUNT-AML-AGED-RTN
           PERFORM 260-READ-RUN-LOG-RTN
           PERFORM 300-PRINT-SUMMARY-RTN
           PERFORM 700-WRITE-CARRY-RTN
           MOVE 'TRANS REJECTS   ' TO WS-CAT-NAME (4)
           MOVE 'BATCH REJECTS   ' TO WS-CAT-NAME (5)
           MOVE 'SUSPENSE ITEMS  ' TO WS-CAT-NAME (6)
           MOVE 'RI ORPHANS      ' TO WS-CAT-NAME (7)
           MOVE 'RI PAST GRACE   ' TO WS-CAT-NAME (8)
           MOVE 'RI MISSING RECS ' TO WS-CAT-NAME (9)
           MOVE 'AML CASES AGED  ' TO WS-CAT-NAME (10)
           PERFORM 155-INIT-ONE-RTN
             VARYING WS-CAT-SUB FROM 1 BY 1
             UNTIL WS-CAT-SUB > 10.
      *----------------------------------------------------------------
       155-INIT-ONE-RTN.
           MOVE ZERO  TO WS-CAT-COUNT (WS-CAT-SUB)
               MOVE CRY-RUN-DATE TO WS-PRIOR-DATE
               PERFORM 165-LOAD-ONE-PRIOR-RTN
                 VARYING WS-CAT-SUB FROM 1 BY 1
                 UNTIL WS-CAT-SUB > 10
           END-READ
           CLOSE CARRY-FILE.
      *----------------------------------------------------------------
               TO WS-CAT-PRIOR (WS-CAT-SUB)
           END-IF.
      *----------------------------------------------------------------
      *TAKES THE TEN CATEGORY THRESHOLDS FROM THE PARM CARD WHEN
      *ONE IS SUPPLIED
       170-LOAD-PARM-RTN.
           OPEN INPUT PARM-FILE
             NOT AT END
               PERFORM 175-LOAD-ONE-LIMIT-RTN
                 VARYING WS-CAT-SUB FROM 1 BY 1
                 UNTIL WS-CAT-SUB > 10
           END-READ
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *COUNTS THE INTEGRITY SWEEP'S FINDINGS BY THEIR TAG
       270-COUNT-INTEGRITY-RTN.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INTEGRITY-RPT-IN
           PERFORM 275-INTEGRITY-READ-RTN UNTIL WS-EOF-SW = 'Y'
           CLOSE INTEGRITY-RPT-IN.
      *----------------------------------------------------------------
       275-INTEGRITY-READ-RTN.
           READ INTEGRITY-RPT-IN
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               EVALUATE RIS-TAG
                 WHEN 'ORPHAN'
                   ADD 1 TO WS-CAT-COUNT (7)
                 WHEN 'GRACE '
                   ADD 1 TO WS-CAT-COUNT (8)
                 WHEN 'MISSNG'
                   ADD 1 TO WS-CAT-COUNT (9)
               END-EVALUATE
           END-READ.
      *----------------------------------------------------------------
      *COUNTS THE SUSPICIOUS-ACTIVITY CASES THE MONITOR LISTED AS
      *UNRESOLVED PAST THEIR AGE LIMIT
       280-COUNT-AML-AGED-RTN.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AML-RPT-IN
           PERFORM 285-AML-READ-RTN UNTIL WS-EOF-SW = 'Y'
           CLOSE AML-RPT-IN.
      *----------------------------------------------------------------
       285-AML-READ-RTN.
           READ AML-RPT-IN
             AT END
               MOVE 'Y' TO WS-EOF-SW
             NOT AT END
               IF AML-TAG = 'AGED  '
                 ADD 1 TO WS-CAT-COUNT (10)
               END-IF
           END-READ.
      *----------------------------------------------------------------
      *PRINTS THE ONE-PAGE SUMMARY
       300-PRINT-SUMMARY-RTN.
           OPEN OUTPUT SUMMARY-RPT-FILE
           WRITE SUMMARY-RPT-REC FROM HL-COLUMN-LINE
           PERFORM 350-CATEGORY-LINE-RTN
             VARYING WS-CAT-SUB FROM 1 BY 1
             UNTIL WS-CAT-SUB > 10
           WRITE SUMMARY-RPT-REC FROM BLANK-LINE
           PERFORM 360-RUN-LOG-LINE-RTN
           IF WS-BREACH-SW = 'Y'
           MOVE WS-RUN-DATE TO CRY-RUN-DATE
           PERFORM 750-CARRY-ONE-RTN
             VARYING WS-CAT-SUB FROM 1 BY 1
             UNTIL WS-CAT-SUB > 10
           WRITE CARRY-REC
           CLOSE CARRY-FILE.
      *----------------------------------------------------------------
