      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO KEEP THE NIGHTLY STREAM'S RUN-CONTROL FILE
      *         (RUNCTL.DAT), SO A NIGHT THAT FAILS PARTWAY CAN BE
      *         RESTARTED AT THE FAILED STEP WITHOUT ANYONE WORKING
      *         OUT FROM THE LISTINGS WHAT ALREADY RAN. THE STREAM
      *         RUNS IT WITH ONE REQUEST CARD PER STEP, THE SAME WAY
      *         RUNLOCK TAKES ITS CARD:
      *           BEGIN - OPENS THE NIGHT UNDER THE RUN SEQUENCE
      *                   NUMBER ASSIGN3 WILL GIVE IT, OR CARRIES ON
      *                   A NIGHT THAT NEVER FINISHED;
      *           DONE  - RECORDS A STEP COMPLETED, WITH ITS RETURN
      *                   CODE, THE RECORD COUNTS OF UP TO THREE KEY
      *                   OUTPUT FILES, AND WHERE TO RESTART IF THE
      *                   WORK AFTER IT FAILS;
      *           CHECK - AHEAD OF A STEP THAT MUST NOT RUN TWICE,
      *                   REFUSES (CONDITION CODE 16) WHEN THE STEP
      *                   HAS ALREADY COMPLETED FOR THE NIGHT;
      *           FAIL  - RECORDS THE NIGHT FAILING WITH THE CODE ON
      *                   THE CARD AND PRINTS THE STEPS DONE AND THE
      *                   RESTART STEP FOR THE OPERATOR;
      *           CLOSE - ENDS THE NIGHT;
      *           REDO  - RELEASES ONE COMPLETED STEP TO RUN AGAIN,
      *                   ON THE OPERATOR'S SAY-SO ONLY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
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
      *THE RUN-CONTROL FILE ITSELF - APPENDED TO, NEVER REWRITTEN.
      *OPTIONAL SO THE VERY FIRST BEGIN CAN CREATE IT
           SELECT OPTIONAL RUN-CTL-FILE
             ASSIGN TO 'RUNCTL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *ASSIGN3'S LAST-ASSIGNED RUN SEQUENCE NUMBER, READ ONLY
           SELECT OPTIONAL RUN-SEQ-FILE
             ASSIGN TO 'RUNSEQ.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *WHICHEVER KEY OUTPUT FILE A DONE CARD NAMES. OPTIONAL SO A
      *FILE THE STEP LEFT ABSENT COUNTS AS EMPTY
           SELECT OPTIONAL COUNT-FILE
             ASSIGN USING WS-COUNT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY RUNCTREC.

       FD  RUN-SEQ-FILE.
       01  RUN-SEQ-REC            PIC 9(7).

       FD  COUNT-FILE.
       01  COUNT-REC              PIC X(400).

       WORKING-STORAGE SECTION.
      *THE REQUEST CARD. ON A FAIL CARD THE STEP FIELD CARRIES THE
      *FAILING STEP'S CONDITION CODE INSTEAD
       01  WS-CTL-REQUEST.
           05 WS-REQ-FUNCTION     PIC X(6)      VALUE SPACES.
           05 WS-REQ-STEP         PIC X(8)      VALUE SPACES.
           05 WS-REQ-FAIL-CODE REDEFINES WS-REQ-STEP
                                  PIC X(8).
           05                     PIC X(1)      VALUE SPACES.
           05 WS-REQ-RESTART-STEP PIC X(8)      VALUE SPACES.
           05                     PIC X(1)      VALUE SPACES.
           05 WS-REQ-COUNT-ENTRY  OCCURS 3 TIMES.
              10 WS-REQ-COUNT-FILE
                                  PIC X(14).
              10                  PIC X(1).
           05                     PIC X(11)     VALUE SPACES.
       01  WS-RUN-DATE            PIC X(8)      VALUE SPACES.
       01  WS-RUN-TIME            PIC X(8)      VALUE SPACES.
       01  WS-CTL-EOF-SW          PIC X         VALUE 'N'.
       01  WS-COUNT-EOF-SW        PIC X         VALUE 'N'.
       01  WS-COUNT-FILE-NAME     PIC X(14)     VALUE SPACES.
       01  WS-COUNT-SUB           PIC 9(1)      VALUE ZERO.
       01  WS-RECORD-COUNT        PIC 9(7)      VALUE ZERO.
       01  WS-PRIOR-RUN-SEQ       PIC 9(7)      VALUE ZERO.
      *THE LATEST NIGHT ON THE RUN-CONTROL FILE, AS FOLDED FROM IT
       01  WS-NIGHT-SEQ           PIC 9(7)      VALUE ZERO.
       01  WS-NIGHT-OPEN-SW       PIC X         VALUE 'N'.
       01  WS-NIGHT-DATE          PIC X(8)      VALUE SPACES.
       01  WS-LAST-DONE-STEP      PIC X(8)      VALUE SPACES.
       01  WS-RESTART-STEP        PIC X(8)      VALUE SPACES.
       01  WS-FAIL-COUNT          PIC 9(3)      VALUE ZERO.
       01  WS-LAST-FAIL-CODE      PIC X(5)      VALUE SPACES.
      *ONE ENTRY PER STEP THE LATEST NIGHT HAS RECORDED, LATEST
      *RECORD WINNING - A STEP RELEASED BY REDO IS LEFT AT 'V'
       01  WS-STEP-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY
               OCCURS 1 TO 250 TIMES
               DEPENDING ON WS-STEP-COUNT
               INDEXED BY STEP-IDX.
               10  WS-STEP-NAME-T     PIC X(8).
               10  WS-STEP-STATUS-T   PIC X(1).
               10  WS-STEP-DATE-T     PIC X(8).
               10  WS-STEP-TIME-T     PIC X(6).
       01  WS-FIND-STEP           PIC X(8)      VALUE SPACES.
       01  WS-STEP-FOUND-SW       PIC X         VALUE 'N'.
       01  DL-COUNT-LINE.
           05                     PIC X(14)     VALUE
               '    RECORDS ON'.
           05                     PIC X(1)      VALUE SPACES.
           05  DL-COUNT-FILE      PIC X(14).
           05                     PIC X(1)      VALUE SPACES.
           05  DL-COUNT           PIC ZZZZZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *TAKES THE REQUEST CARD, FOLDS THE RUN-CONTROL FILE INTO THE
      *LATEST NIGHT'S STATE, AND CARRIES OUT THE REQUEST
       100-MAIN-PARA.
           ACCEPT WS-CTL-REQUEST
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 200-LOAD-CONTROL-PARA
           EVALUATE WS-REQ-FUNCTION
             WHEN 'BEGIN '
               PERFORM 300-BEGIN-NIGHT-PARA
             WHEN 'CHECK '
               PERFORM 400-CHECK-STEP-PARA
             WHEN 'DONE  '
               PERFORM 500-STEP-DONE-PARA
             WHEN 'FAIL  '
               PERFORM 600-NIGHT-FAILED-PARA
             WHEN 'CLOSE '
               PERFORM 700-CLOSE-NIGHT-PARA
             WHEN 'REDO  '
               PERFORM 800-REDO-STEP-PARA
             WHEN OTHER
               DISPLAY 'RUNCTL REQUEST NOT RECOGNISED: '
                 WS-CTL-REQUEST
               MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      *----------------------------------------------------------------
      *READS THE WHOLE RUN-CONTROL FILE, KEEPING ONLY THE LATEST
      *NIGHT - A HIGHER SEQUENCE NUMBER STARTS THE FOLD AFRESH
       200-LOAD-CONTROL-PARA.
           OPEN INPUT RUN-CTL-FILE
           PERFORM 210-READ-CONTROL-PARA
           PERFORM 220-FOLD-CONTROL-PARA UNTIL WS-CTL-EOF-SW = 'Y'
           CLOSE RUN-CTL-FILE.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE RUN-CONTROL FILE
       210-READ-CONTROL-PARA.
           READ RUN-CTL-FILE
             AT END
               MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *FOLDS ONE RUN-CONTROL RECORD INTO THE LATEST NIGHT'S STATE
       220-FOLD-CONTROL-PARA.
           IF RCT-NIGHT-SEQ > WS-NIGHT-SEQ
             MOVE RCT-NIGHT-SEQ TO WS-NIGHT-SEQ
             MOVE RCT-DATE      TO WS-NIGHT-DATE
             MOVE 'Y'           TO WS-NIGHT-OPEN-SW
             MOVE ZERO          TO WS-STEP-COUNT
                                   WS-FAIL-COUNT
             MOVE SPACES        TO WS-LAST-DONE-STEP
                                   WS-RESTART-STEP
                                   WS-LAST-FAIL-CODE
           END-IF
           IF RCT-NIGHT-SEQ = WS-NIGHT-SEQ
             EVALUATE TRUE
               WHEN RCT-NIGHT-BEGUN
                 MOVE 'Y'              TO WS-NIGHT-OPEN-SW
                 IF WS-LAST-DONE-STEP = SPACES
                   MOVE RCT-RESTART-STEP TO WS-RESTART-STEP
                 END-IF
               WHEN RCT-STEP-DONE
                 PERFORM 230-POST-STEP-RTN
                 MOVE RCT-STEP         TO WS-LAST-DONE-STEP
                 MOVE RCT-RESTART-STEP TO WS-RESTART-STEP
               WHEN RCT-STEP-VOIDED
                 PERFORM 230-POST-STEP-RTN
               WHEN RCT-NIGHT-FAILED
                 ADD 1                 TO WS-FAIL-COUNT
                 MOVE RCT-RETURN-CODE  TO WS-LAST-FAIL-CODE
               WHEN RCT-NIGHT-ENDED
                 MOVE 'N'              TO WS-NIGHT-OPEN-SW
             END-EVALUATE
           END-IF
           PERFORM 210-READ-CONTROL-PARA.
      *----------------------------------------------------------------
      *POSTS A STEP'S COMPLETION (OR ITS RELEASE TO RUN AGAIN) TO
      *ITS TABLE ENTRY, ADDING THE ENTRY THE FIRST TIME THE STEP
      *IS SEEN
       230-POST-STEP-RTN.
           MOVE RCT-STEP TO WS-FIND-STEP
           PERFORM 900-FIND-STEP-RTN
           IF WS-STEP-FOUND-SW = 'N'
             IF WS-STEP-COUNT < 250
               ADD 1 TO WS-STEP-COUNT
               SET STEP-IDX TO WS-STEP-COUNT
               MOVE RCT-STEP TO WS-STEP-NAME-T (STEP-IDX)
               MOVE 'Y'      TO WS-STEP-FOUND-SW
             ELSE
               DISPLAY 'RUNCTL STEP TABLE FULL AT ' RCT-STEP
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF
           IF WS-STEP-FOUND-SW = 'Y'
             MOVE RCT-REC-TYPE TO WS-STEP-STATUS-T (STEP-IDX)
             MOVE RCT-DATE     TO WS-STEP-DATE-T (STEP-IDX)
             MOVE RCT-TIME     TO WS-STEP-TIME-T (STEP-IDX)
           END-IF.
      *----------------------------------------------------------------
      *OPENS A NEW NIGHT, OR CARRIES ON ONE THAT NEVER FINISHED. A
      *NEW NIGHT TAKES THE SEQUENCE NUMBER ASSIGN3 WILL ASSIGN
      *TONIGHT, SO THE RUN LOG AND THE RUN-CONTROL FILE AGREE ON AN
      *ORDINARY NIGHT. AN UNFINISHED NIGHT IS NOT STARTED OVER: ITS
      *COMPLETED STEPS STAY COMPLETED, SO A STEP THAT MUST NOT RUN
      *TWICE IS STILL REFUSED BY ITS CHECK
       300-BEGIN-NIGHT-PARA.
           IF WS-NIGHT-OPEN-SW = 'Y'
             DISPLAY 'NIGHT ' WS-NIGHT-SEQ ' BEGUN ' WS-NIGHT-DATE
               ' NEVER FINISHED - IT IS CARRIED ON, NOT STARTED OVER'
             PERFORM 950-LIST-STEPS-RTN
             PERFORM 960-SHOW-RESTART-RTN
           ELSE
             PERFORM 310-READ-RUN-SEQ-PARA
             IF WS-PRIOR-RUN-SEQ > WS-NIGHT-SEQ
               MOVE WS-PRIOR-RUN-SEQ TO WS-NIGHT-SEQ
             END-IF
             ADD 1 TO WS-NIGHT-SEQ
             DISPLAY 'NIGHT ' WS-NIGHT-SEQ ' BEGUN'
           END-IF
           PERFORM 975-CLEAR-CONTROL-RTN
           MOVE 'B'    TO RCT-REC-TYPE
           MOVE WS-REQ-STEP         TO RCT-STEP
           MOVE WS-REQ-RESTART-STEP TO RCT-RESTART-STEP
           PERFORM 980-WRITE-CONTROL-RTN.
      *----------------------------------------------------------------
      *TAKES THE LAST RUN SEQUENCE NUMBER ASSIGN3 ASSIGNED - ZERO
      *BEFORE ITS FIRST RUN
       310-READ-RUN-SEQ-PARA.
           MOVE ZERO TO WS-PRIOR-RUN-SEQ
           OPEN INPUT RUN-SEQ-FILE
           READ RUN-SEQ-FILE
             AT END
               MOVE ZERO        TO WS-PRIOR-RUN-SEQ
             NOT AT END
               IF RUN-SEQ-REC NUMERIC
                 MOVE RUN-SEQ-REC TO WS-PRIOR-RUN-SEQ
               END-IF
           END-READ
           CLOSE RUN-SEQ-FILE.
      *----------------------------------------------------------------
      *STANDS AHEAD OF A STEP THAT MUST NOT RUN TWICE FOR THE SAME
      *NIGHT. A STEP ALREADY COMPLETED IS REFUSED WITH A NON-ZERO
      *CODE, WHICH BYPASSES IT AND EVERYTHING AFTER IT
       400-CHECK-STEP-PARA.
           IF WS-NIGHT-OPEN-SW = 'N'
             PERFORM 970-NO-OPEN-NIGHT-RTN
           ELSE
             MOVE WS-REQ-STEP TO WS-FIND-STEP
             PERFORM 900-FIND-STEP-RTN
             IF WS-STEP-FOUND-SW = 'Y'
             AND WS-STEP-STATUS-T (STEP-IDX) = 'S'
               DISPLAY '*** ' WS-REQ-STEP ' ALREADY COMPLETED FOR '
                 'NIGHT ' WS-NIGHT-SEQ ' ON '
                 WS-STEP-DATE-T (STEP-IDX) ' AT '
                 WS-STEP-TIME-T (STEP-IDX)
                 ' - REFUSED, IT MUST NOT RUN TWICE ***'
               PERFORM 960-SHOW-RESTART-RTN
               MOVE 16 TO RETURN-CODE
             ELSE
               DISPLAY WS-REQ-STEP ' NOT YET COMPLETED FOR NIGHT '
                 WS-NIGHT-SEQ ' - CLEARED TO RUN'
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *RECORDS A STEP COMPLETED. THE STEP CAN ONLY HAVE ENDED ZERO -
      *UNDER THE STREAM'S COND=(0,NE) ANY OTHER CODE BYPASSES THIS
      *STEP - AND THE COUNTS ARE TAKEN FROM ITS KEY OUTPUT FILES AS
      *IT LEFT THEM
       500-STEP-DONE-PARA.
           IF WS-NIGHT-OPEN-SW = 'N'
             PERFORM 970-NO-OPEN-NIGHT-RTN
           ELSE
             PERFORM 975-CLEAR-CONTROL-RTN
             MOVE 'S'                  TO RCT-REC-TYPE
             MOVE WS-REQ-STEP          TO RCT-STEP
             MOVE '0000'               TO RCT-RETURN-CODE
             MOVE WS-REQ-RESTART-STEP  TO RCT-RESTART-STEP
             DISPLAY WS-REQ-STEP ' COMPLETED FOR NIGHT ' WS-NIGHT-SEQ
             PERFORM 510-COUNT-FILE-RTN
               VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > 3
             PERFORM 980-WRITE-CONTROL-RTN
           END-IF.
      *----------------------------------------------------------------
      *COUNTS THE RECORDS ON ONE KEY OUTPUT FILE NAMED ON THE CARD
       510-COUNT-FILE-RTN.
           MOVE SPACES TO RCT-COUNT-FILE (WS-COUNT-SUB)
           MOVE ZERO   TO RCT-COUNT (WS-COUNT-SUB)
           IF WS-REQ-COUNT-FILE (WS-COUNT-SUB) NOT = SPACES
             MOVE WS-REQ-COUNT-FILE (WS-COUNT-SUB)
               TO WS-COUNT-FILE-NAME
             MOVE ZERO TO WS-RECORD-COUNT
             MOVE 'N'  TO WS-COUNT-EOF-SW
             OPEN INPUT COUNT-FILE
             PERFORM 520-READ-COUNT-PARA
             PERFORM 530-TALLY-COUNT-PARA
               UNTIL WS-COUNT-EOF-SW = 'Y'
             CLOSE COUNT-FILE
             MOVE WS-COUNT-FILE-NAME TO RCT-COUNT-FILE (WS-COUNT-SUB)
                                        DL-COUNT-FILE
             MOVE WS-RECORD-COUNT    TO RCT-COUNT (WS-COUNT-SUB)
                                        DL-COUNT
             DISPLAY DL-COUNT-LINE
           END-IF.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE FILE BEING COUNTED
       520-READ-COUNT-PARA.
           READ COUNT-FILE
             AT END
               MOVE 'Y' TO WS-COUNT-EOF-SW
           END-READ.
      *----------------------------------------------------------------
      *COUNTS ONE RECORD AND READS THE NEXT
       530-TALLY-COUNT-PARA.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 520-READ-COUNT-PARA.
      *----------------------------------------------------------------
      *RECORDS THE NIGHT FAILING. NO STEP CAN SEE ANOTHER STEP'S
      *CONDITION CODE, SO THE STREAM PASSES IT ON THE CARD; THE
      *FAILING STEP IS THE ONE AFTER THE LAST STEP COMPLETED. THE
      *NIGHT STAYS OPEN FOR ITS RESTART
       600-NIGHT-FAILED-PARA.
           IF WS-NIGHT-OPEN-SW = 'N'
             DISPLAY 'RUNCTL HAS NO OPEN NIGHT TO RECORD CODE '
               WS-REQ-FAIL-CODE ' AGAINST'
           ELSE
             PERFORM 975-CLEAR-CONTROL-RTN
             MOVE 'F'                  TO RCT-REC-TYPE
             MOVE WS-LAST-DONE-STEP    TO RCT-STEP
             MOVE WS-REQ-FAIL-CODE     TO RCT-RETURN-CODE
             MOVE WS-RESTART-STEP      TO RCT-RESTART-STEP
             PERFORM 980-WRITE-CONTROL-RTN
             IF WS-LAST-DONE-STEP = SPACES
               DISPLAY '*** NIGHT ' WS-NIGHT-SEQ ' FAILED WITH CODE '
                 WS-REQ-FAIL-CODE ' BEFORE ANY STEP COMPLETED ***'
             ELSE
               DISPLAY '*** NIGHT ' WS-NIGHT-SEQ ' FAILED WITH CODE '
                 WS-REQ-FAIL-CODE ' IN THE STEP AFTER '
                 WS-LAST-DONE-STEP ' ***'
             END-IF
             PERFORM 950-LIST-STEPS-RTN
             PERFORM 960-SHOW-RESTART-RTN
           END-IF.
      *----------------------------------------------------------------
      *ENDS THE NIGHT - AT THE END OF A CLEAN STREAM, OR ON THE
      *OPERATOR'S CARD FOR A NIGHT RESOLVED BY HAND
       700-CLOSE-NIGHT-PARA.
           IF WS-NIGHT-OPEN-SW = 'N'
             DISPLAY 'RUNCTL HAS NO OPEN NIGHT TO CLOSE'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM 975-CLEAR-CONTROL-RTN
             MOVE 'E'    TO RCT-REC-TYPE
             MOVE WS-LAST-DONE-STEP TO RCT-STEP
             PERFORM 980-WRITE-CONTROL-RTN
             IF WS-FAIL-COUNT > ZERO
               DISPLAY 'NIGHT ' WS-NIGHT-SEQ ' CLOSED AFTER '
                 WS-FAIL-COUNT ' FAILURE(S) - LAST CODE '
                 WS-LAST-FAIL-CODE
             ELSE
               DISPLAY 'NIGHT ' WS-NIGHT-SEQ ' CLOSED'
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *RELEASES ONE COMPLETED STEP TO RUN AGAIN FOR THE OPEN NIGHT -
      *FOR THE OPERATOR WHO HAS UNDONE ITS WORK BY HAND
       800-REDO-STEP-PARA.
           IF WS-NIGHT-OPEN-SW = 'N'
             PERFORM 970-NO-OPEN-NIGHT-RTN
           ELSE
             MOVE WS-REQ-STEP TO WS-FIND-STEP
             PERFORM 900-FIND-STEP-RTN
             IF WS-STEP-FOUND-SW = 'Y'
             AND WS-STEP-STATUS-T (STEP-IDX) = 'S'
               PERFORM 975-CLEAR-CONTROL-RTN
               MOVE 'V'         TO RCT-REC-TYPE
               MOVE WS-REQ-STEP TO RCT-STEP
               PERFORM 980-WRITE-CONTROL-RTN
               DISPLAY WS-REQ-STEP ' RELEASED TO RUN AGAIN FOR NIGHT '
                 WS-NIGHT-SEQ
             ELSE
               DISPLAY WS-REQ-STEP ' HAS NOT COMPLETED FOR NIGHT '
                 WS-NIGHT-SEQ ' - NOTHING TO RELEASE'
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
      *----------------------------------------------------------------
      *LOOKS UP WS-FIND-STEP IN THE NIGHT'S STEP TABLE
       900-FIND-STEP-RTN.
           MOVE 'N' TO WS-STEP-FOUND-SW
           IF WS-STEP-COUNT > ZERO
             SET STEP-IDX TO 1
             SEARCH WS-STEP-ENTRY
               WHEN WS-STEP-NAME-T (STEP-IDX) = WS-FIND-STEP
                 MOVE 'Y' TO WS-STEP-FOUND-SW
             END-SEARCH
           END-IF.
      *----------------------------------------------------------------
      *LISTS THE STEPS THE NIGHT HAS COMPLETED, IN THE ORDER THEY
      *FIRST COMPLETED
       950-LIST-STEPS-RTN.
           IF WS-STEP-COUNT = ZERO
             DISPLAY '    NO STEP HAS COMPLETED FOR NIGHT '
               WS-NIGHT-SEQ
           ELSE
             DISPLAY '    STEPS COMPLETED FOR NIGHT ' WS-NIGHT-SEQ ':'
             PERFORM 955-LIST-ONE-STEP-RTN
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT
           END-IF.
      *----------------------------------------------------------------
      *LISTS ONE STEP - A STEP RELEASED TO RUN AGAIN IS SHOWN AS SUCH
       955-LIST-ONE-STEP-RTN.
           IF WS-STEP-STATUS-T (STEP-IDX) = 'S'
             DISPLAY '      ' WS-STEP-NAME-T (STEP-IDX) ' COMPLETED '
               WS-STEP-DATE-T (STEP-IDX) ' '
               WS-STEP-TIME-T (STEP-IDX)
           ELSE
             DISPLAY '      ' WS-STEP-NAME-T (STEP-IDX)
               ' RELEASED TO RUN AGAIN '
               WS-STEP-DATE-T (STEP-IDX) ' '
               WS-STEP-TIME-T (STEP-IDX)
           END-IF.
      *----------------------------------------------------------------
      *TELLS THE OPERATOR WHERE THE NIGHT RESTARTS - THE RESTART
      *STEP THE LAST COMPLETED STEP'S CARD NAMED
       960-SHOW-RESTART-RTN.
           EVALUATE TRUE
             WHEN WS-RESTART-STEP = SPACES
               DISPLAY '    RESUBMIT THE STREAM FROM THE TOP'
             WHEN WS-RESTART-STEP = 'NONE'
               DISPLAY '    NO STEP AFTER ' WS-LAST-DONE-STEP
                 ' CAN SAFELY BE RESTARTED - RESOLVE THE NIGHT BY'
                 ' HAND, THEN REDO OR CLOSE'
             WHEN OTHER
               DISPLAY '    RESUBMIT WITH RESTART=' WS-RESTART-STEP
                 ' ON THE JOB CARD'
           END-EVALUATE.
      *----------------------------------------------------------------
      *A CHECK, DONE, OR REDO WITH NO NIGHT OPEN - THE STREAM WAS
      *RESTARTED INTO A NIGHT ALREADY CLOSED, OR PAST ITS BEGIN
      *STEP ON THE FIRST NIGHT EVER. NOTHING AFTER IT MAY RUN
       970-NO-OPEN-NIGHT-RTN.
           DISPLAY '*** RUNCTL ' WS-REQ-FUNCTION WS-REQ-STEP
             ' - NO NIGHT IS OPEN (LAST NIGHT ' WS-NIGHT-SEQ
             ' IS CLOSED) - THE STREAM MUST BEGIN A NEW NIGHT ***'
           MOVE 16 TO RETURN-CODE.
      *----------------------------------------------------------------
      *CLEARS THE RECORD AREA FOR THE NEXT EVENT, COUNTS ZERO
       975-CLEAR-CONTROL-RTN.
           MOVE SPACES TO RUN-CTL-REC
           MOVE ZERO   TO RCT-COUNT (1)
                          RCT-COUNT (2)
                          RCT-COUNT (3).
      *----------------------------------------------------------------
      *APPENDS THE PREPARED RECORD UNDER THE NIGHT'S SEQUENCE
      *NUMBER, STAMPED WITH TODAY'S DATE AND TIME
       980-WRITE-CONTROL-RTN.
           MOVE WS-NIGHT-SEQ       TO RCT-NIGHT-SEQ
           MOVE WS-RUN-DATE        TO RCT-DATE
           MOVE WS-RUN-TIME (1:6)  TO RCT-TIME
           OPEN EXTEND RUN-CTL-FILE
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *****************************************************************
