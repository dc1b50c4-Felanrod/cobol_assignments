      *NAME: JOEL MURPHY
      *DATE: SEPTEMBER 2, 2026
      *PURPOSE: TO GATHER THE TAX YEAR'S INTEREST POSTINGS FOR THE
      *         YEAR-END INTEREST INCOME REPORTING - EVERY HISTORY
      *         LINE THE NIGHTLY UPDATE MARKED AS INTEREST, AND EVERY
      *         REVERSAL (ONE MAY HAVE BACKED AN INTEREST POSTING
      *         OUT), DATED IN THE YEAR, IS COPIED TO ONE EXTRACT
      *         FILE FROM WHEREVER IT NOW LIVES: THE DATED MONTHLY
      *         ARCHIVES (HAYYYYMM.DAT) THE MONTH-END ROLLOVER HAS
      *         CUT, AND THE LIVE HISTORY FILE FOR ANYTHING NOT YET
      *         ROLLED. THE JOB STREAM JOINS THE EXTRACT TO THE
      *         ACCOUNT OWNERS FOR INTTAX.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTXTR.
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
      *ONE CLOSED PERIOD'S ARCHIVE AT A TIME, UNDER THE PERIOD'S OWN
      *DATED FILE NAME. OPTIONAL: A MONTH NEVER ROLLED (OR A YEAR
      *THE SYSTEM WAS NOT YET RUNNING FOR) SIMPLY HAS NO ARCHIVE
           SELECT OPTIONAL HISTORY-ARCHIVE
             ASSIGN USING WS-ARCHIVE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE LIVE HISTORY - THE OPEN PERIOD NOT YET ROLLED
           SELECT OPTIONAL HISTORY-LIVE
             ASSIGN TO 'HIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *THE YEAR'S INTEREST AND REVERSAL LINES, IN THE HISTORY
      *LAYOUT, IN NO PARTICULAR ORDER
           SELECT INTEREST-EXTRACT-FILE
             ASSIGN TO 'INTYR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *SINGLE PARM CARD, SHARED WITH INTTAX: THE TAX YEAR (YYYY),
      *DEFAULTING TO THE RUN'S OWN YEAR. THE REPORTING MINIMUM ON
      *THE SAME CARD IS INTTAX'S ALONE
           SELECT OPTIONAL PARM-FILE
             ASSIGN TO 'INTTAX.PRM'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
      *MIRRORS THE HISTORY-REC LAYOUT THE NIGHTLY UPDATE WRITES -
      *ONLY THE DATE AND THE ACTION ARE LOOKED AT HERE
       FD  HISTORY-ARCHIVE
           RECORD CONTAINS 88 CHARACTERS.
       01  HISTORY-ARCHIVE-REC.
           05                     PIC X(50).
           05 HAR-DATE.
              10 HAR-DATE-YEAR    PIC X(4).
              10                  PIC X(4).
           05                     PIC X(2).
           05 HAR-ACTION          PIC X(8).
           05                     PIC X(20).

       FD  HISTORY-LIVE
           RECORD CONTAINS 88 CHARACTERS.
       01  HISTORY-LIVE-REC.
           05                     PIC X(50).
           05 HLV-DATE.
              10 HLV-DATE-YEAR    PIC X(4).
              10                  PIC X(4).
           05                     PIC X(2).
           05 HLV-ACTION          PIC X(8).
           05                     PIC X(20).

       FD  INTEREST-EXTRACT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  INTEREST-EXTRACT-REC   PIC X(88).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-TAX-YEAR       PIC X(4).
           05                     PIC X(2).
           05 PARM-MINIMUM        PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-ARCHIVE-EOF-SW   PIC X        VALUE 'N'.
           05  WS-LIVE-EOF-SW      PIC X        VALUE 'N'.
           05  WS-RUN-DATE.
               10  WS-RUN-YEAR     PIC X(4).
               10                  PIC X(4).
           05  WS-TAX-YEAR         PIC X(4)     VALUE SPACES.
           05  WS-NEXT-YEAR        PIC 9(4)     VALUE ZERO.
           05  WS-MONTH            PIC 9(2)     VALUE ZERO.
           05  WS-ARCHIVE-READ     PIC 9(7)     VALUE ZERO.
           05  WS-LIVE-READ        PIC 9(7)     VALUE ZERO.
           05  WS-INTEREST-COUNT   PIC 9(7)     VALUE ZERO.
           05  WS-REVERSAL-COUNT   PIC 9(7)     VALUE ZERO.
       01  WS-ARCHIVE-FILE-NAME.
           05                      PIC X(2)     VALUE 'HA'.
           05  WS-ARC-PERIOD.
               10  WS-ARC-YEAR     PIC X(4)     VALUE '0000'.
               10  WS-ARC-MONTH    PIC 9(2)     VALUE ZERO.
           05                      PIC X(4)     VALUE '.DAT'.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *SETTLES THE TAX YEAR, THEN PASSES THE YEAR'S TWELVE ARCHIVES,
      *THE FOLLOWING JANUARY'S, AND THE LIVE HISTORY, KEEPING THE
      *YEAR'S INTEREST AND REVERSAL LINES
       100-MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-PARM-RTN
           OPEN OUTPUT INTEREST-EXTRACT-FILE
           MOVE WS-TAX-YEAR TO WS-ARC-YEAR
           PERFORM 200-ARCHIVE-MONTH-RTN
             VARYING WS-MONTH FROM 1 BY 1
             UNTIL WS-MONTH > 12
      *A DECEMBER ROLLOVER RUN AFTER THE NEW YEAR HAS BEGUN FILES
      *THE LAST OF THE YEAR UNDER THE NEXT YEAR'S JANUARY - THE DATE
      *TEST BELOW KEEPS ONLY THE TAX YEAR'S LINES FROM IT
           MOVE WS-TAX-YEAR TO WS-NEXT-YEAR
           ADD 1 TO WS-NEXT-YEAR
           MOVE WS-NEXT-YEAR TO WS-ARC-YEAR
           MOVE 1 TO WS-MONTH
           PERFORM 200-ARCHIVE-MONTH-RTN
           OPEN INPUT HISTORY-LIVE
           PERFORM 400-READ-LIVE-PARA
           PERFORM 450-LIVE-LINE-PARA UNTIL WS-LIVE-EOF-SW = 'Y'
           CLOSE HISTORY-LIVE
                 INTEREST-EXTRACT-FILE
           DISPLAY 'INTEREST EXTRACT FOR TAX YEAR ' WS-TAX-YEAR
           DISPLAY 'ARCHIVE LINES READ . . . : ' WS-ARCHIVE-READ
           DISPLAY 'LIVE HISTORY LINES READ. : ' WS-LIVE-READ
           DISPLAY 'INTEREST LINES KEPT. . . : ' WS-INTEREST-COUNT
           DISPLAY 'REVERSAL LINES KEPT. . . : ' WS-REVERSAL-COUNT
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES THE TAX YEAR FROM THE PARM CARD WHEN ONE IS SUPPLIED
      *AND USABLE, OTHERWISE THE RUN'S OWN YEAR
       150-LOAD-PARM-RTN.
           MOVE WS-RUN-YEAR TO WS-TAX-YEAR
           OPEN INPUT PARM-FILE
           READ PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-TAX-YEAR NUMERIC
                 MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
               END-IF
           END-READ
           CLOSE PARM-FILE.
      *----------------------------------------------------------------
      *PASSES ONE MONTH'S ARCHIVE, IF THERE IS ONE
       200-ARCHIVE-MONTH-RTN.
           MOVE WS-MONTH TO WS-ARC-MONTH
           MOVE 'N' TO WS-ARCHIVE-EOF-SW
           OPEN INPUT HISTORY-ARCHIVE
           PERFORM 300-READ-ARCHIVE-PARA
           PERFORM 350-ARCHIVE-LINE-PARA
             UNTIL WS-ARCHIVE-EOF-SW = 'Y'
           CLOSE HISTORY-ARCHIVE.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE OPEN ARCHIVE
       300-READ-ARCHIVE-PARA.
           READ HISTORY-ARCHIVE
             AT END
               MOVE 'Y' TO WS-ARCHIVE-EOF-SW
             NOT AT END
               ADD 1 TO WS-ARCHIVE-READ
           END-READ.
      *----------------------------------------------------------------
      *KEEPS ONE ARCHIVED LINE IF IT IS THE YEAR'S INTEREST OR A
      *REVERSAL
       350-ARCHIVE-LINE-PARA.
           IF HAR-DATE-YEAR = WS-TAX-YEAR
             EVALUATE HAR-ACTION
               WHEN 'INTEREST'
                 WRITE INTEREST-EXTRACT-REC FROM HISTORY-ARCHIVE-REC
                 ADD 1 TO WS-INTEREST-COUNT
               WHEN 'REVERSAL'
                 WRITE INTEREST-EXTRACT-REC FROM HISTORY-ARCHIVE-REC
                 ADD 1 TO WS-REVERSAL-COUNT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           PERFORM 300-READ-ARCHIVE-PARA.
      *----------------------------------------------------------------
      *READ NEXT RECORD FROM THE LIVE HISTORY
       400-READ-LIVE-PARA.
           READ HISTORY-LIVE
             AT END
               MOVE 'Y' TO WS-LIVE-EOF-SW
             NOT AT END
               ADD 1 TO WS-LIVE-READ
           END-READ.
      *----------------------------------------------------------------
      *KEEPS ONE LIVE LINE IF IT IS THE YEAR'S INTEREST OR A
      *REVERSAL
       450-LIVE-LINE-PARA.
           IF HLV-DATE-YEAR = WS-TAX-YEAR
             EVALUATE HLV-ACTION
               WHEN 'INTEREST'
                 WRITE INTEREST-EXTRACT-REC FROM HISTORY-LIVE-REC
                 ADD 1 TO WS-INTEREST-COUNT
               WHEN 'REVERSAL'
                 WRITE INTEREST-EXTRACT-REC FROM HISTORY-LIVE-REC
                 ADD 1 TO WS-REVERSAL-COUNT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           PERFORM 400-READ-LIVE-PARA.
      *****************************************************************
