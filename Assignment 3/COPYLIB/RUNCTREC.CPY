      *NIGHTLY RUN-CONTROL FILE (RUNCTL.DAT) - ONE RECORD APPENDED
      *PER EVENT IN A NIGHT'S LIFE, ALL UNDER THE NIGHT'S RUN
      *SEQUENCE NUMBER: THE NIGHT BEGUN, EACH STEP COMPLETED (WITH
      *ITS RETURN CODE, THE STEP TO RESTART AT IF THE WORK AFTER IT
      *FAILS, AND THE RECORD COUNTS OF ITS KEY OUTPUT FILES), A STEP
      *RELEASED BY THE OPERATOR TO RUN AGAIN, THE NIGHT FAILING,
      *AND THE NIGHT ENDED. THE LATEST RECORD FOR A STEP WINS.
       01  RUN-CTL-REC.
           05 RCT-NIGHT-SEQ       PIC 9(7).
           05 RCT-REC-TYPE        PIC X(1).
              88 RCT-NIGHT-BEGUN             VALUE 'B'.
              88 RCT-STEP-DONE               VALUE 'S'.
              88 RCT-STEP-VOIDED             VALUE 'V'.
              88 RCT-NIGHT-FAILED            VALUE 'F'.
              88 RCT-NIGHT-ENDED             VALUE 'E'.
      *THE STEP THE RECORD IS ABOUT - ON A FAILURE, THE LAST STEP
      *THAT HAD COMPLETED
           05 RCT-STEP            PIC X(8).
           05 RCT-DATE            PIC X(8).
           05 RCT-TIME            PIC X(6).
      *'0000' FOR A COMPLETED STEP; ON A FAILURE THE FAILING STEP'S
      *CONDITION CODE, OR 'ABEND'
           05 RCT-RETURN-CODE     PIC X(5).
      *WHERE THE STREAM RESTARTS IF THE WORK AFTER THIS POINT FAILS -
      *'NONE' WHERE NO STEP CAN SAFELY BE RESTARTED
           05 RCT-RESTART-STEP    PIC X(8).
           05 RCT-COUNT-ENTRY     OCCURS 3 TIMES.
              10 RCT-COUNT-FILE   PIC X(14).
              10 RCT-COUNT        PIC 9(7).
           05                     PIC X(4).
