      *         EMPLOYEE NUMBER AND THE FULL RECORD (NAME, LOCATION,
      *         SALARY, JOB CLASS, HIRE DATE) COMES BACK ON THE
      *         CONSOLE, INSTEAD OF A TEN-MINUTE HUNT THROUGH THE
      *         FLAT EXTRACT IN AN EDITOR. THE OPERATOR SIGNS ON WITH
      *         THEIR USER ID AND EVERY LOOKUP IS WRITTEN TO THE
      *         PERMANENT INQUIRY LOG (EMPINQ.LOG) FOR THE AUDITORS;
      *         ONLY THE LAST FOUR DIGITS OF THE SSN ARE SHOWN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMP-EMPLOYEE-NO.
      *THE PERMANENT INQUIRY LOG - APPENDED TO, NEVER REWRITTEN.
      *OPTIONAL SO THE FIRST LOOKUP EVER CAN CREATE IT
           SELECT OPTIONAL INQUIRY-LOG
             ASSIGN TO 'EMPINQ.LOG'
             ORGANIZATION IS LINE SEQUENTIAL.

      ***********************************************************
       DATA DIVISION.
           RECORD CONTAINS 66 CHARACTERS.
           COPY EMPREC.

       FD  INQUIRY-LOG
           RECORD CONTAINS 36 CHARACTERS.
           COPY INQLOG.

       WORKING-STORAGE SECTION.
       01  WS-INQUIRY-NO      PIC X(5)    VALUE SPACES.
       01  WS-SALARY-ED       PIC $ZZZ,ZZ9.
       01  WS-USER-ID         PIC X(8)    VALUE SPACES.
       01  WS-INQ-DATE        PIC X(8)    VALUE SPACES.
       01  WS-INQ-TIME        PIC X(8)    VALUE SPACES.
       01  WS-INQ-RESULT      PIC X       VALUE SPACE.

      **********************************************************
       PROCEDURE DIVISION.
      *MAIN PARAGRAPH
      *PROMPTS FOR EMPLOYEE NUMBERS ONE AT A TIME UNTIL THE OPERATOR
      *ENTERS SPACES (OR JUST PRESSES ENTER) TO QUIT. NO USER ID,
      *NO LOOKUPS - AN INQUIRY THE LOG CANNOT PUT A NAME TO IS NOT
      *ANSWERED
       100-MAIN-PARA.
           DISPLAY 'ENTER YOUR USER ID: '
           ACCEPT WS-USER-ID
           IF WS-USER-ID = SPACES
             DISPLAY 'EMPINQ - NO USER ID ENTERED, NO INQUIRIES TAKEN'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT  EMPLOYEE-MASTER
                EXTEND INQUIRY-LOG
      *TEST AFTER, SO THE FIRST PROMPT HAPPENS BEFORE THE QUIT
      *CONDITION IS EVER LOOKED AT
           PERFORM 200-INQUIRY-PARA
             WITH TEST AFTER
             UNTIL WS-INQUIRY-NO = SPACES
           CLOSE EMPLOYEE-MASTER
                 INQUIRY-LOG
           STOP RUN.
      *----------------------------------------------------------------
      *TAKES ONE EMPLOYEE NUMBER FROM THE CONSOLE AND SHOWS THE RECORD
             READ EMPLOYEE-MASTER
               INVALID KEY
                 DISPLAY 'EMPLOYEE ' WS-INQUIRY-NO ' NOT ON FILE'
                 MOVE 'N' TO WS-INQ-RESULT
               NOT INVALID KEY
                 PERFORM 300-DISPLAY-RECORD-PARA
                 MOVE 'F' TO WS-INQ-RESULT
             END-READ
             PERFORM 400-LOG-INQUIRY-PARA
           END-IF.
      *----------------------------------------------------------------
      *SHOWS THE FULL EMPLOYEE RECORD ON THE CONSOLE
           DISPLAY 'TERRITORY/OFFICE : ' EMP-TERRITORY-NO ' / '
             EMP-OFFICE-NO
           DISPLAY 'ANNUAL SALARY. . : ' WS-SALARY-ED
           DISPLAY 'SOC SEC NO . . . : *****' EMP-SOC-SEC-NO (6:4)
           DISPLAY 'DEPENDENTS . . . : ' EMP-NO-OF-DEPENDS
           DISPLAY 'JOB CLASS. . . . : ' EMP-JOB-CLASS-CODE
           DISPLAY 'DATE HIRED . . . : ' EMP-DATE-HIRED
             WHEN OTHER
               DISPLAY 'SSN STATUS . . . : NOT YET SUBMITTED'
           END-EVALUATE.
      *----------------------------------------------------------------
      *WRITES ONE LOOKUP TO THE INQUIRY LOG - FOUND OR NOT, SINCE THE
      *AUDITORS WANT THE ATTEMPTS AS WELL AS THE HITS
       400-LOG-INQUIRY-PARA.
           ACCEPT WS-INQ-DATE FROM DATE YYYYMMDD
           ACCEPT WS-INQ-TIME FROM TIME
           MOVE SPACES             TO INQUIRY-LOG-REC
           MOVE WS-INQ-DATE        TO ILG-DATE
           MOVE WS-INQ-TIME (1:6)  TO ILG-TIME
           MOVE WS-USER-ID         TO ILG-USER-ID
           MOVE WS-INQUIRY-NO      TO ILG-EMPLOYEE-NO
           MOVE WS-INQ-RESULT      TO ILG-RESULT
           WRITE INQUIRY-LOG-REC.
      *****************************************************************
