

       FD  JOB-CLASS-REF
           RECORD CONTAINS 61 CHARACTERS.
           COPY JOBCLS.


                 ADD 1              TO WS-RECORD-COUNT
                 ADD ANNUAL-SALARY-IN-N TO WS-SALARY-TOTAL
                 PERFORM 250-TRIM-NAME-PARA
      *THE CSV IS READ BY PEOPLE, SO IT CARRIES ONLY THE LAST FOUR
      *DIGITS OF THE SSN - THE FULL NUMBER STAYS ON THE EXTRACT FOR
      *THE AGENCY AND CARRIER INTERFACES THAT NEED IT
                 MOVE SPACES TO CSV-RECORD
                 STRING EMPLOYEE-NO-IN   DELIMITED BY SIZE
                        ","              DELIMITED BY SIZE
                        ","              DELIMITED BY SIZE
                        ANNUAL-SALARY-IN DELIMITED BY SIZE
                        ","              DELIMITED BY SIZE
                        '*****'          DELIMITED BY SIZE
                        SOC-SEC-NO-IN (6:4) DELIMITED BY SIZE
                        ","              DELIMITED BY SIZE
                        NO-OF-DEPENDS-IN DELIMITED BY SIZE
                        ","              DELIMITED BY SIZE
