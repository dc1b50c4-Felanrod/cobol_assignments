           PERFORM 560-TRIM-NAME-PARA
             UNTIL WS-NAME-LENGTH = 1
             OR    EXT-EMPLOYEE-NAME (WS-NAME-LENGTH:1) NOT = SPACE
      *ONLY THE LAST FOUR DIGITS OF THE SSN GO ON THE CSV, THE SAME
      *AS A1'S
           MOVE SPACES TO SELECT-CSV-REC
           STRING EXT-EMPLOYEE-NO    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  EXT-ANNUAL-SALARY-RAW DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  '*****'            DELIMITED BY SIZE
                  EXT-SOC-SEC-NO (6:4) DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  EXT-NO-OF-DEPENDS  DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
