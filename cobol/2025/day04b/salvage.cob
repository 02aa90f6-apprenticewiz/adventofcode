       WRITE-VALUATION-REPORT.
           OPEN OUTPUT SALVAGE-RPT-FILE
           MOVE SPACES TO SALVAGE-RPT-RECORD
           STRING "salvage valuation run " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
               INTO SALVAGE-RPT-RECORD
           END-STRING
