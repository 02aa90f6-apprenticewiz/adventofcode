             WHEN "THRESHOLD"
               MOVE FUNCTION NUMVAL(MODEL-VALUE-TEXT)
                   TO PASS-THRESHOLD
             WHEN "VERSION"
               CONTINUE
             WHEN OTHER
               DISPLAY "error: SCOREMDL.CTL contains unknown "
                   "keyword " FUNCTION TRIM(MODEL-KEY)
