       LOAD-RIBBON-ROLLS.
           MOVE 0 TO ROLL-COUNT ROLL-NEXT-NUMBER
           MOVE "N" TO ROLL-EOF HAVE-ROLLS
           OPEN INPUT RIBBON-ROLL-FILE
           IF ROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO HAVE-ROLLS
           PERFORM UNTIL ROLL-EOF = "Y"
             READ RIBBON-ROLL-FILE
               AT END
                 MOVE "Y" TO ROLL-EOF
               NOT AT END
                 IF RIBBON-ROLL-RECORD(1:1) NOT = "*"
                     AND RIBBON-ROLL-RECORD NOT = SPACES
                     PERFORM APPLY-RIBBON-ROLL-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RIBBON-ROLL-FILE.

       APPLY-RIBBON-ROLL-RECORD.
           MOVE SPACES TO ROLL-ID-TEXT ROLL-LEN-TEXT ROLL-REM-TEXT
           UNSTRING RIBBON-ROLL-RECORD DELIMITED BY ","
               INTO ROLL-ID-TEXT ROLL-LEN-TEXT ROLL-REM-TEXT
           END-UNSTRING
           IF ROLL-ID-TEXT = SPACES
               OR FUNCTION TRIM(ROLL-LEN-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(ROLL-REM-TEXT) IS NOT NUMERIC
               DISPLAY "error: bad RIBBON.ROLLS record: "
                   FUNCTION TRIM(RIBBON-ROLL-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ROLL-COUNT NOT < MAX-ROLLS
               DISPLAY "error: more than 500 rolls on RIBBON.ROLLS"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ROLL-COUNT
           MOVE ROLL-ID-TEXT TO RR-ID(ROLL-COUNT)
           MOVE FUNCTION NUMVAL(ROLL-LEN-TEXT) TO RR-LENGTH(ROLL-COUNT)
           MOVE FUNCTION NUMVAL(ROLL-REM-TEXT)
               TO RR-REMAINING(ROLL-COUNT)
           MOVE 0 TO RR-WASTE(ROLL-COUNT)
           MOVE "N" TO RR-CONSUMED(ROLL-COUNT)
           IF ROLL-ID-TEXT(1:1) = "R"
               AND ROLL-ID-TEXT(2:6) IS NUMERIC
               AND FUNCTION NUMVAL(ROLL-ID-TEXT(2:6))
                   > ROLL-NEXT-NUMBER
               MOVE FUNCTION NUMVAL(ROLL-ID-TEXT(2:6))
                   TO ROLL-NEXT-NUMBER
           END-IF.

       ADD-RIBBON-ROLL.
           IF ROLL-COUNT NOT < MAX-ROLLS
               DISPLAY "error: more than 500 rolls on RIBBON.ROLLS"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ROLL-COUNT
           ADD 1 TO ROLL-NEXT-NUMBER
           MOVE ROLL-NEXT-NUMBER TO DISP-ROLL-NUMBER
           MOVE SPACES TO RR-ID(ROLL-COUNT)
           STRING "R" DELIMITED BY SIZE
               DISP-ROLL-NUMBER DELIMITED BY SIZE
               INTO RR-ID(ROLL-COUNT)
           END-STRING
           MOVE ROLL-NEW-LENGTH TO RR-LENGTH(ROLL-COUNT)
               RR-REMAINING(ROLL-COUNT)
           MOVE 0 TO RR-WASTE(ROLL-COUNT)
           MOVE "N" TO RR-CONSUMED(ROLL-COUNT)
           MOVE "Y" TO HAVE-ROLLS.

       SAVE-RIBBON-ROLLS.
           OPEN OUTPUT RIBBON-ROLL-NEW-FILE
           IF ROLL-STATUS NOT = "00"
               DISPLAY "error: cannot write RIBBON.ROLLS.NEW"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "* roll,length,remaining feet" TO RIBBON-ROLL-NEW-RECORD
           WRITE RIBBON-ROLL-NEW-RECORD
           PERFORM VARYING ROLL-IDX FROM 1 BY 1
               UNTIL ROLL-IDX > ROLL-COUNT
             IF RR-REMAINING(ROLL-IDX) > 0
                 AND RR-CONSUMED(ROLL-IDX) NOT = "Y"
                 MOVE RR-LENGTH(ROLL-IDX) TO DISP-ROLL-FEET
                 MOVE RR-REMAINING(ROLL-IDX) TO DISP-ROLL-FEET-2
                 MOVE SPACES TO RIBBON-ROLL-NEW-RECORD
                 STRING FUNCTION TRIM(RR-ID(ROLL-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-ROLL-FEET) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-ROLL-FEET-2) DELIMITED BY SIZE
                     INTO RIBBON-ROLL-NEW-RECORD
                 END-STRING
                 WRITE RIBBON-ROLL-NEW-RECORD
             END-IF
           END-PERFORM
           CLOSE RIBBON-ROLL-NEW-FILE
           MOVE RETURN-CODE TO ROLL-SAVE-RC
           CALL "CBL_DELETE_FILE" USING "RIBBON.ROLLS"
           CALL "CBL_RENAME_FILE" USING "RIBBON.ROLLS.NEW"
               "RIBBON.ROLLS"
           MOVE ROLL-SAVE-RC TO RETURN-CODE.
