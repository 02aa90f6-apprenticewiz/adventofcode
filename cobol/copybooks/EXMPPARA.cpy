       LOAD-EXEMPTIONS.
           MOVE "N" TO EXEMPT-EOF
           OPEN INPUT EXEMPT-FILE
           IF EXEMPT-STATUS = "00"
             PERFORM UNTIL EXEMPT-EOF = "Y"
               READ EXEMPT-FILE
                 AT END
                   MOVE "Y" TO EXEMPT-EOF
                 NOT AT END
                   IF FUNCTION TRIM(EXEMPT-RECORD) NOT = SPACES
                       AND EXEMPT-RECORD(1:1) NOT = "*"
                     PERFORM LOAD-EXEMPT-RECORD
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EXEMPT-FILE
           END-IF.

       LOAD-EXEMPT-RECORD.
           IF EXEMPT-COUNT >= MAX-EXEMPT
             DISPLAY "error: too many exemptions in EXEMPT.CTL "
                 "(max " FUNCTION TRIM(MAX-EXEMPT) ")"
             MOVE 1 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO EXEMPT-LO-TEXT EXEMPT-HI-TEXT
           UNSTRING EXEMPT-RECORD DELIMITED BY "-"
               INTO EXEMPT-LO-TEXT EXEMPT-HI-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(EXEMPT-LO-TEXT) IS NOT NUMERIC
             DISPLAY "error: bad exemption record: "
                 FUNCTION TRIM(EXEMPT-RECORD)
             MOVE 1 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO EXEMPT-COUNT
           MOVE FUNCTION NUMVAL(EXEMPT-LO-TEXT)
               TO EXEMPT-LO(EXEMPT-COUNT)
           IF FUNCTION TRIM(EXEMPT-HI-TEXT) = SPACES
             MOVE EXEMPT-LO(EXEMPT-COUNT)
                 TO EXEMPT-HI(EXEMPT-COUNT)
           ELSE
             IF FUNCTION TRIM(EXEMPT-HI-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(EXEMPT-HI-TEXT)
                   TO EXEMPT-HI(EXEMPT-COUNT)
             ELSE
               DISPLAY "error: bad exemption record: "
                   FUNCTION TRIM(EXEMPT-RECORD)
               MOVE 1 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           IF EXEMPT-LO(EXEMPT-COUNT) > EXEMPT-HI(EXEMPT-COUNT)
             DISPLAY "error: exemption range out of order: "
                 FUNCTION TRIM(EXEMPT-RECORD)
             MOVE 1 TO RETURN-CODE
             STOP RUN
           END-IF.

       CHECK-EXEMPTION.
           MOVE "N" TO EXEMPT-FLAG
           PERFORM VARYING EXEMPT-IDX FROM 1 BY 1
               UNTIL EXEMPT-IDX > EXEMPT-COUNT
             IF EXEMPT-CHECK-ID >= EXEMPT-LO(EXEMPT-IDX)
                 AND EXEMPT-CHECK-ID <= EXEMPT-HI(EXEMPT-IDX)
               MOVE "Y" TO EXEMPT-FLAG
               EXIT PERFORM
             END-IF
           END-PERFORM.
