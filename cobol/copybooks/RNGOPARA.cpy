       LOAD-RANGE-OWNERS.
           MOVE 0 TO RANGE-OWNER-COUNT
           MOVE "N" TO RANGE-OWNER-EOF
           OPEN INPUT RANGE-OWNER-FILE
           IF RANGE-OWNER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RANGE-OWNER-EOF = "Y"
             READ RANGE-OWNER-FILE
               AT END
                 MOVE "Y" TO RANGE-OWNER-EOF
               NOT AT END
                 IF RANGE-OWNER-RECORD(1:1) NOT = "*"
                     AND RANGE-OWNER-RECORD NOT = SPACES
                     PERFORM APPLY-RANGE-OWNER-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RANGE-OWNER-FILE.

       APPLY-RANGE-OWNER-RECORD.
           MOVE SPACES TO RNGO-LO-TEXT RNGO-HI-TEXT RNGO-OWNER-TEXT
               RNGO-DESC-TEXT
           UNSTRING RANGE-OWNER-RECORD DELIMITED BY ","
               INTO RNGO-LO-TEXT RNGO-HI-TEXT RNGO-OWNER-TEXT
                   RNGO-DESC-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(RNGO-OWNER-TEXT) TO RNGO-OWNER-TEXT
           IF FUNCTION TRIM(RNGO-LO-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(RNGO-HI-TEXT) IS NOT NUMERIC
               OR RNGO-OWNER-TEXT = SPACES
               OR RNGO-OWNER-TEXT(9:8) NOT = SPACES
               DISPLAY "error: bad RANGEOWN.MST record: "
                   FUNCTION TRIM(RANGE-OWNER-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RANGE-OWNER-COUNT NOT < MAX-RANGE-OWNERS
               DISPLAY "error: more than 500 ranges on RANGEOWN.MST"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RANGE-OWNER-COUNT
           MOVE FUNCTION NUMVAL(RNGO-LO-TEXT)
               TO RO-LO(RANGE-OWNER-COUNT)
           MOVE FUNCTION NUMVAL(RNGO-HI-TEXT)
               TO RO-HI(RANGE-OWNER-COUNT)
           MOVE RNGO-OWNER-TEXT TO RO-OWNER(RANGE-OWNER-COUNT)
           MOVE FUNCTION TRIM(RNGO-DESC-TEXT)
               TO RO-DESC(RANGE-OWNER-COUNT)
           IF RO-LO(RANGE-OWNER-COUNT) > RO-HI(RANGE-OWNER-COUNT)
               DISPLAY "error: RANGEOWN.MST range out of order: "
                   FUNCTION TRIM(RANGE-OWNER-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING RNGO-CHK-IDX FROM 1 BY 1
               UNTIL RNGO-CHK-IDX >= RANGE-OWNER-COUNT
             IF RO-LO(RANGE-OWNER-COUNT) <= RO-HI(RNGO-CHK-IDX)
                 AND RO-LO(RNGO-CHK-IDX) <= RO-HI(RANGE-OWNER-COUNT)
                 DISPLAY "error: RANGEOWN.MST range "
                     FUNCTION TRIM(RANGE-OWNER-RECORD)
                     " overlaps a range owned by "
                     FUNCTION TRIM(RO-OWNER(RNGO-CHK-IDX))
                 MOVE 2 TO RETURN-CODE
                 STOP RUN
             END-IF
           END-PERFORM.

       FIND-RANGE-OWNER.
           MOVE 0 TO RNGO-FOUND-IDX
           PERFORM VARYING RNGO-IDX FROM 1 BY 1
               UNTIL RNGO-IDX > RANGE-OWNER-COUNT
                   OR RNGO-FOUND-IDX > 0
             IF RNGO-WANT-ID >= RO-LO(RNGO-IDX)
                 AND RNGO-WANT-ID <= RO-HI(RNGO-IDX)
                 MOVE RNGO-IDX TO RNGO-FOUND-IDX
             END-IF
           END-PERFORM.
