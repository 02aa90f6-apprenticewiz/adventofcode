       LOAD-LEGAL-HOLDS.
           MOVE 0 TO HOLD-COUNT ACTIVE-HOLD-COUNT
           MOVE "N" TO LEGAL-HOLD-EOF
           OPEN INPUT LEGAL-HOLD-FILE
           IF LEGAL-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LEGAL-HOLD-EOF = "Y"
             READ LEGAL-HOLD-FILE
               AT END
                 MOVE "Y" TO LEGAL-HOLD-EOF
               NOT AT END
                 IF LEGAL-HOLD-RECORD(1:1) NOT = "*"
                     AND LEGAL-HOLD-RECORD NOT = SPACES
                     PERFORM APPLY-LEGAL-HOLD-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE.

       APPLY-LEGAL-HOLD-RECORD.
           IF HOLD-COUNT >= MAX-HOLDS
               DISPLAY "WARNING: LEGALHLD.DAT holds more than "
                   MAX-HOLDS " entries, the rest are ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-COUNT
           MOVE SPACES TO HOLD-ID-TEXT
           UNSTRING LEGAL-HOLD-RECORD DELIMITED BY ","
               INTO HOLD-ID-TEXT HL-STATE(HOLD-COUNT)
                   HL-TYPE(HOLD-COUNT) HL-VALUE(HOLD-COUNT)
                   HL-FROM(HOLD-COUNT) HL-TO(HOLD-COUNT)
                   HL-REQUESTER(HOLD-COUNT) HL-REASON(HOLD-COUNT)
                   HL-PLACED-BY(HOLD-COUNT) HL-PLACED-DATE(HOLD-COUNT)
                   HL-RELEASED-BY(HOLD-COUNT)
                   HL-RELEASED-DATE(HOLD-COUNT)
           END-UNSTRING
           IF FUNCTION TRIM(HOLD-ID-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(HOLD-ID-TEXT) TO HL-ID(HOLD-COUNT)
           ELSE
               MOVE 0 TO HL-ID(HOLD-COUNT)
           END-IF
           IF HL-STATE(HOLD-COUNT) = "ACTIVE"
               ADD 1 TO ACTIVE-HOLD-COUNT
           END-IF.

       CHECK-LEGAL-HOLD.
           MOVE 0 TO HOLD-HIT-IDX
           IF ACTIVE-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
               OR HOLD-HIT-IDX > 0
             PERFORM MATCH-ONE-HOLD
             IF HOLD-MATCH = "Y"
                 MOVE HOLD-IDX TO HOLD-HIT-IDX
             END-IF
           END-PERFORM.

       MATCH-ONE-HOLD.
           MOVE "N" TO HOLD-MATCH
           IF HL-STATE(HOLD-IDX) NOT = "ACTIVE"
               OR HL-VALUE(HOLD-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HL-VALUE(HOLD-IDX)))
               TO HOLD-VALUE-LEN
           MOVE 0 TO HOLD-TALLY
           EVALUATE HL-TYPE(HOLD-IDX)
             WHEN "CUSTOMER"
               INSPECT HOLD-ITEM-TEXT TALLYING HOLD-TALLY
                   FOR ALL HL-VALUE(HOLD-IDX)(1:HOLD-VALUE-LEN)
               IF HOLD-TALLY = 0 AND HOLD-ITEM-KIND = "FILE"
                   PERFORM GREP-HOLD-CUSTOMER
               END-IF
             WHEN "RUN"
               IF HOLD-ITEM-KIND = "FILE"
                   MOVE SPACES TO HOLD-RUN-DATE
                   STRING HL-VALUE(HOLD-IDX)(2:4) "-"
                       HL-VALUE(HOLD-IDX)(6:2) "-"
                       HL-VALUE(HOLD-IDX)(8:2)
                       DELIMITED BY SIZE
                       INTO HOLD-RUN-DATE
                   END-STRING
                   IF HOLD-ITEM-DATE = HOLD-RUN-DATE
                       MOVE 1 TO HOLD-TALLY
                   END-IF
               ELSE
                   INSPECT HOLD-ITEM-TEXT TALLYING HOLD-TALLY
                       FOR ALL HL-VALUE(HOLD-IDX)(1:HOLD-VALUE-LEN)
               END-IF
             WHEN "PROGRAM"
               IF HOLD-ITEM-PROGRAM = HL-VALUE(HOLD-IDX)
                   MOVE 1 TO HOLD-TALLY
               END-IF
             WHEN "DATES"
               IF HOLD-ITEM-DATE NOT = SPACES
                   AND HOLD-ITEM-DATE >= HL-FROM(HOLD-IDX)
                   AND HOLD-ITEM-DATE <= HL-TO(HOLD-IDX)
                   MOVE 1 TO HOLD-TALLY
               END-IF
           END-EVALUATE
           IF HOLD-TALLY > 0
               MOVE "Y" TO HOLD-MATCH
           END-IF.

       GREP-HOLD-CUSTOMER.
           MOVE SPACES TO HOLD-GREP-COMMAND
           STRING "grep -l -F -w -e '" DELIMITED BY SIZE
               HL-VALUE(HOLD-IDX)(1:HOLD-VALUE-LEN) DELIMITED BY SIZE
               "' -- '" DELIMITED BY SIZE
               FUNCTION TRIM(HOLD-ITEM-TEXT) DELIMITED BY SIZE
               "' > LEGALHLD.TMP 2>/dev/null" DELIMITED BY SIZE
               INTO HOLD-GREP-COMMAND
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING HOLD-GREP-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT HOLD-GREP-FILE
           IF HOLD-GREP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HOLD-GREP-FILE
             NOT AT END
               IF HOLD-GREP-RECORD NOT = SPACES
                   MOVE 1 TO HOLD-TALLY
               END-IF
           END-READ
           CLOSE HOLD-GREP-FILE
           CALL "CBL_DELETE_FILE" USING "LEGALHLD.TMP"
           MOVE 0 TO RETURN-CODE.

       DESCRIBE-LEGAL-HOLD.
           MOVE HL-ID(HOLD-IDX) TO DISP-HOLD-ID
           MOVE SPACES TO HOLD-DESCRIPTION
           STRING "hold " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HOLD-ID) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HL-TYPE(HOLD-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HL-VALUE(HOLD-IDX)) DELIMITED BY SIZE
               INTO HOLD-DESCRIPTION
           END-STRING.
