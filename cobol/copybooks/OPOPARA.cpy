       LOAD-OPEN-POS.
           MOVE 0 TO OPEN-PO-COUNT
           MOVE "N" TO OPEN-PO-EOF
           OPEN INPUT OPEN-PO-FILE
           IF OPEN-PO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OPEN-PO-EOF = "Y"
             READ OPEN-PO-FILE
               AT END
                 MOVE "Y" TO OPEN-PO-EOF
               NOT AT END
                 IF OPEN-PO-RECORD(1:1) NOT = "*"
                     AND OPEN-PO-RECORD NOT = SPACES
                     PERFORM APPLY-OPEN-PO-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE.

       APPLY-OPEN-PO-RECORD.
           MOVE SPACES TO OPO-TOKEN-TABLE
           UNSTRING OPEN-PO-RECORD DELIMITED BY ","
               INTO OPO-TOKEN(1) OPO-TOKEN(2) OPO-TOKEN(3)
                   OPO-TOKEN(4) OPO-TOKEN(5) OPO-TOKEN(6)
                   OPO-TOKEN(7) OPO-TOKEN(8) OPO-TOKEN(9)
                   OPO-TOKEN(10)
           END-UNSTRING
           IF FUNCTION TRIM(OPO-TOKEN(4)) IS NOT NUMERIC
               OR FUNCTION TRIM(OPO-TOKEN(5)) IS NOT NUMERIC
               OR (OPO-TOKEN(8) NOT = "O" AND OPO-TOKEN(8) NOT = "P"
                   AND OPO-TOKEN(8) NOT = "C")
               DISPLAY "error: bad OPENPO.MST record: "
                   FUNCTION TRIM(OPEN-PO-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPEN-PO-COUNT NOT < MAX-OPEN-POS
               DISPLAY "error: more than 2000 purchase orders on "
                   "OPENPO.MST"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO OPEN-PO-COUNT
           MOVE OPO-TOKEN(1) TO OP-PO(OPEN-PO-COUNT)
           MOVE OPO-TOKEN(2) TO OP-SUPPLIER(OPEN-PO-COUNT)
           MOVE OPO-TOKEN(3) TO OP-ITEM(OPEN-PO-COUNT)
           MOVE FUNCTION NUMVAL(OPO-TOKEN(4))
               TO OP-ORDERED(OPEN-PO-COUNT)
           MOVE FUNCTION NUMVAL(OPO-TOKEN(5))
               TO OP-RECEIVED(OPEN-PO-COUNT)
           MOVE OPO-TOKEN(6) TO OP-RAISED(OPEN-PO-COUNT)
           MOVE OPO-TOKEN(7) TO OP-PROMISED(OPEN-PO-COUNT)
           MOVE OPO-TOKEN(8) TO OP-STATUS(OPEN-PO-COUNT)
           IF OPO-TOKEN(9) = SPACES
               MOVE 0 TO OP-UNIT-COST(OPEN-PO-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(OPO-TOKEN(9))
                   TO OP-UNIT-COST(OPEN-PO-COUNT)
           END-IF
           MOVE OPO-TOKEN(10) TO OP-LAST-RECEIPT(OPEN-PO-COUNT).

       FIND-OPEN-PO.
           MOVE 0 TO OPO-FOUND-IDX
           PERFORM VARYING OPO-IDX FROM 1 BY 1
               UNTIL OPO-IDX > OPEN-PO-COUNT
             IF OP-PO(OPO-IDX) = OPO-WANT-PO
                 MOVE OPO-IDX TO OPO-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       ADD-OPEN-PO.
           IF OPEN-PO-COUNT NOT < MAX-OPEN-POS
               DISPLAY "error: more than 2000 purchase orders on "
                   "OPENPO.MST"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO OPEN-PO-COUNT
           MOVE OPEN-PO-COUNT TO OPO-FOUND-IDX
           MOVE OPO-WANT-PO TO OP-PO(OPO-FOUND-IDX)
           MOVE SPACES TO OP-SUPPLIER(OPO-FOUND-IDX)
               OP-ITEM(OPO-FOUND-IDX) OP-RAISED(OPO-FOUND-IDX)
               OP-PROMISED(OPO-FOUND-IDX)
               OP-LAST-RECEIPT(OPO-FOUND-IDX)
           MOVE 0 TO OP-ORDERED(OPO-FOUND-IDX)
               OP-RECEIVED(OPO-FOUND-IDX)
               OP-UNIT-COST(OPO-FOUND-IDX)
           MOVE "O" TO OP-STATUS(OPO-FOUND-IDX)
           MOVE "Y" TO OPEN-PO-CHANGED.

       SAVE-OPEN-POS.
           IF OPEN-PO-CHANGED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OPEN-PO-NEW-FILE
           IF OPEN-PO-STATUS NOT = "00"
               DISPLAY "error: cannot write OPENPO.MST.NEW"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING OPO-IDX FROM 1 BY 1
               UNTIL OPO-IDX > OPEN-PO-COUNT
             MOVE SPACES TO OPEN-PO-NEW-RECORD
             MOVE OP-ORDERED(OPO-IDX) TO DISP-OPO-QTY
             STRING FUNCTION TRIM(OP-PO(OPO-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(OP-SUPPLIER(OPO-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(OP-ITEM(OPO-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-OPO-QTY) DELIMITED BY SIZE
                 INTO OPEN-PO-NEW-RECORD
             END-STRING
             MOVE OP-RECEIVED(OPO-IDX) TO DISP-OPO-QTY
             MOVE OP-UNIT-COST(OPO-IDX) TO DISP-OPO-COST
             STRING FUNCTION TRIM(OPEN-PO-NEW-RECORD)
                 DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-OPO-QTY) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 OP-RAISED(OPO-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 OP-PROMISED(OPO-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 OP-STATUS(OPO-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-OPO-COST) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(OP-LAST-RECEIPT(OPO-IDX))
                 DELIMITED BY SIZE
                 INTO OPEN-PO-NEW-RECORD
             END-STRING
             WRITE OPEN-PO-NEW-RECORD
           END-PERFORM
           CLOSE OPEN-PO-NEW-FILE
           MOVE RETURN-CODE TO OPO-SAVE-RC
           CALL "CBL_DELETE_FILE" USING "OPENPO.MST"
           CALL "CBL_RENAME_FILE" USING "OPENPO.MST.NEW"
               "OPENPO.MST"
           MOVE OPO-SAVE-RC TO RETURN-CODE
           MOVE "N" TO OPEN-PO-CHANGED.
