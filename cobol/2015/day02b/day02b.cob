       SELECT LEDGER-FILE ASSIGN TO "STOCK.LEDGER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-STATUS.
       COPY ROLLSEL.
       COPY AUDITSEL.
       COPY CSVSEL.

       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(96).

       COPY ROLLFD.
       COPY AUDITFD.
       COPY CSVFD.

       COPY CLIARGS.
       COPY AUDITWS.
       COPY CSVWS.
       COPY ROLLWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 MANIFEST-NAME        PIC X(256).
       77 BATCH-MODE           PIC X(1) VALUE "N".
       77 TRAILER-TOTAL        PIC 9(15).
       77 TRAILER-HAS-TOTAL    PIC X(1) VALUE "N".
       77 INPUT-DATA-COUNT     PIC 9(9) VALUE 0.
       77 LEDGER-TYPE          PIC X(8) VALUE "CONSUME".
       77 ROLL-CUR-IDX         PIC 9(4) VALUE 1.
       77 ROLL-NEED            PIC 9(9).
       77 ROLL-NEED-TOTAL      PIC 9(12) VALUE 0.
       77 ROLL-USABLE-START    PIC 9(12) VALUE 0.
       77 ROLL-USABLE-END      PIC 9(12) VALUE 0.
       77 ROLL-UNALLOCATED     PIC 9(12) VALUE 0.
       77 ROLL-FILE-UNALLOC    PIC 9(12) VALUE 0.
       77 ROLL-WASTE-TOTAL     PIC 9(12) VALUE 0.
       77 ROLLS-CONSUMED       PIC 9(4) VALUE 0.
       77 DISP-ROLLS-CONSUMED  PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
       ACCEPT ARG FROM ARGUMENT-VALUE

       PERFORM LOAD-STOCK-ON-HAND
       PERFORM LOAD-RIBBON-ROLLS
       IF HAVE-ROLLS = "Y"
           MOVE "Y" TO HAVE-STOCK
           PERFORM VARYING ROLL-IDX FROM 1 BY 1
               UNTIL ROLL-IDX > ROLL-COUNT
             ADD RR-REMAINING(ROLL-IDX) TO ROLL-USABLE-START
           END-PERFORM
       END-IF

       MOVE "DAY02B" TO AUDIT-PROGRAM

       DISPLAY "ribbon feet = " FUNCTION TRIM(DISP-RIBBON-TOTAL)
       DISPLAY "bow feet = " FUNCTION TRIM(DISP-BOW-TOTAL)

       IF HAVE-ROLLS = "Y"
           PERFORM SAVE-RIBBON-ROLLS
       END-IF

       IF HAVE-STOCK = "Y"
           PERFORM WRITE-CONSUMPTION-LEDGER
           PERFORM WRITE-SHORTFALL-REPORT
           CLOSE MANIFEST-FILE.

       PROCESS-FILE.
           MOVE ROLL-UNALLOCATED TO ROLL-FILE-UNALLOC
           MOVE "N" TO TRAILER-SEEN
           MOVE 0 TO INPUT-DATA-COUNT
           MOVE 0 TO FILE-LENGTH
           CLOSE INPUT-FILE
           PERFORM CHECK-TRAILER
           IF HAVE-STOCK = "Y" AND VALIDATE-ONLY NOT = "Y"
               IF (HAVE-ROLLS NOT = "Y"
                       AND (RIBBON-TOTAL > RIBBON-STOCK
                           OR BOW-TOTAL > BOW-STOCK))
                   OR ROLL-UNALLOCATED > ROLL-FILE-UNALLOC
                   IF UNCOVERED-COUNT < 20
                       ADD 1 TO UNCOVERED-COUNT
                       MOVE FILENAME
           IF LEDGER-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF HAVE-ROLLS = "Y"
               MOVE "RIBBON" TO LEDGER-ITEM
               COMPUTE LEDGER-QTY = ROLL-NEED-TOTAL - ROLL-UNALLOCATED
               IF LEDGER-QTY > 0
                   PERFORM WRITE-ONE-LEDGER-RECORD
               END-IF
               IF ROLL-WASTE-TOTAL > 0
                   MOVE "WASTE" TO LEDGER-TYPE
                   MOVE ROLL-WASTE-TOTAL TO LEDGER-QTY
                   PERFORM WRITE-ONE-LEDGER-RECORD
                   MOVE "CONSUME" TO LEDGER-TYPE
               END-IF
           ELSE
               MOVE "RIBBON" TO LEDGER-ITEM
               MOVE RIBBON-TOTAL TO LEDGER-QTY
               PERFORM WRITE-ONE-LEDGER-RECORD
               MOVE "BOW" TO LEDGER-ITEM
               MOVE BOW-TOTAL TO LEDGER-QTY
               PERFORM WRITE-ONE-LEDGER-RECORD
           END-IF
           CLOSE LEDGER-FILE.

       WRITE-ONE-LEDGER-RECORD.
           STRING LEDGER-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LEDGER-ITEM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LEDGER-TYPE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-LEDGER-QTY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
           MOVE "DAY02B stock-on-hand shortfall report"
               TO SHORTFALL-RECORD
           WRITE SHORTFALL-RECORD
           IF HAVE-ROLLS = "Y"
               PERFORM WRITE-ROLL-SHORTFALL-LINES
               PERFORM WRITE-UNCOVERED-LINES
               CLOSE SHORTFALL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE RIBBON-TOTAL TO DISP-REQUIRED
           MOVE RIBBON-STOCK TO DISP-AVAILABLE
           IF RIBBON-TOTAL > RIBBON-STOCK
           END-STRING
           WRITE SHORTFALL-RECORD
           DISPLAY FUNCTION TRIM(SHORTFALL-RECORD)
           PERFORM WRITE-UNCOVERED-LINES
           CLOSE SHORTFALL-FILE.

       WRITE-UNCOVERED-LINES.
           PERFORM VARYING UNCOVERED-IDX FROM 1 BY 1
               UNTIL UNCOVERED-IDX > UNCOVERED-COUNT
             MOVE SPACES TO SHORTFALL-RECORD
                   TO SHORTFALL-RECORD
               WRITE SHORTFALL-RECORD
               DISPLAY FUNCTION TRIM(SHORTFALL-RECORD)
           END-IF.

       WRITE-ROLL-SHORTFALL-LINES.
           MOVE ROLL-NEED-TOTAL TO DISP-REQUIRED
           MOVE ROLL-USABLE-START TO DISP-AVAILABLE
           MOVE ROLL-UNALLOCATED TO DISP-SHORTFALL
           MOVE SPACES TO SHORTFALL-RECORD
           STRING "RIBBON required=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-REQUIRED) DELIMITED BY SIZE
               " available=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AVAILABLE) DELIMITED BY SIZE
               " shortfall=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SHORTFALL) DELIMITED BY SIZE
               INTO SHORTFALL-RECORD
           END-STRING
           WRITE SHORTFALL-RECORD
           DISPLAY FUNCTION TRIM(SHORTFALL-RECORD)
           MOVE BOW-TOTAL TO DISP-REQUIRED
           MOVE SPACES TO SHORTFALL-RECORD
           STRING "bow feet cut from ribbon rolls=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-REQUIRED) DELIMITED BY SIZE
               INTO SHORTFALL-RECORD
           END-STRING
           WRITE SHORTFALL-RECORD
           DISPLAY FUNCTION TRIM(SHORTFALL-RECORD)
           MOVE 0 TO ROLL-USABLE-END
           PERFORM VARYING ROLL-IDX FROM 1 BY 1
               UNTIL ROLL-IDX > ROLL-COUNT
             IF RR-CONSUMED(ROLL-IDX) = "Y"
                 MOVE RR-LENGTH(ROLL-IDX) TO DISP-ROLL-FEET
                 MOVE RR-WASTE(ROLL-IDX) TO DISP-ROLL-FEET-2
                 MOVE SPACES TO SHORTFALL-RECORD
                 STRING "roll " DELIMITED BY SIZE
                     FUNCTION TRIM(RR-ID(ROLL-IDX)) DELIMITED BY SIZE
                     " consumed length=" DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-ROLL-FEET) DELIMITED BY SIZE
                     " offcut waste=" DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-ROLL-FEET-2) DELIMITED BY SIZE
                     INTO SHORTFALL-RECORD
                 END-STRING
                 WRITE SHORTFALL-RECORD
                 DISPLAY FUNCTION TRIM(SHORTFALL-RECORD)
             ELSE
                 ADD RR-REMAINING(ROLL-IDX) TO ROLL-USABLE-END
             END-IF
           END-PERFORM
           MOVE ROLLS-CONSUMED TO DISP-ROLLS-CONSUMED
           MOVE ROLL-WASTE-TOTAL TO DISP-LEDGER-QTY
           MOVE ROLL-USABLE-END TO DISP-AVAILABLE
           MOVE SPACES TO SHORTFALL-RECORD
           STRING "rolls consumed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROLLS-CONSUMED) DELIMITED BY SIZE
               " offcut waste=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-LEDGER-QTY) DELIMITED BY SIZE
               " usable remaining=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AVAILABLE) DELIMITED BY SIZE
               INTO SHORTFALL-RECORD
           END-STRING
           WRITE SHORTFALL-RECORD
           DISPLAY FUNCTION TRIM(SHORTFALL-RECORD).

       VALIDATE-BOX-RECORD.
           MOVE "N" TO RECORD-VALID
           ADD BOW-LENGTH TO BOW-TOTAL
           ADD BOW-LENGTH TO FILE-LENGTH

           IF HAVE-ROLLS = "Y"
               COMPUTE ROLL-NEED = PRESENT-LENGTH + BOW-LENGTH
               ADD ROLL-NEED TO ROLL-NEED-TOTAL
               PERFORM ALLOCATE-TO-ROLL UNTIL ROLL-NEED = 0
           END-IF

           MOVE PRESENT-LENGTH TO DISP-PRESENT
           MOVE BOW-LENGTH TO DISP-BOW
           DISPLAY "box " FUNCTION TRIM(L-PART) "x"
               " ribbon=" FUNCTION TRIM(DISP-PRESENT)
               " bow=" FUNCTION TRIM(DISP-BOW).

       ALLOCATE-TO-ROLL.
           IF ROLL-CUR-IDX > ROLL-COUNT
               ADD ROLL-NEED TO ROLL-UNALLOCATED
               MOVE 0 TO ROLL-NEED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN RR-REMAINING(ROLL-CUR-IDX) = 0
               CONTINUE
             WHEN ROLL-NEED NOT > RR-REMAINING(ROLL-CUR-IDX)
               SUBTRACT ROLL-NEED FROM RR-REMAINING(ROLL-CUR-IDX)
               MOVE 0 TO ROLL-NEED
             WHEN RR-REMAINING(ROLL-CUR-IDX) = RR-LENGTH(ROLL-CUR-IDX)
               SUBTRACT RR-REMAINING(ROLL-CUR-IDX) FROM ROLL-NEED
               MOVE 0 TO RR-REMAINING(ROLL-CUR-IDX)
             WHEN OTHER
               MOVE RR-REMAINING(ROLL-CUR-IDX)
                   TO RR-WASTE(ROLL-CUR-IDX)
               ADD RR-REMAINING(ROLL-CUR-IDX) TO ROLL-WASTE-TOTAL
               MOVE 0 TO RR-REMAINING(ROLL-CUR-IDX)
           END-EVALUATE
           IF RR-REMAINING(ROLL-CUR-IDX) = 0
               MOVE "Y" TO RR-CONSUMED(ROLL-CUR-IDX)
               ADD 1 TO ROLLS-CONSUMED
               ADD 1 TO ROLL-CUR-IDX
           END-IF.

       CAPTURE-TRAILER.
           MOVE "Y" TO TRAILER-SEEN
           MOVE SPACES TO TRAILER-COUNT-PART TRAILER-TOTAL-PART
                   FUNCTION TRIM(FILENAME)
           END-IF.

       COPY ROLLPARA.

       COPY AUDITPARA.

       COPY CSVPARA.
