           FILE STATUS IS LEDGER-STATUS.
       SELECT STATUS-RPT-FILE ASSIGN TO "STOCKPOST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY OPOSEL.
       COPY ROLLSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FD STATUS-RPT-FILE.
       01 STATUS-RPT-RECORD    PIC X(96).

       COPY OPOFD.

       COPY ROLLFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY OPOWS.
       COPY ROLLWS.
       77 RECEIPTS-STATUS      PIC X(2).
       77 STOCK-STATUS         PIC X(2).
       77 LEDGER-STATUS        PIC X(2).
       77 RCP-QTY-TEXT         PIC X(12).
       77 RCP-DATE             PIC X(10).
       77 RCP-POREF            PIC X(10).
       77 RCP-ROLL-TEXT        PIC X(12).
       77 RCP-ROLL-FEET        PIC 9(9).
       77 RCP-ROLL-LEFT        PIC 9(12).
       77 ROLLS-ADDED          PIC 9(4) VALUE 0.
       77 RCP-QTY              PIC 9(12).
       77 RECEIPT-COUNT        PIC 9(4) VALUE 0.
       77 BAD-RECEIPT-COUNT    PIC 9(4) VALUE 0.
       77 DISP-COUNT           PIC Z(4).
       77 STATUS-ITEM          PIC X(8).
       77 AUDIT-SUMMARY        PIC X(20).
       77 PO-MATCHED-COUNT     PIC 9(4) VALUE 0.
       77 PO-CLOSED-COUNT      PIC 9(4) VALUE 0.
       77 PO-EXCEPTION-COUNT   PIC 9(4) VALUE 0.
       77 MAX-PO-EXCEPTIONS    PIC 9(4) VALUE 200.
       77 PO-EXC-IDX           PIC 9(4).
       77 PO-EXCEPTION-TEXT    PIC X(96).
       77 PO-OVER-QTY          PIC 9(12).
       77 BULB-COUNT           PIC 9(2) VALUE 0.
       77 MAX-BULBS            PIC 9(2) VALUE 10.
       77 BULB-IDX             PIC 9(2).
       77 BULB-FOUND-IDX       PIC 9(2).
       77 WANT-BULB            PIC X(8).
       01 BULB-TABLE.
          05 BULB-ENTRY OCCURS 10 TIMES.
             10 BI-ITEM        PIC X(8).
             10 BI-OPENING     PIC 9(12).
             10 BI-RECEIPTS    PIC 9(12).
             10 BI-CLOSING     PIC 9(12).
       01 PO-EXCEPTION-TABLE.
          05 PO-EXCEPTION-LINE OCCURS 200 TIMES PIC X(96).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <receipts file>"
           DISPLAY "receipt records: <item>,<quantity>,<date>,"
               "<po reference>[,<ribbon feet per roll>]"
           DISPLAY "items: RIBBON, BOW or a bulb item code beginning "
               "BULB"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE
       MOVE FUNCTION TRIM(ARG) TO FILENAME

       PERFORM LOAD-STOCK-ON-HAND
       PERFORM LOAD-OPEN-POS
       PERFORM LOAD-RIBBON-ROLLS
       PERFORM POST-RECEIPTS

       IF BAD-RECEIPT-COUNT > 0
       END-IF

       PERFORM REWRITE-STOCK-CONTROL
       PERFORM SAVE-OPEN-POS
       IF ROLLS-ADDED > 0
           PERFORM SAVE-RIBBON-ROLLS
           MOVE ROLLS-ADDED TO DISP-COUNT
           DISPLAY "ribbon rolls added to RIBBON.ROLLS = "
               FUNCTION TRIM(DISP-COUNT)
       END-IF
       PERFORM WRITE-STOCK-STATUS-REPORT

       MOVE RECEIPT-COUNT TO DISP-COUNT
       DISPLAY "receipts posted = " FUNCTION TRIM(DISP-COUNT)

       IF PO-EXCEPTION-COUNT > 0
           MOVE PO-EXCEPTION-COUNT TO DISP-COUNT
           DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT)
               " receipts did not match an open purchase order, "
               "see STOCKPOST.RPT"
       END-IF

       MOVE "STOCKPST" TO AUDIT-PROGRAM
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "receipts=" DELIMITED BY SIZE
                         MOVE FUNCTION NUMVAL(STOCK-FEET-TEXT)
                             TO BOW-OPENING
                       WHEN OTHER
                         IF STOCK-MATERIAL(1:4) = "BULB"
                             MOVE STOCK-MATERIAL TO WANT-BULB
                             PERFORM FIND-BULB-ITEM
                             MOVE FUNCTION NUMVAL(STOCK-FEET-TEXT)
                                 TO BI-OPENING(BULB-FOUND-IDX)
                         ELSE
                             DISPLAY "WARNING: unknown material "
                                 FUNCTION TRIM(STOCK-MATERIAL)
                                 " in STOCK.CTL ignored"
                         END-IF
                     END-EVALUATE
                 END-IF
             END-READ

       POST-ONE-RECEIPT.
           MOVE SPACES TO RCP-ITEM RCP-QTY-TEXT RCP-DATE RCP-POREF
               RCP-ROLL-TEXT
           UNSTRING RECEIPTS-RECORD DELIMITED BY ","
               INTO RCP-ITEM RCP-QTY-TEXT RCP-DATE RCP-POREF
                   RCP-ROLL-TEXT
           END-UNSTRING
           INSPECT RCP-ITEM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(RCP-QTY-TEXT) IS NOT NUMERIC
               OR (FUNCTION TRIM(RCP-ITEM) NOT = "RIBBON"
                   AND FUNCTION TRIM(RCP-ITEM) NOT = "BOW"
                   AND RCP-ITEM(1:4) NOT = "BULB")
               OR (RCP-ROLL-TEXT NOT = SPACES
                   AND (FUNCTION TRIM(RCP-ITEM) NOT = "RIBBON"
                       OR FUNCTION TRIM(RCP-ROLL-TEXT) IS NOT NUMERIC
                       OR FUNCTION NUMVAL(RCP-ROLL-TEXT) = 0))
               ADD 1 TO BAD-RECEIPT-COUNT
               DISPLAY "bad receipt record: "
                   FUNCTION TRIM(RECEIPTS-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(RCP-QTY-TEXT) TO RCP-QTY
           EVALUATE FUNCTION TRIM(RCP-ITEM)
             WHEN "RIBBON"
               ADD RCP-QTY TO RIBBON-RECEIPTS
             WHEN "BOW"
               ADD RCP-QTY TO BOW-RECEIPTS
             WHEN OTHER
               MOVE RCP-ITEM TO WANT-BULB
               PERFORM FIND-BULB-ITEM
               ADD RCP-QTY TO BI-RECEIPTS(BULB-FOUND-IDX)
           END-EVALUATE
           ADD 1 TO RECEIPT-COUNT
           PERFORM WRITE-RECEIPT-LEDGER-RECORD
           PERFORM MATCH-RECEIPT-TO-PO
           IF FUNCTION TRIM(RCP-ITEM) = "RIBBON"
               AND (HAVE-ROLLS = "Y" OR RCP-ROLL-TEXT NOT = SPACES)
               PERFORM ADD-RECEIPT-ROLLS
           END-IF.

       FIND-BULB-ITEM.
           MOVE 0 TO BULB-FOUND-IDX
           PERFORM VARYING BULB-IDX FROM 1 BY 1
               UNTIL BULB-IDX > BULB-COUNT
             IF BI-ITEM(BULB-IDX) = WANT-BULB
                 MOVE BULB-IDX TO BULB-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF BULB-FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF BULB-COUNT NOT < MAX-BULBS
               DISPLAY "error: more than 10 bulb items in STOCK.CTL "
                   "and receipts"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BULB-COUNT
           MOVE BULB-COUNT TO BULB-FOUND-IDX
           MOVE WANT-BULB TO BI-ITEM(BULB-FOUND-IDX)
           MOVE 0 TO BI-OPENING(BULB-FOUND-IDX)
               BI-RECEIPTS(BULB-FOUND-IDX) BI-CLOSING(BULB-FOUND-IDX).

       ADD-RECEIPT-ROLLS.
           IF RCP-ROLL-TEXT = SPACES
               MOVE RCP-QTY TO RCP-ROLL-FEET
           ELSE
               MOVE FUNCTION NUMVAL(RCP-ROLL-TEXT) TO RCP-ROLL-FEET
           END-IF
           MOVE RCP-QTY TO RCP-ROLL-LEFT
           PERFORM UNTIL RCP-ROLL-LEFT = 0
             IF RCP-ROLL-LEFT < RCP-ROLL-FEET
                 MOVE RCP-ROLL-LEFT TO ROLL-NEW-LENGTH
             ELSE
                 MOVE RCP-ROLL-FEET TO ROLL-NEW-LENGTH
             END-IF
             PERFORM ADD-RIBBON-ROLL
             ADD 1 TO ROLLS-ADDED
             SUBTRACT ROLL-NEW-LENGTH FROM RCP-ROLL-LEFT
           END-PERFORM.

       MATCH-RECEIPT-TO-PO.
           MOVE RCP-QTY TO DISP-QTY
           INSPECT RCP-POREF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE FUNCTION TRIM(RCP-POREF) TO OPO-WANT-PO
           IF OPO-WANT-PO = SPACES
               MOVE SPACES TO PO-EXCEPTION-TEXT
               STRING FUNCTION TRIM(RCP-ITEM) DELIMITED BY SIZE
                   " receipt of " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   FUNCTION TRIM(RCP-DATE) DELIMITED BY SIZE
                   " has no PO reference" DELIMITED BY SIZE
                   INTO PO-EXCEPTION-TEXT
               END-STRING
               PERFORM NOTE-PO-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-PO
           IF OPO-FOUND-IDX = 0
               MOVE SPACES TO PO-EXCEPTION-TEXT
               STRING FUNCTION TRIM(RCP-ITEM) DELIMITED BY SIZE
                   " receipt of " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
                   " quotes unknown PO " DELIMITED BY SIZE
                   FUNCTION TRIM(OPO-WANT-PO) DELIMITED BY SIZE
                   INTO PO-EXCEPTION-TEXT
               END-STRING
               PERFORM NOTE-PO-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF OP-ITEM(OPO-FOUND-IDX) NOT = RCP-ITEM
               MOVE SPACES TO PO-EXCEPTION-TEXT
               STRING FUNCTION TRIM(RCP-ITEM) DELIMITED BY SIZE
                   " receipt of " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
                   " quotes " DELIMITED BY SIZE
                   FUNCTION TRIM(OPO-WANT-PO) DELIMITED BY SIZE
                   " which orders " DELIMITED BY SIZE
                   FUNCTION TRIM(OP-ITEM(OPO-FOUND-IDX))
                   DELIMITED BY SIZE
                   INTO PO-EXCEPTION-TEXT
               END-STRING
               PERFORM NOTE-PO-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF OP-STATUS(OPO-FOUND-IDX) = "C"
               MOVE SPACES TO PO-EXCEPTION-TEXT
               STRING FUNCTION TRIM(RCP-ITEM) DELIMITED BY SIZE
                   " receipt of " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
                   " against " DELIMITED BY SIZE
                   FUNCTION TRIM(OPO-WANT-PO) DELIMITED BY SIZE
                   " which is already closed" DELIMITED BY SIZE
                   INTO PO-EXCEPTION-TEXT
               END-STRING
               PERFORM NOTE-PO-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PO-MATCHED-COUNT
           ADD RCP-QTY TO OP-RECEIVED(OPO-FOUND-IDX)
           MOVE RCP-DATE TO OP-LAST-RECEIPT(OPO-FOUND-IDX)
           MOVE "Y" TO OPEN-PO-CHANGED
           IF OP-RECEIVED(OPO-FOUND-IDX) < OP-ORDERED(OPO-FOUND-IDX)
               MOVE "P" TO OP-STATUS(OPO-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO OP-STATUS(OPO-FOUND-IDX)
           ADD 1 TO PO-CLOSED-COUNT
           IF OP-RECEIVED(OPO-FOUND-IDX) > OP-ORDERED(OPO-FOUND-IDX)
               COMPUTE PO-OVER-QTY = OP-RECEIVED(OPO-FOUND-IDX)
                   - OP-ORDERED(OPO-FOUND-IDX)
               MOVE PO-OVER-QTY TO DISP-QTY-2
               MOVE OP-ORDERED(OPO-FOUND-IDX) TO DISP-QTY-3
               MOVE SPACES TO PO-EXCEPTION-TEXT
               STRING FUNCTION TRIM(OPO-WANT-PO) DELIMITED BY SIZE
                   " over-received by " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-QTY-2) DELIMITED BY SIZE
                   " (ordered " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-QTY-3) DELIMITED BY SIZE
                   "), closed" DELIMITED BY SIZE
                   INTO PO-EXCEPTION-TEXT
               END-STRING
               PERFORM NOTE-PO-EXCEPTION
           END-IF.

       NOTE-PO-EXCEPTION.
           ADD 1 TO PO-EXCEPTION-COUNT
           DISPLAY "WARNING: " FUNCTION TRIM(PO-EXCEPTION-TEXT)
           IF PO-EXCEPTION-COUNT NOT > MAX-PO-EXCEPTIONS
               MOVE PO-EXCEPTION-TEXT
                   TO PO-EXCEPTION-LINE(PO-EXCEPTION-COUNT)
           END-IF.

       WRITE-RECEIPT-LEDGER-RECORD.
           OPEN EXTEND LEDGER-FILE
               INTO STOCK-RECORD
           END-STRING
           WRITE STOCK-RECORD
           PERFORM VARYING BULB-IDX FROM 1 BY 1
               UNTIL BULB-IDX > BULB-COUNT
             COMPUTE BI-CLOSING(BULB-IDX) =
                 BI-OPENING(BULB-IDX) + BI-RECEIPTS(BULB-IDX)
             MOVE BI-CLOSING(BULB-IDX) TO DISP-QTY
             MOVE SPACES TO STOCK-RECORD
             STRING FUNCTION TRIM(BI-ITEM(BULB-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
                 INTO STOCK-RECORD
             END-STRING
             WRITE STOCK-RECORD
           END-PERFORM
           CLOSE STOCK-FILE.

       WRITE-STOCK-STATUS-REPORT.
           MOVE BOW-RECEIPTS TO DISP-QTY-2
           MOVE BOW-CLOSING TO DISP-QTY-3
           PERFORM WRITE-ONE-STATUS-LINE
           PERFORM VARYING BULB-IDX FROM 1 BY 1
               UNTIL BULB-IDX > BULB-COUNT
             MOVE BI-ITEM(BULB-IDX) TO STATUS-ITEM
             MOVE BI-OPENING(BULB-IDX) TO DISP-QTY
             MOVE BI-RECEIPTS(BULB-IDX) TO DISP-QTY-2
             MOVE BI-CLOSING(BULB-IDX) TO DISP-QTY-3
             PERFORM WRITE-ONE-STATUS-LINE
           END-PERFORM
           MOVE SPACES TO STATUS-RPT-RECORD
           STRING "consumption movements are posted to STOCK.LEDGER"
               DELIMITED BY SIZE
               INTO STATUS-RPT-RECORD
           END-STRING
           WRITE STATUS-RPT-RECORD
           IF BULB-COUNT > 0
               MOVE SPACES TO STATUS-RPT-RECORD
               STRING "bulbs issued against DAY06A work orders are "
                   DELIMITED BY SIZE
                   "relieved from STOCK.CTL by day06a" DELIMITED BY SIZE
                   INTO STATUS-RPT-RECORD
               END-STRING
               WRITE STATUS-RPT-RECORD
           END-IF
           MOVE SPACES TO STATUS-RPT-RECORD
           MOVE PO-MATCHED-COUNT TO DISP-QTY
           MOVE PO-CLOSED-COUNT TO DISP-QTY-2
           MOVE PO-EXCEPTION-COUNT TO DISP-QTY-3
           STRING "purchase order matching: matched=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " closed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY-2) DELIMITED BY SIZE
               " exceptions=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY-3) DELIMITED BY SIZE
               INTO STATUS-RPT-RECORD
           END-STRING
           WRITE STATUS-RPT-RECORD
           DISPLAY FUNCTION TRIM(STATUS-RPT-RECORD)
           PERFORM VARYING PO-EXC-IDX FROM 1 BY 1
               UNTIL PO-EXC-IDX > PO-EXCEPTION-COUNT
                  OR PO-EXC-IDX > MAX-PO-EXCEPTIONS
             MOVE SPACES TO STATUS-RPT-RECORD
             STRING "  exception: " DELIMITED BY SIZE
                 PO-EXCEPTION-LINE(PO-EXC-IDX) DELIMITED BY SIZE
                 INTO STATUS-RPT-RECORD
             END-STRING
             WRITE STATUS-RPT-RECORD
           END-PERFORM
           CLOSE STATUS-RPT-FILE.

       WRITE-ONE-STATUS-LINE.
           WRITE STATUS-RPT-RECORD
           DISPLAY FUNCTION TRIM(STATUS-RPT-RECORD).

       COPY OPOPARA.

       COPY ROLLPARA.

       COPY AUDITPARA.
