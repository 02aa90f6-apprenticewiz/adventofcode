       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEDGER-FILE ASSIGN TO "STOCK.LEDGER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-STATUS.
       SELECT MATCOST-FILE ASSIGN TO "MATCOST.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATCOST-STATUS.
       SELECT VALUATION-RPT-FILE ASSIGN TO "STOCKVAL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY OPOSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(96).

       FD MATCOST-FILE.
       01 MATCOST-RECORD       PIC X(80).

       FD VALUATION-RPT-FILE.
       01 VALUATION-RPT-RECORD PIC X(132).

       COPY OPOFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY OPOWS.
       77 LEDGER-STATUS        PIC X(2).
       77 MATCOST-STATUS       PIC X(2).
       77 LEDGER-EOF           PIC X(1).
       77 MATCOST-EOF          PIC X(1).
       77 PERIOD-MONTH         PIC X(7).
       77 PERIOD-START         PIC X(10).
       77 PERIOD-END           PIC X(10).
       77 LED-DATE             PIC X(10).
       77 LED-ITEM             PIC X(8).
       77 LED-TYPE             PIC X(8).
       77 LED-QTY-TEXT         PIC X(14).
       77 LED-QTY-DIGITS       PIC X(14).
       77 LED-REF              PIC X(40).
       77 LED-QTY              PIC S9(12).
       77 LED-UNIT-COST        PIC 9(5)V9(6).
       77 LED-VALUE            PIC S9(11)V99.
       77 MATCOST-COUNT        PIC 9(3) VALUE 0.
       77 MAX-MATCOSTS         PIC 9(3) VALUE 200.
       77 MC-IDX               PIC 9(3).
       77 MC-BEST-DATE         PIC X(10).
       77 MATCOST-EFF-TEXT     PIC X(10).
       77 MATCOST-PAPER-TEXT   PIC X(16).
       77 MATCOST-RIBBON-TEXT  PIC X(16).
       77 MATCOST-BOW-TEXT     PIC X(16).
       77 MATCOST-BULB-TEXT    PIC X(16).
       77 ITEM-IDX             PIC 9(2).
       77 ITEM-COUNT           PIC 9(2) VALUE 2.
       77 MAX-ITEMS            PIC 9(2) VALUE 12.
       77 LEDGER-LINE-COUNT    PIC 9(7) VALUE 0.
       77 BAD-LINE-COUNT       PIC 9(5) VALUE 0.
       77 PO-PRICED-COUNT      PIC 9(5) VALUE 0.
       77 MATCOST-PRICED-COUNT PIC 9(5) VALUE 0.
       77 AVERAGE-PRICED-COUNT PIC 9(5) VALUE 0.
       77 TOTAL-OPENING-VALUE  PIC S9(11)V99 VALUE 0.
       77 TOTAL-CLOSING-VALUE  PIC S9(11)V99 VALUE 0.
       77 DISP-QTY             PIC -(12)9.
       77 DISP-VALUE           PIC -(11)9.99.
       77 DISP-UNIT-COST       PIC Z(4)9.9(6).
       77 DISP-COUNT           PIC Z(6)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 ITEM-NAME-INIT.
          05 FILLER PIC X(8) VALUE "RIBBON".
          05 FILLER PIC X(8) VALUE "BOW".
          05 FILLER PIC X(80) VALUE SPACES.
       01 ITEM-NAME-TABLE REDEFINES ITEM-NAME-INIT.
          05 ITEM-NAME OCCURS 12 TIMES PIC X(8).
       01 VALUATION-TABLE.
          05 VALUATION-ENTRY OCCURS 12 TIMES.
             10 SV-QTY             PIC S9(12) VALUE 0.
             10 SV-VALUE           PIC S9(11)V99 VALUE 0.
             10 SV-AVG-COST        PIC 9(5)V9(6) VALUE 0.
             10 SV-OPEN-QTY        PIC S9(12) VALUE 0.
             10 SV-OPEN-VALUE      PIC S9(11)V99 VALUE 0.
             10 SV-RECEIPT-QTY     PIC S9(12) VALUE 0.
             10 SV-RECEIPT-VALUE   PIC S9(11)V99 VALUE 0.
             10 SV-CONSUME-QTY     PIC S9(12) VALUE 0.
             10 SV-CONSUME-VALUE   PIC S9(11)V99 VALUE 0.
             10 SV-ADJUST-QTY      PIC S9(12) VALUE 0.
             10 SV-ADJUST-VALUE    PIC S9(11)V99 VALUE 0.
       01 MATCOST-TABLE.
          05 MATCOST-ENTRY OCCURS 200 TIMES.
             10 MC-EFF-DATE        PIC X(10).
             10 MC-RIBBON-COST     PIC 9(3)V9(6).
             10 MC-BOW-COST        PIC 9(3)V9(6).
             10 MC-BULB-COST       PIC 9(3)V9(6).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       MOVE SPACES TO PERIOD-MONTH
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           INTO PERIOD-MONTH
       END-STRING

       IF ARGC > 0
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO PERIOD-MONTH
       END-IF

       IF PERIOD-MONTH(1:4) IS NOT NUMERIC
           OR PERIOD-MONTH(5:1) NOT = "-"
           OR PERIOD-MONTH(6:2) IS NOT NUMERIC
           OR PERIOD-MONTH(6:2) < "01" OR PERIOD-MONTH(6:2) > "12"
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " [period yyyy-mm]"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO PERIOD-START PERIOD-END
       STRING PERIOD-MONTH DELIMITED BY SIZE
           "-01" DELIMITED BY SIZE
           INTO PERIOD-START
       END-STRING
       STRING PERIOD-MONTH DELIMITED BY SIZE
           "-31" DELIMITED BY SIZE
           INTO PERIOD-END
       END-STRING

       PERFORM LOAD-OPEN-POS
       PERFORM LOAD-MATERIAL-COSTS
       PERFORM VALUE-STOCK-LEDGER

       IF BAD-LINE-COUNT > 0
           MOVE BAD-LINE-COUNT TO DISP-COUNT
           DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT)
               " STOCK.LEDGER records could not be valued and were "
               "skipped"
       END-IF

       PERFORM WRITE-VALUATION-REPORT

       IF BAD-LINE-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE TOTAL-CLOSING-VALUE TO DISP-VALUE
       MOVE "STOCKVAL" TO AUDIT-PROGRAM
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "value=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-MATERIAL-COSTS.
           MOVE "N" TO MATCOST-EOF
           OPEN INPUT MATCOST-FILE
           IF MATCOST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MATCOST-EOF = "Y"
             READ MATCOST-FILE
               AT END
                 MOVE "Y" TO MATCOST-EOF
               NOT AT END
                 IF FUNCTION TRIM(MATCOST-RECORD) NOT = SPACES
                     AND MATCOST-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-MATCOST-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATCOST-FILE.

       APPLY-MATCOST-RECORD.
           IF MATCOST-COUNT >= MAX-MATCOSTS
               DISPLAY "error: MATCOST.CTL has more than 200 cost sets"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MATCOST-EFF-TEXT MATCOST-PAPER-TEXT
               MATCOST-RIBBON-TEXT MATCOST-BOW-TEXT MATCOST-BULB-TEXT
           UNSTRING MATCOST-RECORD DELIMITED BY ","
               INTO MATCOST-EFF-TEXT MATCOST-PAPER-TEXT
                    MATCOST-RIBBON-TEXT MATCOST-BOW-TEXT
                    MATCOST-BULB-TEXT
           END-UNSTRING
           ADD 1 TO MATCOST-COUNT
           MOVE MATCOST-EFF-TEXT TO MC-EFF-DATE(MATCOST-COUNT)
           MOVE FUNCTION NUMVAL(MATCOST-RIBBON-TEXT)
               TO MC-RIBBON-COST(MATCOST-COUNT)
           MOVE FUNCTION NUMVAL(MATCOST-BOW-TEXT)
               TO MC-BOW-COST(MATCOST-COUNT)
           MOVE 0 TO MC-BULB-COST(MATCOST-COUNT)
           IF MATCOST-BULB-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(MATCOST-BULB-TEXT)
                   TO MC-BULB-COST(MATCOST-COUNT)
           END-IF.

       VALUE-STOCK-LEDGER.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "note: STOCK.LEDGER not present, stock is "
                   "valued at zero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LEDGER-EOF = "Y"
             READ LEDGER-FILE
               AT END
                 MOVE "Y" TO LEDGER-EOF
               NOT AT END
                 IF FUNCTION TRIM(LEDGER-RECORD) NOT = SPACES
                     AND LEDGER-RECORD(1:1) NOT = "*"
                     PERFORM VALUE-LEDGER-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       VALUE-LEDGER-RECORD.
           MOVE SPACES TO LED-DATE LED-ITEM LED-TYPE LED-QTY-TEXT
               LED-REF
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO LED-DATE LED-ITEM LED-TYPE LED-QTY-TEXT LED-REF
           END-UNSTRING
           IF LED-DATE > PERIOD-END
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LEDGER-ITEM
           MOVE FUNCTION TRIM(LED-QTY-TEXT) TO LED-QTY-DIGITS
           IF LED-QTY-DIGITS(1:1) = "-"
               MOVE LED-QTY-DIGITS(2:) TO LED-QTY-DIGITS
           END-IF
           IF ITEM-IDX = 0
               OR LED-QTY-DIGITS = SPACES
               OR FUNCTION TRIM(LED-QTY-DIGITS) IS NOT NUMERIC
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "unvalued ledger record: "
                   FUNCTION TRIM(LEDGER-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LED-QTY-TEXT) TO LED-QTY
           ADD 1 TO LEDGER-LINE-COUNT
           EVALUATE LED-TYPE
             WHEN "RECEIPT"
               PERFORM PRICE-RECEIPT
               COMPUTE LED-VALUE ROUNDED = LED-QTY * LED-UNIT-COST
               ADD LED-QTY TO SV-QTY(ITEM-IDX)
               ADD LED-VALUE TO SV-VALUE(ITEM-IDX)
               IF LED-DATE NOT < PERIOD-START
                   ADD LED-QTY TO SV-RECEIPT-QTY(ITEM-IDX)
                   ADD LED-VALUE TO SV-RECEIPT-VALUE(ITEM-IDX)
               END-IF
               IF SV-QTY(ITEM-IDX) > 0 AND SV-VALUE(ITEM-IDX) > 0
                   COMPUTE SV-AVG-COST(ITEM-IDX) ROUNDED =
                       SV-VALUE(ITEM-IDX) / SV-QTY(ITEM-IDX)
               END-IF
             WHEN "CONSUME"
             WHEN "WASTE"
               PERFORM RELIEVE-AT-AVERAGE
               IF LED-DATE NOT < PERIOD-START
                   ADD LED-QTY TO SV-CONSUME-QTY(ITEM-IDX)
                   ADD LED-VALUE TO SV-CONSUME-VALUE(ITEM-IDX)
               END-IF
             WHEN "ADJUST"
               COMPUTE LED-QTY = 0 - LED-QTY
               PERFORM RELIEVE-AT-AVERAGE
               COMPUTE LED-QTY = 0 - LED-QTY
               COMPUTE LED-VALUE = 0 - LED-VALUE
               IF LED-DATE NOT < PERIOD-START
                   ADD LED-QTY TO SV-ADJUST-QTY(ITEM-IDX)
                   ADD LED-VALUE TO SV-ADJUST-VALUE(ITEM-IDX)
               END-IF
             WHEN OTHER
               SUBTRACT 1 FROM LEDGER-LINE-COUNT
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "unvalued ledger record: "
                   FUNCTION TRIM(LEDGER-RECORD)
               EXIT PARAGRAPH
           END-EVALUATE
           IF LED-DATE < PERIOD-START
               MOVE SV-QTY(ITEM-IDX) TO SV-OPEN-QTY(ITEM-IDX)
               MOVE SV-VALUE(ITEM-IDX) TO SV-OPEN-VALUE(ITEM-IDX)
           END-IF.

       FIND-LEDGER-ITEM.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               OR ITEM-NAME(ITEM-IDX) = LED-ITEM
             CONTINUE
           END-PERFORM
           IF ITEM-IDX > ITEM-COUNT
               IF LED-ITEM(1:4) = "BULB" AND ITEM-COUNT < MAX-ITEMS
                   ADD 1 TO ITEM-COUNT
                   MOVE LED-ITEM TO ITEM-NAME(ITEM-COUNT)
               ELSE
                   MOVE 0 TO ITEM-IDX
               END-IF
           END-IF.

       RELIEVE-AT-AVERAGE.
           IF LED-QTY > 0 AND LED-QTY NOT < SV-QTY(ITEM-IDX)
               MOVE SV-VALUE(ITEM-IDX) TO LED-VALUE
               IF LED-QTY > SV-QTY(ITEM-IDX)
                   COMPUTE LED-VALUE ROUNDED = LED-VALUE
                       + (LED-QTY - SV-QTY(ITEM-IDX))
                       * SV-AVG-COST(ITEM-IDX)
               END-IF
           ELSE
               COMPUTE LED-VALUE ROUNDED =
                   LED-QTY * SV-AVG-COST(ITEM-IDX)
           END-IF
           SUBTRACT LED-QTY FROM SV-QTY(ITEM-IDX)
           SUBTRACT LED-VALUE FROM SV-VALUE(ITEM-IDX)
           IF SV-QTY(ITEM-IDX) NOT > 0
               MOVE 0 TO SV-VALUE(ITEM-IDX)
           END-IF.

       PRICE-RECEIPT.
           MOVE FUNCTION TRIM(LED-REF) TO OPO-WANT-PO
           INSPECT OPO-WANT-PO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM FIND-OPEN-PO
           IF OPO-FOUND-IDX NOT = 0
               IF OP-ITEM(OPO-FOUND-IDX) = LED-ITEM
                   AND OP-UNIT-COST(OPO-FOUND-IDX) > 0
                   MOVE OP-UNIT-COST(OPO-FOUND-IDX) TO LED-UNIT-COST
                   ADD 1 TO PO-PRICED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO MC-BEST-DATE
           MOVE 0 TO LED-UNIT-COST
           PERFORM VARYING MC-IDX FROM 1 BY 1
               UNTIL MC-IDX > MATCOST-COUNT
             IF MC-EFF-DATE(MC-IDX) <= LED-DATE
                 AND (MC-BEST-DATE = SPACES
                     OR MC-EFF-DATE(MC-IDX) > MC-BEST-DATE)
                 MOVE MC-EFF-DATE(MC-IDX) TO MC-BEST-DATE
                 EVALUATE ITEM-IDX
                   WHEN 1
                     MOVE MC-RIBBON-COST(MC-IDX) TO LED-UNIT-COST
                   WHEN 2
                     MOVE MC-BOW-COST(MC-IDX) TO LED-UNIT-COST
                   WHEN OTHER
                     MOVE MC-BULB-COST(MC-IDX) TO LED-UNIT-COST
                 END-EVALUATE
             END-IF
           END-PERFORM
           IF MC-BEST-DATE NOT = SPACES
               ADD 1 TO MATCOST-PRICED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SV-AVG-COST(ITEM-IDX) TO LED-UNIT-COST
           ADD 1 TO AVERAGE-PRICED-COUNT.

       WRITE-VALUATION-REPORT.
           MOVE "STOCKVAL.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT VALUATION-RPT-FILE
           MOVE SPACES TO VALUATION-RPT-RECORD
           STRING "stock valuation at weighted average cost, period "
               DELIMITED BY SIZE
               PERIOD-MONTH DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           WRITE VALUATION-RPT-RECORD
           DISPLAY FUNCTION TRIM(VALUATION-RPT-RECORD)
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
             PERFORM WRITE-ITEM-VALUATION
           END-PERFORM
           MOVE SPACES TO VALUATION-RPT-RECORD
           MOVE TOTAL-OPENING-VALUE TO DISP-VALUE
           STRING "total opening value = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           MOVE TOTAL-CLOSING-VALUE TO DISP-VALUE
           STRING FUNCTION TRIM(VALUATION-RPT-RECORD)
               DELIMITED BY SIZE
               ", total closing value = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           WRITE VALUATION-RPT-RECORD
           DISPLAY FUNCTION TRIM(VALUATION-RPT-RECORD)
           MOVE SPACES TO VALUATION-RPT-RECORD
           MOVE PO-PRICED-COUNT TO DISP-COUNT
           STRING "receipts priced: at PO cost=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           MOVE MATCOST-PRICED-COUNT TO DISP-COUNT
           STRING FUNCTION TRIM(VALUATION-RPT-RECORD)
               DELIMITED BY SIZE
               " at MATCOST.CTL cost=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           MOVE AVERAGE-PRICED-COUNT TO DISP-COUNT
           STRING FUNCTION TRIM(VALUATION-RPT-RECORD)
               DELIMITED BY SIZE
               " at running average=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           WRITE VALUATION-RPT-RECORD
           IF BAD-LINE-COUNT > 0
               MOVE SPACES TO VALUATION-RPT-RECORD
               MOVE BAD-LINE-COUNT TO DISP-COUNT
               STRING "ledger records skipped as unvalued = "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   INTO VALUATION-RPT-RECORD
               END-STRING
               WRITE VALUATION-RPT-RECORD
           END-IF
           CLOSE VALUATION-RPT-FILE.

       WRITE-ITEM-VALUATION.
           ADD SV-OPEN-VALUE(ITEM-IDX) TO TOTAL-OPENING-VALUE
           ADD SV-VALUE(ITEM-IDX) TO TOTAL-CLOSING-VALUE
           MOVE SPACES TO VALUATION-RPT-RECORD
           MOVE SV-OPEN-QTY(ITEM-IDX) TO DISP-QTY
           MOVE SV-OPEN-VALUE(ITEM-IDX) TO DISP-VALUE
           STRING FUNCTION TRIM(ITEM-NAME(ITEM-IDX))
               DELIMITED BY SIZE
               ": opening qty=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " value=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           MOVE SV-RECEIPT-QTY(ITEM-IDX) TO DISP-QTY
           MOVE SV-RECEIPT-VALUE(ITEM-IDX) TO DISP-VALUE
           STRING FUNCTION TRIM(VALUATION-RPT-RECORD)
               DELIMITED BY SIZE
               " | receipts qty=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " value=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           WRITE VALUATION-RPT-RECORD
           DISPLAY FUNCTION TRIM(VALUATION-RPT-RECORD)
           MOVE SPACES TO VALUATION-RPT-RECORD
           MOVE SV-CONSUME-QTY(ITEM-IDX) TO DISP-QTY
           MOVE SV-CONSUME-VALUE(ITEM-IDX) TO DISP-VALUE
           STRING "    consumption qty=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " at cost=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           MOVE SV-ADJUST-QTY(ITEM-IDX) TO DISP-QTY
           MOVE SV-ADJUST-VALUE(ITEM-IDX) TO DISP-VALUE
           STRING FUNCTION TRIM(VALUATION-RPT-RECORD)
               DELIMITED BY SIZE
               " | adjustments qty=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " value=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           WRITE VALUATION-RPT-RECORD
           DISPLAY FUNCTION TRIM(VALUATION-RPT-RECORD)
           MOVE SPACES TO VALUATION-RPT-RECORD
           MOVE SV-QTY(ITEM-IDX) TO DISP-QTY
           MOVE SV-VALUE(ITEM-IDX) TO DISP-VALUE
           MOVE SV-AVG-COST(ITEM-IDX) TO DISP-UNIT-COST
           STRING "    closing qty=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " value=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               " average unit cost=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-UNIT-COST) DELIMITED BY SIZE
               INTO VALUATION-RPT-RECORD
           END-STRING
           WRITE VALUATION-RPT-RECORD
           DISPLAY FUNCTION TRIM(VALUATION-RPT-RECORD).

       COPY OPOPARA.

       COPY GENPARA.

       COPY AUDITPARA.
