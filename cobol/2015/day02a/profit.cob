       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVOICE-IN-FILE ASSIGN TO INVOICE-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-IN-STATUS.
       SELECT FREIGHT-IN-FILE ASSIGN TO FREIGHT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FREIGHT-IN-STATUS.
       SELECT MATCOST-FILE ASSIGN TO "MATCOST.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATCOST-STATUS.
       SELECT PROFIT-FILE ASSIGN TO "PROFIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-IN-FILE.
       01 INVOICE-IN-RECORD    PIC X(200).

       FD FREIGHT-IN-FILE.
       01 FREIGHT-IN-RECORD    PIC X(132).

       FD MATCOST-FILE.
       01 MATCOST-RECORD       PIC X(80).

       FD PROFIT-FILE.
       01 PROFIT-RECORD        PIC X(132).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       77 PROFIT-PERIOD        PIC X(7).
       77 PERIOD-END-DATE      PIC X(10).
       77 INVOICE-IN-NAME      PIC X(256).
       77 INVOICE-IN-STATUS    PIC X(2).
       77 FREIGHT-IN-NAME      PIC X(256).
       77 FREIGHT-IN-STATUS    PIC X(2).
       77 MATCOST-STATUS       PIC X(2).
       77 INV-EOF              PIC X(1).
       77 FRT-EOF              PIC X(1).
       77 MATCOST-EOF          PIC X(1).
       77 HAVE-MATCOST         PIC X(1) VALUE "N".
       77 HAVE-FREIGHT         PIC X(1) VALUE "N".
       77 MATCOST-EFF-TEXT     PIC X(10).
       77 MATCOST-PAPER-TEXT   PIC X(16).
       77 MATCOST-RIBBON-TEXT  PIC X(16).
       77 MATCOST-BOW-TEXT     PIC X(16).
       77 BEST-EFF-DATE        PIC X(10).
       77 PAPER-UNIT-COST      PIC 9(3)V9(6).
       77 RIBBON-UNIT-COST     PIC 9(3)V9(6).
       77 BOW-UNIT-COST        PIC 9(3)V9(6).
       77 TOK-KW1              PIC X(10).
       77 TOK-ORDNUM           PIC X(10).
       77 TOK-KW2              PIC X(10).
       77 TOK-CUST             PIC X(10).
       77 TOK-KW3              PIC X(10).
       77 TOK-ODATE            PIC X(10).
       77 TOK-PAPER            PIC X(20).
       77 TOK-RIBBON           PIC X(20).
       77 TOK-BOW              PIC X(20).
       77 TOK-TOTAL            PIC X(20).
       77 TOK-LABEL            PIC X(12).
       77 TOK-VALUE            PIC X(20).
       77 INV-FRONT            PIC X(200).
       77 INV-TAIL             PIC X(200).
       77 QTY-BOXES            PIC X(20).
       77 QTY-PAPER            PIC X(30).
       77 QTY-RIBBON           PIC X(30).
       77 QTY-BOW              PIC X(30).
       77 QTY-TEXT             PIC X(20).
       77 WORK-QTY             PIC 9(15).
       77 WORK-AMOUNT          PIC 9(11)V99.
       77 PAPER-QTY            PIC 9(15).
       77 RIBBON-QTY           PIC 9(15).
       77 BOW-QTY              PIC 9(15).
       77 FRT-KW1              PIC X(10).
       77 FRT-ORDNUM           PIC X(10).
       77 FRT-KW2              PIC X(10).
       77 FRT-ZONE             PIC X(10).
       77 FRT-BOXES            PIC X(20).
       77 FRT-AMOUNT           PIC X(20).
       77 ORDER-COUNT          PIC 9(4) VALUE 0.
       77 MAX-ORDERS           PIC 9(4) VALUE 2000.
       77 ORDER-IDX            PIC 9(4).
       77 CUST-COUNT           PIC 9(3) VALUE 0.
       77 MAX-CUSTS            PIC 9(3) VALUE 200.
       77 CUST-IDX             PIC 9(3).
       77 CUST-FOUND-IDX       PIC 9(3).
       77 SORT-IDX             PIC 9(3).
       77 SORT-SWAPPED         PIC X(1).
       77 NO-QTY-COUNT         PIC 9(4) VALUE 0.
       77 NO-FREIGHT-COUNT     PIC 9(4) VALUE 0.
       77 TOTAL-REVENUE        PIC 9(13)V99 VALUE 0.
       77 TOTAL-FREIGHT        PIC 9(13)V99 VALUE 0.
       77 TOTAL-MATERIAL       PIC 9(13)V99 VALUE 0.
       77 TOTAL-MARGIN         PIC S9(13)V99 VALUE 0.
       77 PCT-MARGIN           PIC S9(13)V99.
       77 MARGIN-PCT           PIC S9(5)V9.
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-COST-2          PIC Z(12)9.99.
       77 DISP-COST-3          PIC Z(12)9.99.
       77 DISP-MARGIN          PIC -(12)9.99.
       77 DISP-PCT             PIC -(5)9.9.
       77 DISP-COUNT           PIC Z(3)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 PROFIT-ORDER-TABLE.
          05 PROFIT-ORDER-ENTRY OCCURS 2000 TIMES.
             10 PO-ORDER       PIC X(10).
             10 PO-CUST        PIC X(10).
             10 PO-DATE        PIC X(10).
             10 PO-REVENUE     PIC 9(11)V99.
             10 PO-FREIGHT     PIC 9(11)V99.
             10 PO-MATERIAL    PIC 9(11)V99.
             10 PO-MARGIN      PIC S9(11)V99.
             10 PO-HAS-FREIGHT PIC X(1).
       01 PROFIT-CUST-TABLE.
          05 PROFIT-CUST-ENTRY OCCURS 200 TIMES.
             10 PC-CUST        PIC X(10).
             10 PC-ORDERS      PIC 9(4).
             10 PC-REVENUE     PIC 9(11)V99.
             10 PC-FREIGHT     PIC 9(11)V99.
             10 PC-MATERIAL    PIC 9(11)V99.
             10 PC-MARGIN      PIC S9(11)V99.
       01 PROFIT-CUST-SWAP.
          05 SW-CUST           PIC X(10).
          05 SW-ORDERS         PIC 9(4).
          05 SW-REVENUE        PIC 9(11)V99.
          05 SW-FREIGHT        PIC 9(11)V99.
          05 SW-MATERIAL       PIC 9(11)V99.
          05 SW-MARGIN         PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <period yyyy-mm> [invoice file] [freight file]"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO PROFIT-PERIOD

       IF PROFIT-PERIOD(5:1) NOT = "-"
           DISPLAY "invalid period: " FUNCTION TRIM(PROFIT-PERIOD)
               " (expected yyyy-mm)"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO PERIOD-END-DATE
       STRING PROFIT-PERIOD DELIMITED BY SIZE
           "-31" DELIMITED BY SIZE
           INTO PERIOD-END-DATE
       END-STRING

       MOVE "DAY02A.INV" TO INVOICE-IN-NAME
       MOVE "DAY02A.FRT" TO FREIGHT-IN-NAME
       IF ARGC IS GREATER THAN 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO INVOICE-IN-NAME
       END-IF
       IF ARGC IS GREATER THAN 2
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO FREIGHT-IN-NAME
       END-IF

       PERFORM LOAD-MATERIAL-COSTS
       IF HAVE-MATCOST NOT = "Y"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM SCAN-INVOICE-FILE
       PERFORM SCAN-FREIGHT-FILE
       PERFORM COMPUTE-ORDER-MARGINS
       PERFORM RANK-CUSTOMERS
       PERFORM WRITE-PROFIT-REPORT

       MOVE ORDER-COUNT TO DISP-COUNT
       DISPLAY "orders analysed = " FUNCTION TRIM(DISP-COUNT)
       MOVE TOTAL-MARGIN TO DISP-MARGIN
       DISPLAY "gross margin = " FUNCTION TRIM(DISP-MARGIN)

       MOVE "PROFIT" TO AUDIT-PROGRAM
       MOVE PROFIT-PERIOD TO FILENAME
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "orders=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE CUST-COUNT TO DISP-COUNT
       STRING FUNCTION TRIM(AUDIT-SUMMARY) DELIMITED BY SIZE
           " custs=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-MATERIAL-COSTS.
           MOVE "N" TO MATCOST-EOF
           OPEN INPUT MATCOST-FILE
           IF MATCOST-STATUS NOT = "00"
               DISPLAY "error: MATCOST.CTL not present, material "
                   "purchase costs are required"
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
           CLOSE MATCOST-FILE
           IF HAVE-MATCOST = "Y"
               DISPLAY "material purchase costs effective "
                   BEST-EFF-DATE " in use"
           ELSE
               DISPLAY "error: no cost set in MATCOST.CTL is "
                   "effective on or before " PERIOD-END-DATE
           END-IF.

       APPLY-MATCOST-RECORD.
           MOVE SPACES TO MATCOST-EFF-TEXT MATCOST-PAPER-TEXT
               MATCOST-RIBBON-TEXT MATCOST-BOW-TEXT
           UNSTRING MATCOST-RECORD DELIMITED BY ","
               INTO MATCOST-EFF-TEXT MATCOST-PAPER-TEXT
                    MATCOST-RIBBON-TEXT MATCOST-BOW-TEXT
           END-UNSTRING
           IF MATCOST-EFF-TEXT <= PERIOD-END-DATE
               AND (HAVE-MATCOST = "N"
                   OR MATCOST-EFF-TEXT > BEST-EFF-DATE)
               MOVE MATCOST-EFF-TEXT TO BEST-EFF-DATE
               MOVE FUNCTION NUMVAL(MATCOST-PAPER-TEXT)
                   TO PAPER-UNIT-COST
               MOVE FUNCTION NUMVAL(MATCOST-RIBBON-TEXT)
                   TO RIBBON-UNIT-COST
               MOVE FUNCTION NUMVAL(MATCOST-BOW-TEXT)
                   TO BOW-UNIT-COST
               MOVE "Y" TO HAVE-MATCOST
           END-IF.

       SCAN-INVOICE-FILE.
           MOVE "N" TO INV-EOF
           OPEN INPUT INVOICE-IN-FILE
           IF INVOICE-IN-STATUS NOT = "00"
               DISPLAY "error: invoice file "
                   FUNCTION TRIM(INVOICE-IN-NAME)
                   " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL INV-EOF = "Y"
             READ INVOICE-IN-FILE
               AT END
                 MOVE "Y" TO INV-EOF
               NOT AT END
                 IF INVOICE-IN-RECORD(1:6) = "order "
                     PERFORM CAPTURE-ORDER-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INVOICE-IN-FILE.

       CAPTURE-ORDER-LINE.
           MOVE SPACES TO TOK-KW1 TOK-ORDNUM TOK-KW2 TOK-CUST
               TOK-KW3 TOK-ODATE TOK-PAPER TOK-RIBBON TOK-BOW
               TOK-TOTAL
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO TOK-KW1 TOK-ORDNUM TOK-KW2 TOK-CUST
                   TOK-KW3 TOK-ODATE TOK-PAPER TOK-RIBBON TOK-BOW
                   TOK-TOTAL
           END-UNSTRING
           IF TOK-ODATE(1:7) NOT = PROFIT-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF ORDER-COUNT >= MAX-ORDERS
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-ORDERS)
                   " orders in the period"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ORDER-COUNT
           MOVE TOK-ORDNUM TO PO-ORDER(ORDER-COUNT)
           MOVE TOK-CUST TO PO-CUST(ORDER-COUNT)
           MOVE TOK-ODATE TO PO-DATE(ORDER-COUNT)
           MOVE TOK-TOTAL TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO PO-REVENUE(ORDER-COUNT)
           MOVE 0 TO PO-FREIGHT(ORDER-COUNT)
           MOVE "N" TO PO-HAS-FREIGHT(ORDER-COUNT)
           MOVE SPACES TO INV-FRONT INV-TAIL QTY-BOXES QTY-PAPER
               QTY-RIBBON QTY-BOW
           UNSTRING INVOICE-IN-RECORD DELIMITED BY " boxes="
               INTO INV-FRONT INV-TAIL
           END-UNSTRING
           UNSTRING INV-TAIL DELIMITED BY SPACE
               INTO QTY-BOXES QTY-PAPER QTY-RIBBON QTY-BOW
           END-UNSTRING
           MOVE QTY-PAPER TO QTY-TEXT
           PERFORM EXTRACT-ORDER-QUANTITY
           MOVE WORK-QTY TO PAPER-QTY
           MOVE QTY-RIBBON TO QTY-TEXT
           PERFORM EXTRACT-ORDER-QUANTITY
           MOVE WORK-QTY TO RIBBON-QTY
           MOVE QTY-BOW TO QTY-TEXT
           PERFORM EXTRACT-ORDER-QUANTITY
           MOVE WORK-QTY TO BOW-QTY
           IF PAPER-QTY = 0 AND RIBBON-QTY = 0 AND BOW-QTY = 0
               ADD 1 TO NO-QTY-COUNT
           END-IF
           COMPUTE PO-MATERIAL(ORDER-COUNT) ROUNDED =
               PAPER-QTY * PAPER-UNIT-COST
               + RIBBON-QTY * RIBBON-UNIT-COST
               + BOW-QTY * BOW-UNIT-COST.

       EXTRACT-KEYED-AMOUNT.
           MOVE SPACES TO TOK-LABEL
           UNSTRING TOK-VALUE DELIMITED BY "="
               INTO TOK-LABEL TOK-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(TOK-VALUE) = SPACES
               MOVE 0 TO WORK-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(TOK-VALUE) TO WORK-AMOUNT
           END-IF.

       EXTRACT-ORDER-QUANTITY.
           MOVE 0 TO WORK-QTY
           MOVE SPACES TO TOK-LABEL
           UNSTRING QTY-TEXT DELIMITED BY "="
               INTO TOK-LABEL QTY-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(QTY-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(QTY-TEXT) TO WORK-QTY
           END-IF.

       SCAN-FREIGHT-FILE.
           MOVE "N" TO FRT-EOF
           OPEN INPUT FREIGHT-IN-FILE
           IF FREIGHT-IN-STATUS NOT = "00"
               DISPLAY "note: freight file "
                   FUNCTION TRIM(FREIGHT-IN-NAME)
                   " not present, freight cost taken as zero"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO HAVE-FREIGHT
           PERFORM UNTIL FRT-EOF = "Y"
             READ FREIGHT-IN-FILE
               AT END
                 MOVE "Y" TO FRT-EOF
               NOT AT END
                 IF FREIGHT-IN-RECORD(1:6) = "order "
                     PERFORM CAPTURE-FREIGHT-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FREIGHT-IN-FILE.

       CAPTURE-FREIGHT-LINE.
           MOVE SPACES TO FRT-KW1 FRT-ORDNUM FRT-KW2 FRT-ZONE
               FRT-BOXES FRT-AMOUNT
           UNSTRING FREIGHT-IN-RECORD DELIMITED BY SPACE
               INTO FRT-KW1 FRT-ORDNUM FRT-KW2 FRT-ZONE
                   FRT-BOXES FRT-AMOUNT
           END-UNSTRING
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT
             IF PO-ORDER(ORDER-IDX) = FRT-ORDNUM
                 AND PO-HAS-FREIGHT(ORDER-IDX) = "N"
                 MOVE FRT-AMOUNT TO TOK-VALUE
                 PERFORM EXTRACT-KEYED-AMOUNT
                 MOVE WORK-AMOUNT TO PO-FREIGHT(ORDER-IDX)
                 MOVE "Y" TO PO-HAS-FREIGHT(ORDER-IDX)
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       COMPUTE-ORDER-MARGINS.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT
             COMPUTE PO-MARGIN(ORDER-IDX) = PO-REVENUE(ORDER-IDX)
                 - PO-FREIGHT(ORDER-IDX) - PO-MATERIAL(ORDER-IDX)
             IF PO-HAS-FREIGHT(ORDER-IDX) = "N"
                 ADD 1 TO NO-FREIGHT-COUNT
             END-IF
             ADD PO-REVENUE(ORDER-IDX) TO TOTAL-REVENUE
             ADD PO-FREIGHT(ORDER-IDX) TO TOTAL-FREIGHT
             ADD PO-MATERIAL(ORDER-IDX) TO TOTAL-MATERIAL
             ADD PO-MARGIN(ORDER-IDX) TO TOTAL-MARGIN
             PERFORM NOTE-ORDER-CUSTOMER
           END-PERFORM.

       NOTE-ORDER-CUSTOMER.
           MOVE 0 TO CUST-FOUND-IDX
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             IF PC-CUST(CUST-IDX) = PO-CUST(ORDER-IDX)
                 MOVE CUST-IDX TO CUST-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF CUST-FOUND-IDX = 0
               IF CUST-COUNT >= MAX-CUSTS
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-CUSTS)
                       " customers in the period"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CUST-COUNT
               MOVE CUST-COUNT TO CUST-FOUND-IDX
               MOVE PO-CUST(ORDER-IDX) TO PC-CUST(CUST-FOUND-IDX)
               MOVE 0 TO PC-ORDERS(CUST-FOUND-IDX)
               MOVE 0 TO PC-REVENUE(CUST-FOUND-IDX)
               MOVE 0 TO PC-FREIGHT(CUST-FOUND-IDX)
               MOVE 0 TO PC-MATERIAL(CUST-FOUND-IDX)
               MOVE 0 TO PC-MARGIN(CUST-FOUND-IDX)
           END-IF
           ADD 1 TO PC-ORDERS(CUST-FOUND-IDX)
           ADD PO-REVENUE(ORDER-IDX) TO PC-REVENUE(CUST-FOUND-IDX)
           ADD PO-FREIGHT(ORDER-IDX) TO PC-FREIGHT(CUST-FOUND-IDX)
           ADD PO-MATERIAL(ORDER-IDX) TO PC-MATERIAL(CUST-FOUND-IDX)
           ADD PO-MARGIN(ORDER-IDX) TO PC-MARGIN(CUST-FOUND-IDX).

       RANK-CUSTOMERS.
           MOVE "Y" TO SORT-SWAPPED
           PERFORM UNTIL SORT-SWAPPED = "N"
             MOVE "N" TO SORT-SWAPPED
             PERFORM VARYING SORT-IDX FROM 1 BY 1
                 UNTIL SORT-IDX >= CUST-COUNT
               IF PC-MARGIN(SORT-IDX) > PC-MARGIN(SORT-IDX + 1)
                   MOVE PROFIT-CUST-ENTRY(SORT-IDX)
                       TO PROFIT-CUST-SWAP
                   MOVE PROFIT-CUST-ENTRY(SORT-IDX + 1)
                       TO PROFIT-CUST-ENTRY(SORT-IDX)
                   MOVE PROFIT-CUST-SWAP
                       TO PROFIT-CUST-ENTRY(SORT-IDX + 1)
                   MOVE "Y" TO SORT-SWAPPED
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-PROFIT-REPORT.
           MOVE "PROFIT.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT PROFIT-FILE
           MOVE SPACES TO PROFIT-RECORD
           STRING "customer profitability for period "
               DELIMITED BY SIZE
               PROFIT-PERIOD DELIMITED BY SIZE
               ", material costs effective " DELIMITED BY SIZE
               BEST-EFF-DATE DELIMITED BY SIZE
               INTO PROFIT-RECORD
           END-STRING
           WRITE PROFIT-RECORD
           MOVE SPACES TO PROFIT-RECORD
           WRITE PROFIT-RECORD
           MOVE "by order" TO PROFIT-RECORD
           WRITE PROFIT-RECORD
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT
             MOVE PO-REVENUE(ORDER-IDX) TO DISP-COST
             MOVE PO-FREIGHT(ORDER-IDX) TO DISP-COST-2
             MOVE PO-MATERIAL(ORDER-IDX) TO DISP-COST-3
             MOVE PO-MARGIN(ORDER-IDX) TO DISP-MARGIN
             MOVE PO-REVENUE(ORDER-IDX) TO WORK-AMOUNT
             MOVE PO-MARGIN(ORDER-IDX) TO PCT-MARGIN
             PERFORM COMPUTE-MARGIN-PCT
             MOVE SPACES TO PROFIT-RECORD
             STRING "  order " DELIMITED BY SIZE
                 FUNCTION TRIM(PO-ORDER(ORDER-IDX)) DELIMITED BY SIZE
                 " customer " DELIMITED BY SIZE
                 FUNCTION TRIM(PO-CUST(ORDER-IDX)) DELIMITED BY SIZE
                 " date " DELIMITED BY SIZE
                 PO-DATE(ORDER-IDX) DELIMITED BY SIZE
                 " revenue=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                 " freight=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
                 " material=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
                 " margin=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-MARGIN) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
                 "%)" DELIMITED BY SIZE
                 INTO PROFIT-RECORD
             END-STRING
             WRITE PROFIT-RECORD
           END-PERFORM
           MOVE SPACES TO PROFIT-RECORD
           WRITE PROFIT-RECORD
           MOVE "by customer, least profitable first" TO PROFIT-RECORD
           WRITE PROFIT-RECORD
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             MOVE PC-REVENUE(CUST-IDX) TO DISP-COST
             MOVE PC-FREIGHT(CUST-IDX) TO DISP-COST-2
             MOVE PC-MATERIAL(CUST-IDX) TO DISP-COST-3
             MOVE PC-MARGIN(CUST-IDX) TO DISP-MARGIN
             MOVE PC-REVENUE(CUST-IDX) TO WORK-AMOUNT
             MOVE PC-MARGIN(CUST-IDX) TO PCT-MARGIN
             PERFORM COMPUTE-MARGIN-PCT
             MOVE PC-ORDERS(CUST-IDX) TO DISP-COUNT
             MOVE SPACES TO PROFIT-RECORD
             STRING "  " DELIMITED BY SIZE
                 PC-CUST(CUST-IDX) DELIMITED BY SIZE
                 " orders=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                 " revenue=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                 " freight=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
                 " material=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
                 " margin=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-MARGIN) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
                 "%)" DELIMITED BY SIZE
                 INTO PROFIT-RECORD
             END-STRING
             WRITE PROFIT-RECORD
           END-PERFORM
           MOVE TOTAL-REVENUE TO WORK-AMOUNT
           MOVE TOTAL-MARGIN TO PCT-MARGIN
           PERFORM COMPUTE-MARGIN-PCT
           MOVE TOTAL-REVENUE TO DISP-COST
           MOVE TOTAL-FREIGHT TO DISP-COST-2
           MOVE TOTAL-MATERIAL TO DISP-COST-3
           MOVE TOTAL-MARGIN TO DISP-MARGIN
           MOVE SPACES TO PROFIT-RECORD
           WRITE PROFIT-RECORD
           MOVE SPACES TO PROFIT-RECORD
           STRING "total revenue=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               " freight=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
               " material=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
               " margin=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MARGIN) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO PROFIT-RECORD
           END-STRING
           WRITE PROFIT-RECORD
           IF NO-FREIGHT-COUNT > 0 AND HAVE-FREIGHT = "Y"
               MOVE NO-FREIGHT-COUNT TO DISP-COUNT
               MOVE SPACES TO PROFIT-RECORD
               STRING "note: " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   " orders have no freight line, freight taken "
                   DELIMITED BY SIZE
                   "as zero" DELIMITED BY SIZE
                   INTO PROFIT-RECORD
               END-STRING
               WRITE PROFIT-RECORD
           END-IF
           IF NO-QTY-COUNT > 0
               MOVE NO-QTY-COUNT TO DISP-COUNT
               MOVE SPACES TO PROFIT-RECORD
               STRING "note: " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   " order lines carry no material quantities, "
                   DELIMITED BY SIZE
                   "material cost taken as zero" DELIMITED BY SIZE
                   INTO PROFIT-RECORD
               END-STRING
               WRITE PROFIT-RECORD
           END-IF
           CLOSE PROFIT-FILE.

       COMPUTE-MARGIN-PCT.
           IF WORK-AMOUNT = 0
               MOVE 0 TO MARGIN-PCT
           ELSE
               COMPUTE MARGIN-PCT ROUNDED =
                   PCT-MARGIN * 100 / WORK-AMOUNT
           END-IF
           MOVE MARGIN-PCT TO DISP-PCT.

       COPY GENPARA.

       COPY AUDITPARA.
