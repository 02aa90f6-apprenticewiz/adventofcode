           FILE STATUS IS PO-INT-STATUS.
       SELECT PO-RPT-FILE ASSIGN TO "STOCKPO.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MATCOST-FILE ASSIGN TO "MATCOST.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATCOST-STATUS.
       COPY OPOSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FD PO-RPT-FILE.
       01 PO-RPT-RECORD        PIC X(96).

       FD MATCOST-FILE.
       01 MATCOST-RECORD       PIC X(80).

       COPY OPOFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY OPOWS.
       77 SHORTFALL-IN-STATUS  PIC X(2).
       77 REORDER-CTL-STATUS   PIC X(2).
       77 PO-SEQ-STATUS        PIC X(2).
       77 REORDER-IDX          PIC 9(2).
       77 RO-MIN-TEXT          PIC X(12).
       77 RO-QTY-TEXT          PIC X(12).
       77 RO-LEAD-TEXT         PIC X(8).
       77 DEFAULT-LEAD-DAYS    PIC 9(3) VALUE 14.
       77 MATCOST-STATUS       PIC X(2).
       77 MATCOST-EOF          PIC X(1).
       77 HAVE-MATCOST         PIC X(1) VALUE "N".
       77 MATCOST-EFF-TEXT     PIC X(10).
       77 MATCOST-PAPER-TEXT   PIC X(16).
       77 MATCOST-RIBBON-TEXT  PIC X(16).
       77 MATCOST-BOW-TEXT     PIC X(16).
       77 MATCOST-BULB-TEXT    PIC X(16).
       77 BEST-EFF-DATE        PIC X(10) VALUE SPACES.
       77 RIBBON-UNIT-COST     PIC 9(3)V9(6) VALUE 0.
       77 BOW-UNIT-COST        PIC 9(3)V9(6) VALUE 0.
       77 BULB-UNIT-COST       PIC 9(3)V9(6) VALUE 0.
       77 PROMISE-DATE-NUM     PIC 9(8).
       77 PROMISE-DATE         PIC X(10).
       77 PO-NUMBER            PIC 9(6) VALUE 0.
       77 DISP-PO-NUMBER       PIC 9(6).
       77 PO-QTY               PIC 9(12).
             10 RO-MIN-LEVEL   PIC 9(12).
             10 RO-REORDER-QTY PIC 9(12).
             10 RO-SUPPLIER    PIC X(8).
             10 RO-LEAD-DAYS   PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       PERFORM LOAD-REORDER-CONTROL
       PERFORM LOAD-PO-SEQUENCE
       PERFORM LOAD-MATERIAL-COSTS
       PERFORM LOAD-OPEN-POS

       OPEN OUTPUT PO-RPT-FILE
       MOVE "purchase-order register" TO PO-RPT-RECORD

       CLOSE PO-RPT-FILE
       PERFORM SAVE-PO-SEQUENCE
       PERFORM SAVE-OPEN-POS

       MOVE PO-COUNT TO DISP-PO-COUNT
       DISPLAY "purchase orders raised = "
               STOP RUN
           END-IF
           ADD 1 TO REORDER-COUNT
           MOVE SPACES TO RO-MIN-TEXT RO-QTY-TEXT RO-LEAD-TEXT
           UNSTRING REORDER-CTL-RECORD DELIMITED BY ","
               INTO RO-ITEM(REORDER-COUNT) RO-MIN-TEXT RO-QTY-TEXT
                   RO-SUPPLIER(REORDER-COUNT) RO-LEAD-TEXT
           END-UNSTRING
           INSPECT RO-ITEM(REORDER-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(RO-MIN-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(RO-QTY-TEXT) IS NOT NUMERIC
               OR (RO-LEAD-TEXT NOT = SPACES
                   AND FUNCTION TRIM(RO-LEAD-TEXT) IS NOT NUMERIC)
               DISPLAY "error: bad reorder rule: "
                   FUNCTION TRIM(REORDER-CTL-RECORD)
               MOVE 2 TO RETURN-CODE
               TO RO-MIN-LEVEL(REORDER-COUNT)
           MOVE FUNCTION NUMVAL(RO-QTY-TEXT)
               TO RO-REORDER-QTY(REORDER-COUNT)
           IF RO-LEAD-TEXT = SPACES
               MOVE DEFAULT-LEAD-DAYS TO RO-LEAD-DAYS(REORDER-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(RO-LEAD-TEXT)
                   TO RO-LEAD-DAYS(REORDER-COUNT)
           END-IF
           IF RO-REORDER-QTY(REORDER-COUNT) = 0
               DISPLAY "error: reorder quantity for "
                   FUNCTION TRIM(RO-ITEM(REORDER-COUNT))
               MOVE 0 TO PO-NUMBER
           END-IF.

       LOAD-MATERIAL-COSTS.
           MOVE "N" TO MATCOST-EOF
           OPEN INPUT MATCOST-FILE
           IF MATCOST-STATUS NOT = "00"
               DISPLAY "note: MATCOST.CTL not present, purchase "
                   "orders carry no unit cost"
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
           MOVE SPACES TO MATCOST-EFF-TEXT MATCOST-PAPER-TEXT
               MATCOST-RIBBON-TEXT MATCOST-BOW-TEXT MATCOST-BULB-TEXT
           UNSTRING MATCOST-RECORD DELIMITED BY ","
               INTO MATCOST-EFF-TEXT MATCOST-PAPER-TEXT
                    MATCOST-RIBBON-TEXT MATCOST-BOW-TEXT
                    MATCOST-BULB-TEXT
           END-UNSTRING
           IF MATCOST-EFF-TEXT <= TODAY-DATE
               AND (HAVE-MATCOST = "N"
                   OR MATCOST-EFF-TEXT > BEST-EFF-DATE)
               MOVE MATCOST-EFF-TEXT TO BEST-EFF-DATE
               MOVE FUNCTION NUMVAL(MATCOST-RIBBON-TEXT)
                   TO RIBBON-UNIT-COST
               MOVE FUNCTION NUMVAL(MATCOST-BOW-TEXT)
                   TO BOW-UNIT-COST
               MOVE 0 TO BULB-UNIT-COST
               IF MATCOST-BULB-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(MATCOST-BULB-TEXT)
                       TO BULB-UNIT-COST
               END-IF
               MOVE "Y" TO HAVE-MATCOST
           END-IF.

       SAVE-PO-SEQUENCE.
           OPEN OUTPUT PO-SEQ-FILE
           MOVE PO-NUMBER TO DISP-PO-NUMBER
           END-STRING
           WRITE PO-INT-RECORD
           CLOSE PO-INT-FILE
           PERFORM OPEN-PURCHASE-ORDER
           MOVE SPACES TO PO-RPT-RECORD
           STRING "PO" DELIMITED BY SIZE
               DISP-PO-NUMBER DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PO-QTY) DELIMITED BY SIZE
               " raised " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               " due " DELIMITED BY SIZE
               PROMISE-DATE DELIMITED BY SIZE
               INTO PO-RPT-RECORD
           END-STRING
           WRITE PO-RPT-RECORD
           DISPLAY FUNCTION TRIM(PO-RPT-RECORD).

       OPEN-PURCHASE-ORDER.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO PROMISE-DATE-NUM
           COMPUTE PROMISE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PROMISE-DATE-NUM)
               + RO-LEAD-DAYS(REORDER-IDX))
           MOVE SPACES TO PROMISE-DATE
           STRING PROMISE-DATE-NUM(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               PROMISE-DATE-NUM(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               PROMISE-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO PROMISE-DATE
           END-STRING
           MOVE SPACES TO OPO-WANT-PO
           STRING "PO" DELIMITED BY SIZE
               DISP-PO-NUMBER DELIMITED BY SIZE
               INTO OPO-WANT-PO
           END-STRING
           PERFORM ADD-OPEN-PO
           MOVE RO-SUPPLIER(REORDER-IDX) TO OP-SUPPLIER(OPO-FOUND-IDX)
           MOVE SHT-ITEM TO OP-ITEM(OPO-FOUND-IDX)
           MOVE PO-QTY TO OP-ORDERED(OPO-FOUND-IDX)
           MOVE TODAY-DATE TO OP-RAISED(OPO-FOUND-IDX)
           MOVE PROMISE-DATE TO OP-PROMISED(OPO-FOUND-IDX)
           EVALUATE FUNCTION TRIM(SHT-ITEM)
             WHEN "RIBBON"
               MOVE RIBBON-UNIT-COST TO OP-UNIT-COST(OPO-FOUND-IDX)
             WHEN "BOW"
               MOVE BOW-UNIT-COST TO OP-UNIT-COST(OPO-FOUND-IDX)
             WHEN OTHER
               IF SHT-ITEM(1:4) = "BULB"
                   MOVE BULB-UNIT-COST TO OP-UNIT-COST(OPO-FOUND-IDX)
               END-IF
           END-EVALUATE.

       COPY OPOPARA.

       COPY AUDITPARA.
