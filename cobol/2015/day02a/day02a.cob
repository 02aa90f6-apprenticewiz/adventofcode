           FILE STATUS IS CARRIER-STATUS.
       SELECT FREIGHT-FILE ASSIGN TO "DAY02A.FRT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TAX-RATES-FILE ASSIGN TO "TAXRATES.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-RATES-STATUS.
       SELECT OPEN-BAL-FILE ASSIGN TO "BILLING.BAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPEN-BAL-STATUS.
       SELECT UNAPPLIED-FILE ASSIGN TO "CASH.UNA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNAPPLIED-STATUS.
       SELECT CREDIT-LOG-FILE ASSIGN TO "CREDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREDIT-LOG-STATUS.
       SELECT HELD-FILE ASSIGN TO "DAY02A.HLD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HELD-STATUS.
       SELECT CARTON-FILE ASSIGN TO "CARTON.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARTON-STATUS.
       SELECT PACK-FILE ASSIGN TO "DAY02A.PCK"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT QUOTE-REG-FILE ASSIGN TO "QUOTE.REG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUOTE-REG-STATUS.
       SELECT QUOTE-DOC-FILE ASSIGN TO QUOTE-DOC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUOTE-DOC-STATUS.
       SELECT INVOICE-SEQ-FILE ASSIGN TO "INVOICE.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-SEQ-STATUS.
       SELECT ANOMALY-FILE ASSIGN TO "DAY02A.ANM"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DIM-PENDING-FILE ASSIGN TO "DIMEXC.PND"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIM-PENDING-STATUS.
       COPY CUSTSEL.
       COPY INVRSEL.
       COPY DPRFSEL.
       COPY AUDITSEL.
       COPY CFGSEL.
       COPY CSVSEL.
       01 RATES-RECORD         PIC X(64).

       FD INVOICE-FILE.
       01 INVOICE-RECORD       PIC X(200).

       FD CLASS-FILE.
       01 CLASS-RECORD         PIC X(96).
       FD FREIGHT-FILE.
       01 FREIGHT-RECORD       PIC X(132).

       FD TAX-RATES-FILE.
       01 TAX-RATES-RECORD     PIC X(64).

       FD OPEN-BAL-FILE.
       01 OPEN-BAL-RECORD      PIC X(96).

       FD UNAPPLIED-FILE.
       01 UNAPPLIED-RECORD     PIC X(64).

       FD CREDIT-LOG-FILE.
       01 CREDIT-LOG-RECORD    PIC X(96).

       FD HELD-FILE.
       01 HELD-RECORD          PIC X(96).

       FD CARTON-FILE.
       01 CARTON-RECORD        PIC X(64).

       FD PACK-FILE.
       01 PACK-RECORD          PIC X(96).

       FD QUOTE-REG-FILE.
       01 QUOTE-REG-RECORD     PIC X(128).

       FD QUOTE-DOC-FILE.
       01 QUOTE-DOC-RECORD     PIC X(132).

       FD INVOICE-SEQ-FILE.
       01 INVOICE-SEQ-RECORD   PIC X(8).

       FD ANOMALY-FILE.
       01 ANOMALY-RECORD       PIC X(132).

       FD DIM-PENDING-FILE.
       01 DIM-PENDING-RECORD   PIC X(96).

       COPY CUSTFD.
       COPY INVRFD.
       COPY DPRFFD.
       COPY AUDITFD.
       COPY CFGFD.
       COPY CSVFD.
       COPY GENWS.
       COPY CFGWS.
       COPY CUSTWS.
       COPY INVRWS.
       COPY DPRFWS.
       77 L-PART               PIC X(6).
       77 W-PART               PIC X(6).
       77 H-PART               PIC X(6).
       77 OVERWEIGHT-COUNT     PIC 9(6) VALUE 0.
       77 CARRIER-RATE-FOUND   PIC X(1).
       77 DISP-OVERWEIGHT      PIC Z(6).
       77 OPEN-BAL-STATUS      PIC X(2).
       77 UNAPPLIED-STATUS     PIC X(2).
       77 CREDIT-LOG-STATUS    PIC X(2).
       77 HELD-STATUS          PIC X(2).
       77 CREDIT-EOF           PIC X(1).
       77 CR-CUST-TEXT         PIC X(10).
       77 CR-PERIOD-TEXT       PIC X(7).
       77 CR-CUR-TEXT          PIC X(16).
       77 CR-30-TEXT           PIC X(16).
       77 CR-60-TEXT           PIC X(16).
       77 CR-90-TEXT           PIC X(16).
       77 CR-DATE-TEXT         PIC X(10).
       77 CR-ACTION-TEXT       PIC X(8).
       77 CR-ORDER-TEXT        PIC X(10).
       77 CREDIT-COUNT         PIC 9(3) VALUE 0.
       77 MAX-CREDIT-CUSTS     PIC 9(3) VALUE 100.
       77 CREDIT-IDX           PIC 9(3).
       77 CREDIT-FOUND-IDX     PIC 9(3).
       77 RELEASE-COUNT        PIC 9(4) VALUE 0.
       77 MAX-RELEASES         PIC 9(4) VALUE 500.
       77 RELEASE-IDX          PIC 9(4).
       77 RELEASE-FOUND-IDX    PIC 9(4).
       77 RELEASE-USED-COUNT   PIC 9(4) VALUE 0.
       77 RELEASE-SAVE-RC      PIC S9(4).
       77 ORDER-RELEASED       PIC X(1).
       77 ORDER-HELD           PIC X(1) VALUE "N".
       77 ORDER-CUST-LIMIT     PIC 9(9)V99 VALUE 0.
       77 CREDIT-OPEN-AMOUNT   PIC 9(11)V99.
       77 CREDIT-EXPOSURE      PIC 9(11)V99.
       77 CREDIT-WORK          PIC S9(11)V99.
       77 HELD-ORDER-COUNT     PIC 9(6) VALUE 0.
       77 HELD-COST-TOTAL      PIC 9(13)V99 VALUE 0.
       77 DISP-HELD-ORDERS     PIC Z(6).
       77 DISP-CREDIT-LIMIT    PIC Z(8)9.99.
       77 DISP-CREDIT-OPEN     PIC Z(12)9.99.
       77 ORDER-LINE-COUNT     PIC 9(4) VALUE 0.
       77 MAX-ORDER-LINES      PIC 9(4) VALUE 1000.
       77 ORDER-LINE-IDX       PIC 9(4).
       01 CREDIT-TABLE.
          05 CREDIT-ENTRY OCCURS 100 TIMES.
             10 CR-CUST        PIC X(10).
             10 CR-OPEN        PIC 9(11)V99.
       01 RELEASE-TABLE.
          05 RELEASE-ENTRY OCCURS 500 TIMES.
             10 RELEASED-ORDER PIC X(10).
             10 RELEASED-CUST  PIC X(10).
             10 RELEASE-USED   PIC X(1).
       01 ORDER-LINE-TABLE.
          05 ORDER-LINE OCCURS 1000 TIMES PIC X(64).
       77 TAX-RATES-STATUS     PIC X(2).
       77 TAX-EOF              PIC X(1).
       77 HAVE-TAX             PIC X(1) VALUE "N".
       77 TAX-ZONE-TEXT        PIC X(4).
       77 TAX-EFF-TEXT         PIC X(10).
       77 TAX-RATE-TEXT        PIC X(12).
       77 TAX-JURIS-TEXT       PIC X(12).
       77 TAX-JURIS-LEN        PIC 9(2).
       77 TAX-JURIS-BLANKS     PIC 9(2).
       77 TAX-ZONE-COUNT       PIC 9(3) VALUE 0.
       77 MAX-TAX-ZONES        PIC 9(3) VALUE 50.
       77 TAX-IDX              PIC 9(3).
       77 TAX-FOUND-IDX        PIC 9(3).
       77 ORD-TAX-AMOUNT       PIC 9(11)V99 VALUE 0.
       77 TAX-COST-TOTAL       PIC 9(13)V99 VALUE 0.
       77 DISP-TAX-RATE        PIC 9.9(5).
       77 DISP-TAX-ZONES       PIC Z(2)9.
       77 DISP-ORD-QTY         PIC Z(14)9.
       01 TAX-ZONE-TABLE.
          05 TAX-ZONE-ENTRY OCCURS 50 TIMES.
             10 TZ-ZONE        PIC X(2).
             10 TZ-EFF-DATE    PIC X(10).
             10 TZ-RATE        PIC 9V9(5).
             10 TZ-JURIS       PIC X(12).
       77 QUOTE-REG-STATUS     PIC X(2).
       77 QUOTE-DOC-STATUS     PIC X(2).
       77 QUOTE-EOF            PIC X(1).
       77 QUOTE-DOC-NAME       PIC X(64) VALUE SPACES.
       77 QUOTE-NUM-TEXT       PIC X(8).
       77 QUOTE-DATE-TEXT      PIC X(10).
       77 QUOTE-EXP-TEXT       PIC X(10).
       77 QUOTE-CUST-TEXT      PIC X(10).
       77 QUOTE-EFF-TEXT       PIC X(10).
       77 QUOTE-PAPER-TEXT     PIC X(12).
       77 QUOTE-RIBBON-TEXT    PIC X(12).
       77 QUOTE-BOW-TEXT       PIC X(12).
       77 QUOTE-COUNT          PIC 9(4) VALUE 0.
       77 MAX-QUOTES           PIC 9(4) VALUE 2000.
       77 QUOTE-IDX            PIC 9(4).
       77 QUOTE-FOUND-IDX      PIC 9(4).
       77 QUOTE-NUMBER         PIC 9(6) VALUE 0.
       77 QUOTE-REF-NUMBER     PIC 9(6) VALUE 0.
       77 QUOTE-TODAY          PIC X(10).
       77 QUOTE-VALID-DAYS     PIC 9(3) VALUE 30.
       77 QUOTE-DATE-NUM       PIC 9(8).
       77 QUOTE-EXPIRY         PIC X(10).
       77 QUOTE-CUSTOMER       PIC X(10) VALUE SPACES.
       77 QUOTE-BOX-COUNT      PIC 9(6) VALUE 0.
       77 QUOTE-TOTAL          PIC 9(13)V99 VALUE 0.
       77 DISP-QUOTE-DAYS      PIC Z(2)9.
       77 ORDER-QUOTE-PART     PIC X(16).
       77 ORDER-QUOTE-NUMBER   PIC 9(6) VALUE 0.
       77 BASE-PAPER-RATE      PIC 9(3)V9(4) VALUE 0.
       77 BASE-RIBBON-RATE     PIC 9(3)V9(4) VALUE 0.
       77 BASE-BOW-RATE        PIC 9(3)V9(4) VALUE 0.
       77 CARTON-STATUS        PIC X(2).
       77 CARTON-EOF           PIC X(1).
       77 HAVE-CARTONS         PIC X(1) VALUE "N".
       77 CARTON-CODE-TEXT     PIC X(8).
       77 CARTON-L-TEXT        PIC X(10).
       77 CARTON-W-TEXT        PIC X(10).
       77 CARTON-H-TEXT        PIC X(10).
       77 CARTON-TARE-TEXT     PIC X(10).
       77 CARTON-COST-TEXT     PIC X(10).
       77 CARTON-COUNT         PIC 9(3) VALUE 0.
       77 MAX-CARTONS          PIC 9(3) VALUE 100.
       77 CARTON-IDX           PIC 9(3).
       77 CARTON-FOUND-IDX     PIC 9(3).
       77 CRATE-COUNT          PIC 9(6) VALUE 0.
       77 SORT-D1              PIC 9(6)V99.
       77 SORT-D2              PIC 9(6)V99.
       77 SORT-D3              PIC 9(6)V99.
       77 SORT-SWAP            PIC 9(6)V99.
       77 CARTON-TARE-WORK     PIC 9(9)V99.
       77 CARTON-COST-WORK     PIC 9(11)V99.
       77 CARTON-COST-TOTAL    PIC 9(13)V99 VALUE 0.
       77 DISP-CARTON-TYPES    PIC Z(2)9.
       77 DISP-CARTON-USED     PIC Z(5)9.
       77 DISP-CARTON-TARE     PIC Z(8)9.99.
       77 INVOICE-SEQ-STATUS   PIC X(2).
       77 INVOICE-NUMBER       PIC 9(8) VALUE 0.
       77 DISP-INVOICE-NUMBER  PIC 9(8).
       77 FIRST-INVOICE-NUMBER PIC 9(8) VALUE 0.
       77 INVOICE-ISSUE-COUNT  PIC 9(6) VALUE 0.
       77 DISP-INVOICE-COUNT   PIC Z(5)9.
       77 ORD-BOX-COUNT        PIC 9(4) VALUE 0.
       77 MAX-ORD-BOXES        PIC 9(4) VALUE 1000.
       77 ORD-BOX-IDX          PIC 9(4).
       77 DIM-PENDING-STATUS   PIC X(2).
       77 DIM-PENDING-OPEN     PIC X(1) VALUE "N".
       77 DIM-FACTOR           PIC 9(3) VALUE 3.
       77 DIM-HISTORY          PIC 9(5) VALUE 5.
       77 DIM-REASON-SIDE      PIC X(13).
       77 DIM-REASON-KIND      PIC X(5).
       77 DIM-REASON-VALUE     PIC 9(12).
       77 DIM-REASON-LIMIT     PIC 9(12).
       77 DIM-AVG-VOL          PIC 9(12).
       77 ANOMALY-COUNT        PIC 9(6) VALUE 0.
       77 ORD-DIM-COUNT        PIC 9(4) VALUE 0.
       77 ORD-DIM-IDX          PIC 9(4).
       77 DISP-ANOMALY-COUNT   PIC Z(5)9.
       01 ORDER-BOX-TABLE.
          05 ORDER-BOX-ENTRY OCCURS 1000 TIMES.
             10 OB-L           PIC 9(6).
             10 OB-W           PIC 9(6).
             10 OB-H           PIC 9(6).
             10 OB-COST        PIC 9(11)V99.
       01 ORDER-DIM-TABLE.
          05 ORDER-DIM-ENTRY OCCURS 1000 TIMES.
             10 OD-L           PIC 9(6).
             10 OD-W           PIC 9(6).
             10 OD-H           PIC 9(6).
             10 OD-VOL         PIC 9(12).
       01 CARTON-TABLE.
          05 CARTON-ENTRY OCCURS 100 TIMES.
             10 CT-CODE        PIC X(8).
             10 CT-D1          PIC 9(6)V99.
             10 CT-D2          PIC 9(6)V99.
             10 CT-D3          PIC 9(6)V99.
             10 CT-VOLUME      PIC 9(15)V9(6).
             10 CT-TARE        PIC 9(5)V99.
             10 CT-COST        PIC 9(7)V99.
             10 CT-USED        PIC 9(6).
       01 QUOTE-TABLE.
          05 QUOTE-ENTRY OCCURS 2000 TIMES.
             10 QT-NUMBER      PIC 9(6).
             10 QT-EXPIRY      PIC X(10).
             10 QT-CUST        PIC X(10).
             10 QT-PAPER-RATE  PIC 9(3)V9(4).
             10 QT-RIBBON-RATE PIC 9(3)V9(4).
             10 QT-BOW-RATE    PIC 9(3)V9(4).
       01 CARRIER-BREAK-TABLE.
          05 CARRIER-BREAK-ENTRY OCCURS 50 TIMES.
             10 CB-ZONE        PIC X(2).
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <input file> [vendor invoiced total]"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " <box list file> -quote"
           MOVE 2 TO RETURN-CODE
           STOP RUN
         WHEN QUOTE-FLAG = "Y" AND VALIDATE-ONLY = "Y"
           DISPLAY "error: -quote and -validate cannot be combined"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE
       MOVE FUNCTION TRIM(ARG) TO FILENAME

       MOVE "DAY02A" TO AUDIT-PROGRAM
       IF QUOTE-FLAG NOT = "Y"
           PERFORM CHECK-DUPLICATE-RUN
       END-IF

       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
       OPEN INPUT INPUT-FILE
       PERFORM OPEN-CUSTOMER-MASTER
       IF VALIDATE-ONLY NOT = "Y"
           PERFORM LOAD-QUOTE-REGISTER
       END-IF
       IF QUOTE-FLAG = "Y"
           PERFORM START-QUOTATION
       END-IF
       IF VALIDATE-ONLY NOT = "Y" AND QUOTE-FLAG NOT = "Y"
           MOVE "DAY02A.REJ" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT REJECT-FILE
           PERFORM LOAD-MATERIAL-RATES
           PERFORM LOAD-CARRIER-RATES
           PERFORM LOAD-TAX-RATES
           IF HAVE-CUSTOMERS = "Y"
               PERFORM LOAD-OPEN-BALANCES
               PERFORM LOAD-CREDIT-RELEASES
           END-IF
           IF HAVE-CARRIER = "Y"
               MOVE "DAY02A.FRT" TO GEN-FILE-NAME
               PERFORM ROLL-OUTPUT-GENERATIONS
               PERFORM ROLL-OUTPUT-GENERATIONS
               OPEN OUTPUT INVOICE-FILE
               PERFORM WRITE-INVOICE-HEADER
               PERFORM OPEN-INVOICE-REGISTER
               PERFORM LOAD-INVOICE-SEQUENCE
           END-IF
           PERFORM LOAD-CARTON-CATALOG
           IF HAVE-CARTONS = "Y"
               MOVE "DAY02A.PCK" TO GEN-FILE-NAME
               PERFORM ROLL-OUTPUT-GENERATIONS
               OPEN OUTPUT PACK-FILE
               MOVE "DAY02A pick/pack list" TO PACK-RECORD
               WRITE PACK-RECORD
           END-IF
           PERFORM LOAD-DIM-PROFILES
           MOVE "DAY02A.ANM" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT ANOMALY-FILE
           MOVE "DAY02A box dimension exceptions vs customer history"
               TO ANOMALY-RECORD
           WRITE ANOMALY-RECORD
       END-IF
       PERFORM UNTIL EOF-FLAG = "Y"
         READ INPUT-FILE
                 ADD 1 TO DIM-RECORD-COUNT
                 IF ORDER-OPEN = "Y"
                     ADD 1 TO ORD-DETAIL-COUNT
                     PERFORM SAVE-ORDER-LINE
                 END-IF
                 IF ORDER-REJECTED = "Y"
                     AND VALIDATE-ONLY NOT = "Y"
       IF HAVE-CUSTOMERS = "Y"
           CLOSE CUSTOMER-FILE
       END-IF
       IF VALIDATE-ONLY NOT = "Y" AND QUOTE-FLAG NOT = "Y"
           CLOSE REJECT-FILE
       END-IF

           STOP RUN
       END-IF

       IF VALIDATE-ONLY NOT = "Y" AND QUOTE-FLAG NOT = "Y"
           PERFORM FINISH-DIM-PROFILES
       END-IF

       IF QUOTE-FLAG = "Y"
           PERFORM FINISH-QUOTATION
           STOP RUN
       END-IF

       IF VALIDATE-ONLY = "Y"
           PERFORM REPORT-VALIDATE-VERDICT
           STOP RUN
       MOVE ORDER-REJECT-COUNT TO DISP-ORDER-REJECTS
       DISPLAY "rejected order headers = "
           FUNCTION TRIM(DISP-ORDER-REJECTS)
       MOVE HELD-ORDER-COUNT TO DISP-HELD-ORDERS
       DISPLAY "orders held for credit review = "
           FUNCTION TRIM(DISP-HELD-ORDERS)

       IF VENDOR-WANTED = "Y"
           PERFORM RECONCILE-VENDOR-TOTAL
       IF HAVE-RATES = "Y"
           PERFORM WRITE-INVOICE-TOTALS
           CLOSE INVOICE-FILE
           CLOSE INVREG-FILE
       END-IF

       IF HAVE-CARRIER = "Y"
           CLOSE FREIGHT-FILE
       END-IF

       IF HAVE-CARTONS = "Y"
           PERFORM WRITE-CARTON-SUMMARY
           CLOSE PACK-FILE
       END-IF

       PERFORM WRITE-CLASSIFICATION-REPORT

       PERFORM CROSS-FOOT-BALANCE

       PERFORM CONSUME-CREDIT-RELEASES

       MOVE "DAY02A" TO AUDIT-PROGRAM
       MOVE FUNCTION TRIM(RESULT) TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-TAX-RATES.
           MOVE "N" TO TAX-EOF
           OPEN INPUT TAX-RATES-FILE
           IF TAX-RATES-STATUS NOT = "00"
               DISPLAY "note: TAXRATES.CTL not present, no sales tax "
                   "charged"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TAX-EOF = "Y"
             READ TAX-RATES-FILE
               AT END
                 MOVE "Y" TO TAX-EOF
               NOT AT END
                 IF FUNCTION TRIM(TAX-RATES-RECORD) NOT = SPACES
                     AND TAX-RATES-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-TAX-RATES-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TAX-RATES-FILE
           IF TAX-ZONE-COUNT > 0
               MOVE "Y" TO HAVE-TAX
               MOVE TAX-ZONE-COUNT TO DISP-TAX-ZONES
               DISPLAY "sales tax rates in use for "
                   FUNCTION TRIM(DISP-TAX-ZONES) " zones"
           ELSE
               DISPLAY "note: no rate in TAXRATES.CTL is effective "
                   "on or before " RATES-RUN-DATE
                   ", no sales tax charged"
           END-IF.

       APPLY-TAX-RATES-RECORD.
           MOVE SPACES TO TAX-ZONE-TEXT TAX-EFF-TEXT TAX-RATE-TEXT
               TAX-JURIS-TEXT
           UNSTRING TAX-RATES-RECORD DELIMITED BY ","
               INTO TAX-ZONE-TEXT TAX-EFF-TEXT TAX-RATE-TEXT
                   TAX-JURIS-TEXT
           END-UNSTRING
           IF TAX-EFF-TEXT(5:1) NOT = "-"
               OR FUNCTION TRIM(TAX-RATE-TEXT) = SPACES
               DISPLAY "error: malformed TAXRATES.CTL record: "
                   FUNCTION TRIM(TAX-RATES-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TAX-EFF-TEXT > RATES-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(TAX-ZONE-TEXT) TO TAX-ZONE-TEXT
           MOVE 0 TO TAX-FOUND-IDX
           PERFORM VARYING TAX-IDX FROM 1 BY 1
               UNTIL TAX-IDX > TAX-ZONE-COUNT
             IF TZ-ZONE(TAX-IDX) = TAX-ZONE-TEXT(1:2)
                 MOVE TAX-IDX TO TAX-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF TAX-FOUND-IDX = 0
               IF TAX-ZONE-COUNT >= MAX-TAX-ZONES
                   DISPLAY "error: TAXRATES.CTL has more than "
                       FUNCTION TRIM(MAX-TAX-ZONES) " zones"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO TAX-ZONE-COUNT
               MOVE TAX-ZONE-COUNT TO TAX-FOUND-IDX
               MOVE TAX-ZONE-TEXT(1:2) TO TZ-ZONE(TAX-FOUND-IDX)
               MOVE SPACES TO TZ-EFF-DATE(TAX-FOUND-IDX)
           END-IF
           IF TAX-EFF-TEXT >= TZ-EFF-DATE(TAX-FOUND-IDX)
               MOVE TAX-EFF-TEXT TO TZ-EFF-DATE(TAX-FOUND-IDX)
               MOVE FUNCTION NUMVAL(TAX-RATE-TEXT)
                   TO TZ-RATE(TAX-FOUND-IDX)
               MOVE FUNCTION TRIM(TAX-JURIS-TEXT)
                   TO TZ-JURIS(TAX-FOUND-IDX)
               IF TZ-JURIS(TAX-FOUND-IDX) NOT = SPACES
                   PERFORM CLOSE-UP-JURIS-NAME
               END-IF
               IF TZ-JURIS(TAX-FOUND-IDX) = SPACES
                   STRING "ZONE-" DELIMITED BY SIZE
                       TZ-ZONE(TAX-FOUND-IDX) DELIMITED BY SPACE
                       INTO TZ-JURIS(TAX-FOUND-IDX)
                   END-STRING
               END-IF
           END-IF.

       CLOSE-UP-JURIS-NAME.
           MOVE 0 TO TAX-JURIS-BLANKS
           COMPUTE TAX-JURIS-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(TAX-JURIS-TEXT))
           INSPECT TZ-JURIS(TAX-FOUND-IDX)(1:TAX-JURIS-LEN)
               TALLYING TAX-JURIS-BLANKS FOR ALL SPACE
           IF TAX-JURIS-BLANKS > 0
               INSPECT TZ-JURIS(TAX-FOUND-IDX)(1:TAX-JURIS-LEN)
                   REPLACING ALL SPACE BY "-"
               DISPLAY "WARNING: TAXRATES.CTL jurisdiction "
                   FUNCTION TRIM(TAX-JURIS-TEXT)
                   " contains blanks, used as "
                   FUNCTION TRIM(TZ-JURIS(TAX-FOUND-IDX))
           END-IF.

       COMPUTE-ORDER-TAX.
           MOVE 0 TO ORD-TAX-AMOUNT
           MOVE 0 TO TAX-FOUND-IDX
           IF HAVE-TAX NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TAX-IDX FROM 1 BY 1
               UNTIL TAX-IDX > TAX-ZONE-COUNT
             IF TZ-ZONE(TAX-IDX) = ORDER-CUST-ZONE
                 MOVE TAX-IDX TO TAX-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF TAX-FOUND-IDX = 0
               DISPLAY "WARNING: no sales tax rate for zone "
                   FUNCTION TRIM(ORDER-CUST-ZONE) ", order "
                   FUNCTION TRIM(ORDER-NUMBER) " not taxed"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ORD-TAX-AMOUNT ROUNDED =
               ORD-COST-TOTAL * TZ-RATE(TAX-FOUND-IDX).

       WRITE-ORDER-TAX-LINE.
           IF TAX-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD ORD-TAX-AMOUNT TO TAX-COST-TOTAL
           MOVE TZ-RATE(TAX-FOUND-IDX) TO DISP-TAX-RATE
           MOVE SPACES TO INVOICE-RECORD
           MOVE ORD-COST-TOTAL TO DISP-COST
           STRING "tax order " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-NUMBER) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUSTOMER) DELIMITED BY SIZE
               " date " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-DATE) DELIMITED BY SIZE
               " zone " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUST-ZONE) DELIMITED BY SIZE
               " juris=" DELIMITED BY SIZE
               FUNCTION TRIM(TZ-JURIS(TAX-FOUND-IDX))
               DELIMITED BY SIZE
               " rate=" DELIMITED BY SIZE
               DISP-TAX-RATE DELIMITED BY SIZE
               " taxable=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE ORD-TAX-AMOUNT TO DISP-COST
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " tax=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           WRITE INVOICE-RECORD.

       LOAD-CARRIER-RATES.
           MOVE "N" TO CARRIER-EOF
           OPEN INPUT CARRIER-FILE

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           EVALUATE CUSTOMER-STATUS
             WHEN "00"
               MOVE "Y" TO HAVE-CUSTOMERS
             WHEN "35"
               DISPLAY "note: CUSTOMER.MST not present, order "
                   "headers are not validated against the customer "
                   "master"
             WHEN OTHER
               DISPLAY "error: cannot open CUSTOMER.MST (status "
                   CUSTOMER-STATUS "), a master still in the old "
                   "record layout must first be converted with "
                   "mstbkup convert"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       VALIDATE-ORDER-CUSTOMER.
           MOVE SPACES TO ORDER-CUST-NAME
               IF FUNCTION TRIM(CUST-ZONE) NOT = SPACES
                   MOVE CUST-ZONE TO ORDER-CUST-ZONE
               END-IF
               IF CUST-CREDIT-LIMIT IS NUMERIC
                   MOVE CUST-CREDIT-LIMIT TO ORDER-CUST-LIMIT
               END-IF
           END-EVALUATE.

       LOAD-OPEN-BALANCES.
           MOVE "N" TO CREDIT-EOF
           OPEN INPUT OPEN-BAL-FILE
           IF OPEN-BAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CREDIT-EOF = "Y"
             READ OPEN-BAL-FILE
               AT END
                 MOVE "Y" TO CREDIT-EOF
               NOT AT END
                 IF FUNCTION TRIM(OPEN-BAL-RECORD) NOT = SPACES
                     MOVE SPACES TO CR-CUST-TEXT CR-PERIOD-TEXT
                         CR-CUR-TEXT CR-30-TEXT CR-60-TEXT CR-90-TEXT
                     UNSTRING OPEN-BAL-RECORD DELIMITED BY ","
                         INTO CR-CUST-TEXT CR-PERIOD-TEXT CR-CUR-TEXT
                             CR-30-TEXT CR-60-TEXT CR-90-TEXT
                     END-UNSTRING
                     PERFORM FIND-CREDIT-CUSTOMER
                     COMPUTE CR-OPEN(CREDIT-FOUND-IDX) =
                         CR-OPEN(CREDIT-FOUND-IDX)
                         + FUNCTION NUMVAL(CR-CUR-TEXT)
                         + FUNCTION NUMVAL(CR-30-TEXT)
                         + FUNCTION NUMVAL(CR-60-TEXT)
                         + FUNCTION NUMVAL(CR-90-TEXT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OPEN-BAL-FILE
           MOVE "N" TO CREDIT-EOF
           OPEN INPUT UNAPPLIED-FILE
           IF UNAPPLIED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CREDIT-EOF = "Y"
             READ UNAPPLIED-FILE
               AT END
                 MOVE "Y" TO CREDIT-EOF
               NOT AT END
                 IF FUNCTION TRIM(UNAPPLIED-RECORD) NOT = SPACES
                     AND UNAPPLIED-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO CR-CUST-TEXT CR-CUR-TEXT
                     UNSTRING UNAPPLIED-RECORD DELIMITED BY ","
                         INTO CR-CUST-TEXT CR-CUR-TEXT
                     END-UNSTRING
                     PERFORM FIND-CREDIT-CUSTOMER
                     COMPUTE CREDIT-WORK = CR-OPEN(CREDIT-FOUND-IDX)
                         - FUNCTION NUMVAL(CR-CUR-TEXT)
                     IF CREDIT-WORK < 0
                         MOVE 0 TO CREDIT-WORK
                     END-IF
                     MOVE CREDIT-WORK TO CR-OPEN(CREDIT-FOUND-IDX)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE UNAPPLIED-FILE.

       FIND-CREDIT-CUSTOMER.
           MOVE 0 TO CREDIT-FOUND-IDX
           PERFORM VARYING CREDIT-IDX FROM 1 BY 1
               UNTIL CREDIT-IDX > CREDIT-COUNT
             IF CR-CUST(CREDIT-IDX) = FUNCTION TRIM(CR-CUST-TEXT)
                 MOVE CREDIT-IDX TO CREDIT-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF CREDIT-FOUND-IDX = 0
               IF CREDIT-COUNT >= MAX-CREDIT-CUSTS
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-CREDIT-CUSTS)
                       " customers carry an open balance"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CREDIT-COUNT
               MOVE CREDIT-COUNT TO CREDIT-FOUND-IDX
               MOVE FUNCTION TRIM(CR-CUST-TEXT)
                   TO CR-CUST(CREDIT-FOUND-IDX)
               MOVE 0 TO CR-OPEN(CREDIT-FOUND-IDX)
           END-IF.

       LOAD-CREDIT-RELEASES.
           MOVE "N" TO CREDIT-EOF
           OPEN INPUT CREDIT-LOG-FILE
           IF CREDIT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CREDIT-EOF = "Y"
             READ CREDIT-LOG-FILE
               AT END
                 MOVE "Y" TO CREDIT-EOF
               NOT AT END
                 MOVE SPACES TO CR-DATE-TEXT CR-ACTION-TEXT
                     CR-ORDER-TEXT
                 UNSTRING CREDIT-LOG-RECORD DELIMITED BY ","
                     INTO CR-DATE-TEXT CR-ACTION-TEXT CR-ORDER-TEXT
                 END-UNSTRING
                 EVALUATE FUNCTION TRIM(CR-ACTION-TEXT)
                   WHEN "RELEASE"
                     PERFORM ADD-CREDIT-RELEASE
                   WHEN "USED"
                     PERFORM DROP-CREDIT-RELEASE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE CREDIT-LOG-FILE.

       ADD-CREDIT-RELEASE.
           MOVE 0 TO RELEASE-FOUND-IDX
           PERFORM VARYING RELEASE-IDX FROM 1 BY 1
               UNTIL RELEASE-IDX > RELEASE-COUNT
             IF RELEASED-ORDER(RELEASE-IDX) = SPACES
                 OR RELEASED-ORDER(RELEASE-IDX) = CR-ORDER-TEXT
                 MOVE RELEASE-IDX TO RELEASE-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF RELEASE-FOUND-IDX = 0
               IF RELEASE-COUNT >= MAX-RELEASES
                   DISPLAY "WARNING: more than "
                       FUNCTION TRIM(MAX-RELEASES)
                       " open credit releases on CREDIT.LOG, order "
                       FUNCTION TRIM(CR-ORDER-TEXT) " ignored"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RELEASE-COUNT
               MOVE RELEASE-COUNT TO RELEASE-FOUND-IDX
           END-IF
           MOVE CR-ORDER-TEXT TO RELEASED-ORDER(RELEASE-FOUND-IDX)
           MOVE SPACES TO RELEASED-CUST(RELEASE-FOUND-IDX)
           MOVE "N" TO RELEASE-USED(RELEASE-FOUND-IDX).

       DROP-CREDIT-RELEASE.
           PERFORM VARYING RELEASE-IDX FROM 1 BY 1
               UNTIL RELEASE-IDX > RELEASE-COUNT
             IF RELEASED-ORDER(RELEASE-IDX) = CR-ORDER-TEXT
                 MOVE SPACES TO RELEASED-ORDER(RELEASE-IDX)
             END-IF
           END-PERFORM.

       CONSUME-CREDIT-RELEASES.
           IF RELEASE-USED-COUNT > 0
               OPEN EXTEND CREDIT-LOG-FILE
               IF CREDIT-LOG-STATUS NOT = "00"
                   OPEN OUTPUT CREDIT-LOG-FILE
               END-IF
               IF CREDIT-LOG-STATUS NOT = "00"
                   DISPLAY "error: cannot open CREDIT.LOG (status "
                       CREDIT-LOG-STATUS ")"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING RELEASE-IDX FROM 1 BY 1
                   UNTIL RELEASE-IDX > RELEASE-COUNT
                 IF RELEASE-USED(RELEASE-IDX) = "Y"
                     MOVE SPACES TO CREDIT-LOG-RECORD
                     STRING RATES-RUN-DATE DELIMITED BY SIZE
                         ",USED," DELIMITED BY SIZE
                         FUNCTION TRIM(RELEASED-ORDER(RELEASE-IDX))
                         DELIMITED BY SIZE
                         "," DELIMITED BY SIZE
                         FUNCTION TRIM(RELEASED-CUST(RELEASE-IDX))
                         DELIMITED BY SIZE
                         "," DELIMITED BY SIZE
                         FUNCTION TRIM(AUDIT-OPERATOR-ID)
                         DELIMITED BY SIZE
                         INTO CREDIT-LOG-RECORD
                     END-STRING
                     WRITE CREDIT-LOG-RECORD
                 END-IF
               END-PERFORM
               CLOSE CREDIT-LOG-FILE
           END-IF
           IF FUNCTION TRIM(FILENAME) = "DAY02A.RLS"
               MOVE RETURN-CODE TO RELEASE-SAVE-RC
               MOVE "DAY02A.RLS" TO GEN-FILE-NAME
               PERFORM ROLL-OUTPUT-GENERATIONS
               MOVE RELEASE-SAVE-RC TO RETURN-CODE
               DISPLAY "released orders on DAY02A.RLS invoiced, "
                   "file kept as DAY02A.RLS.G1"
           END-IF.

       SAVE-ORDER-LINE.
           IF VALIDATE-ONLY = "Y"
               EXIT PARAGRAPH
           END-IF
           IF ORDER-LINE-COUNT >= MAX-ORDER-LINES
               DISPLAY "error: order " FUNCTION TRIM(ORDER-NUMBER)
                   " has more than " FUNCTION TRIM(MAX-ORDER-LINES)
                   " records"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ORDER-LINE-COUNT
           MOVE INPUT-RECORD TO ORDER-LINE(ORDER-LINE-COUNT).

       CHECK-ORDER-CREDIT.
           MOVE "N" TO ORDER-HELD
           MOVE "N" TO ORDER-RELEASED
           PERFORM VARYING RELEASE-IDX FROM 1 BY 1
               UNTIL RELEASE-IDX > RELEASE-COUNT
             IF RELEASED-ORDER(RELEASE-IDX) = ORDER-NUMBER
                 AND RELEASE-USED(RELEASE-IDX) = "N"
                 MOVE "Y" TO ORDER-RELEASED
                 MOVE "Y" TO RELEASE-USED(RELEASE-IDX)
                 MOVE ORDER-CUSTOMER TO RELEASED-CUST(RELEASE-IDX)
                 ADD 1 TO RELEASE-USED-COUNT
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF ORDER-CUST-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ORDER-CUSTOMER TO CR-CUST-TEXT
           PERFORM FIND-CREDIT-CUSTOMER
           MOVE CR-OPEN(CREDIT-FOUND-IDX) TO CREDIT-OPEN-AMOUNT
           COMPUTE CREDIT-EXPOSURE = CREDIT-OPEN-AMOUNT + ORD-COST-TOTAL
               + ORD-TAX-AMOUNT
           IF CREDIT-EXPOSURE <= ORDER-CUST-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF ORDER-RELEASED = "Y"
               DISPLAY "order " FUNCTION TRIM(ORDER-NUMBER)
                   " is over the credit limit but was released by "
                   "the credit desk"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ORDER-HELD.

       HOLD-ORDER.
           ADD 1 TO HELD-ORDER-COUNT
           SUBTRACT ORD-PAPER-COST FROM PAPER-COST-TOTAL
           SUBTRACT ORD-RIBBON-COST FROM RIBBON-COST-TOTAL
           SUBTRACT ORD-BOW-COST FROM BOW-COST-TOTAL
           SUBTRACT ORD-COST-TOTAL FROM ORDER-COST-TOTAL
           ADD ORD-COST-TOTAL TO HELD-COST-TOTAL
           SUBTRACT ORD-SHIP-COST FROM SHIP-COST-TOTAL
           MOVE ORD-COST-TOTAL TO DISP-COST
           MOVE CREDIT-OPEN-AMOUNT TO DISP-CREDIT-OPEN
           MOVE ORDER-CUST-LIMIT TO DISP-CREDIT-LIMIT
           OPEN EXTEND HELD-FILE
           IF HELD-STATUS NOT = "00"
               OPEN OUTPUT HELD-FILE
           END-IF
           MOVE SPACES TO HELD-RECORD
           STRING "* held " DELIMITED BY SIZE
               RATES-RUN-DATE DELIMITED BY SIZE
               " order " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-NUMBER) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUSTOMER) DELIMITED BY SIZE
               " total=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               " open=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CREDIT-OPEN) DELIMITED BY SIZE
               " limit=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CREDIT-LIMIT) DELIMITED BY SIZE
               INTO HELD-RECORD
           END-STRING
           WRITE HELD-RECORD
           PERFORM VARYING ORDER-LINE-IDX FROM 1 BY 1
               UNTIL ORDER-LINE-IDX > ORDER-LINE-COUNT
             MOVE ORDER-LINE(ORDER-LINE-IDX) TO HELD-RECORD
             WRITE HELD-RECORD
           END-PERFORM
           CLOSE HELD-FILE
           MOVE SPACES TO INVOICE-RECORD
           STRING "held order " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-NUMBER) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUSTOMER) DELIMITED BY SIZE
               " total=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               " open=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CREDIT-OPEN) DELIMITED BY SIZE
               " limit=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CREDIT-LIMIT) DELIMITED BY SIZE
               " not invoiced, credit review" DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           WRITE INVOICE-RECORD
           DISPLAY "order " FUNCTION TRIM(ORDER-NUMBER)
               " held: customer " FUNCTION TRIM(ORDER-CUSTOMER)
               " would owe " FUNCTION TRIM(DISP-COST)
               " + " FUNCTION TRIM(DISP-CREDIT-OPEN)
               " against a limit of " FUNCTION TRIM(DISP-CREDIT-LIMIT).

       REJECT-ORDER-HEADER.
           EVALUATE TRUE
             WHEN VALIDATE-ONLY = "Y"
               ADD 1 TO VALIDATE-ERROR-COUNT
               DISPLAY "order " FUNCTION TRIM(ORDER-NUMBER)
                   " customer " FUNCTION TRIM(ORDER-CUSTOMER)
                   " is not an active customer"
             WHEN QUOTE-FLAG = "Y"
               DISPLAY "note: customer " FUNCTION TRIM(ORDER-CUSTOMER)
                   " is not an active customer, quoted as a prospect"
             WHEN OTHER
               MOVE "Y" TO ORDER-REJECTED
               ADD 1 TO ORDER-REJECT-COUNT
               MOVE INPUT-RECORD TO REJECT-RECORD
                   FUNCTION TRIM(ORDER-NUMBER)
                   ": customer " FUNCTION TRIM(ORDER-CUSTOMER)
                   " is not on the customer master or inactive"
           END-EVALUATE.

       LOAD-MATERIAL-RATES.
           MOVE SPACES TO RATES-RUN-DATE
               END-PERFORM
               CLOSE RATES-FILE
               IF HAVE-RATES = "Y"
                   MOVE PAPER-RATE TO BASE-PAPER-RATE
                   MOVE RIBBON-RATE TO BASE-RIBBON-RATE
                   MOVE BOW-RATE TO BASE-BOW-RATE
                   DISPLAY "material rates effective "
                       BEST-EFF-DATE " in use"
               ELSE
               ADD BOX-RIBBON-COST TO ORD-RIBBON-COST
               ADD BOX-BOW-COST TO ORD-BOW-COST
               ADD BOX-TOTAL-COST TO ORD-COST-TOTAL
               IF QUOTE-FLAG NOT = "Y"
                   PERFORM SAVE-ORDER-BOX
               END-IF
           END-IF
           MOVE L TO DISP-L
           MOVE W TO DISP-W
               " cost " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           IF QUOTE-FLAG NOT = "Y"
               WRITE INVOICE-RECORD
           END-IF.

       WRITE-INVOICE-HEADER.
           MOVE SPACES TO INVOICE-RECORD
               DELIMITED BY SIZE
               BEST-EFF-DATE DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           STRING "paper rate/sqft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE RIBBON-RATE TO DISP-RATE
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               "  ribbon rate/ft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE BOW-RATE TO DISP-RATE
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               "  bow rate/ft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           WRITE INVOICE-RECORD.

           STRING "paper subtotal = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE RIBBON-COST-TOTAL TO DISP-COST
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               "  ribbon subtotal = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE BOW-COST-TOTAL TO DISP-COST
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               "  bow subtotal = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           WRITE INVOICE-RECORD
           IF HELD-ORDER-COUNT > 0
               MOVE HELD-COST-TOTAL TO DISP-COST
               MOVE HELD-ORDER-COUNT TO DISP-HELD-ORDERS
               MOVE SPACES TO INVOICE-RECORD
               STRING "held for credit review = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-HELD-ORDERS) DELIMITED BY SIZE
                   " orders, see DAY02A.HLD)" DELIMITED BY SIZE
                   INTO INVOICE-RECORD
                 ON OVERFLOW
                   PERFORM REFUSE-OVERSIZED-INVOICE-LINE
               END-STRING
               WRITE INVOICE-RECORD
           END-IF
           MOVE SPACES TO INVOICE-RECORD
           MOVE ORDER-COST-TOTAL TO DISP-COST
           STRING "order total = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           WRITE INVOICE-RECORD
           DISPLAY FUNCTION TRIM(INVOICE-RECORD)
           IF HAVE-TAX = "Y"
               MOVE SPACES TO INVOICE-RECORD
               MOVE TAX-COST-TOTAL TO DISP-COST
               STRING "sales tax total = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                   INTO INVOICE-RECORD
                 ON OVERFLOW
                   PERFORM REFUSE-OVERSIZED-INVOICE-LINE
               END-STRING
               WRITE INVOICE-RECORD
               DISPLAY FUNCTION TRIM(INVOICE-RECORD)
           END-IF.

       ACCUMULATE-BOX-CROSS-FOOT.
           COMPUTE XF-WORK-AREA =

       REJECT-BOX.
           ADD 1 TO REJECT-COUNT
           IF QUOTE-FLAG = "Y"
               MOVE SPACES TO QUOTE-DOC-RECORD
               STRING "  not quoted, invalid box record: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(INPUT-RECORD) DELIMITED BY SIZE
                   INTO QUOTE-DOC-RECORD
               END-STRING
               WRITE QUOTE-DOC-RECORD
           ELSE
               MOVE INPUT-RECORD TO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF.

       PROCESS-BOX.
           COMPUTE AREA1 = L * W

           PERFORM CLASSIFY-BOX

           IF ORDER-OPEN = "Y" AND QUOTE-FLAG NOT = "Y"
               AND ORDER-CUSTOMER NOT = SPACES
               PERFORM SAVE-ORDER-DIMENSIONS
           END-IF

           IF ORDER-OPEN = "Y"
               ADD SURFACE-AREA TO ORD-PAPER-TOTAL
               ADD MIN-AREA TO ORD-PAPER-TOTAL
           IF HAVE-RATES = "Y"
               PERFORM PRICE-BOX
           END-IF
           MOVE 0 TO BOX-SHIP-COST
           IF HAVE-CARRIER = "Y"
               AND (ORDER-OPEN = "Y" OR QUOTE-FLAG = "Y")
               PERFORM RATE-BOX-FREIGHT
           END-IF
           IF QUOTE-FLAG = "Y"
               PERFORM WRITE-QUOTE-BOX-LINE
           END-IF
           MOVE L TO DISP-L
           MOVE W TO DISP-W
           MOVE H TO DISP-H
           IF HAVE-CARTONS = "Y"
               PERFORM SELECT-BOX-CARTON
           END-IF
           ADD 1 TO XF-BOX-COUNT
           PERFORM ACCUMULATE-BOX-CROSS-FOOT
           MOVE L TO DISP-L
               END-IF
           END-IF
           MOVE SPACES TO ORDER-KEYWORD ORDER-NUMBER
               ORDER-CUSTOMER ORDER-DATE ORDER-QUOTE-PART
           UNSTRING INPUT-RECORD DELIMITED BY SPACES
               INTO ORDER-KEYWORD ORDER-NUMBER ORDER-CUSTOMER
                   ORDER-DATE ORDER-QUOTE-PART
           END-UNSTRING
           MOVE "Y" TO ORDER-OPEN
           MOVE "N" TO ORDER-REJECTED
           MOVE "N" TO ORDER-HELD
           MOVE 0 TO ORDER-CUST-LIMIT
           MOVE 0 TO ORDER-LINE-COUNT
           MOVE 0 TO ORD-BOX-COUNT
           MOVE 0 TO ORD-DIM-COUNT
           PERFORM SAVE-ORDER-LINE
           MOVE "1" TO ORDER-CUST-ZONE
           MOVE 0 TO ORD-SHIP-COST
           MOVE SPACES TO ORDER-CUST-NAME
           IF HAVE-CUSTOMERS = "Y"
               PERFORM VALIDATE-ORDER-CUSTOMER
           END-IF
           MOVE 0 TO ORDER-QUOTE-NUMBER
           IF QUOTE-FLAG = "Y"
               PERFORM WRITE-QUOTE-ORDER-LINE
           ELSE
               IF HAVE-CARTONS = "Y" AND ORDER-REJECTED NOT = "Y"
                   PERFORM WRITE-PACK-ORDER-HEADER
               END-IF
               IF ORDER-QUOTE-PART(1:6) = "QUOTE="
                   AND HAVE-RATES = "Y"
                   AND ORDER-REJECTED NOT = "Y"
                   PERFORM APPLY-ORDER-QUOTE
               END-IF
           END-IF
           MOVE 0 TO ORD-DETAIL-COUNT
           MOVE 0 TO ORD-PAPER-TOTAL
           MOVE 0 TO ORD-RIBBON-TOTAL
                   STOP RUN
               END-IF
           END-IF
           PERFORM SAVE-ORDER-LINE
           MOVE SPACES TO ORDER-KEYWORD ORDER-COUNT-PART
           UNSTRING INPUT-RECORD DELIMITED BY SPACES
               INTO ORDER-KEYWORD ORDER-COUNT-PART
               END-IF
           END-IF
           IF VALIDATE-ONLY NOT = "Y"
               AND QUOTE-FLAG NOT = "Y"
               AND ORDER-REJECTED NOT = "Y"
               MOVE ORD-PAPER-TOTAL TO DISP-ORD-PAPER
               MOVE ORD-RIBBON-TOTAL TO DISP-ORD-RIBBON
                   " ribbon=" FUNCTION TRIM(DISP-ORD-RIBBON)
                   " bow=" FUNCTION TRIM(DISP-ORD-BOW)
               IF HAVE-RATES = "Y"
                   PERFORM COMPUTE-ORDER-TAX
               END-IF
               IF HAVE-RATES = "Y" AND HAVE-CUSTOMERS = "Y"
                   PERFORM CHECK-ORDER-CREDIT
               END-IF
               IF ORDER-HELD = "Y"
                   PERFORM HOLD-ORDER
                   IF HAVE-CARTONS = "Y"
                       MOVE SPACES TO PACK-RECORD
                       STRING "  order " DELIMITED BY SIZE
                           FUNCTION TRIM(ORDER-NUMBER)
                           DELIMITED BY SIZE
                           " held for credit review, do not pick"
                           DELIMITED BY SIZE
                           INTO PACK-RECORD
                       END-STRING
                       WRITE PACK-RECORD
                   END-IF
               ELSE
                   IF HAVE-RATES = "Y"
                       PERFORM ISSUE-INVOICE-NUMBER
                       PERFORM WRITE-ORDER-INVOICE-LINE
                       PERFORM WRITE-ORDER-TAX-LINE
                       PERFORM REGISTER-INVOICE
                   END-IF
                   IF HAVE-CARRIER = "Y"
                       PERFORM WRITE-ORDER-FREIGHT-LINE
                   END-IF
                   PERFORM POST-ORDER-DIMENSIONS
                   IF HAVE-RATES = "Y" AND HAVE-CUSTOMERS = "Y"
                       MOVE ORDER-CUSTOMER TO CR-CUST-TEXT
                       PERFORM FIND-CREDIT-CUSTOMER
                       ADD ORD-COST-TOTAL TO CR-OPEN(CREDIT-FOUND-IDX)
                       ADD ORD-TAX-AMOUNT TO CR-OPEN(CREDIT-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           IF ORDER-QUOTE-NUMBER NOT = 0
               MOVE BASE-PAPER-RATE TO PAPER-RATE
               MOVE BASE-RIBBON-RATE TO RIBBON-RATE
               MOVE BASE-BOW-RATE TO BOW-RATE
           END-IF
           MOVE "N" TO ORDER-OPEN
           MOVE "N" TO ORDER-REJECTED.
               " date " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-DATE) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE ORD-PAPER-COST TO DISP-COST
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " paper=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE ORD-RIBBON-COST TO DISP-COST
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " ribbon=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE ORD-BOW-COST TO DISP-COST
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " bow=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE ORD-COST-TOTAL TO DISP-COST
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " total=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           IF ORDER-CUST-NAME NOT = SPACES
               STRING FUNCTION TRIM(INVOICE-RECORD)
                   " name=" DELIMITED BY SIZE
                   FUNCTION TRIM(ORDER-CUST-NAME) DELIMITED BY SIZE
                   INTO INVOICE-RECORD
                 ON OVERFLOW
                   PERFORM REFUSE-OVERSIZED-INVOICE-LINE
               END-STRING
           END-IF
           MOVE ORD-DETAIL-COUNT TO DISP-ORD-COUNT
               " boxes=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ORD-COUNT) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE ORD-PAPER-TOTAL TO DISP-ORD-QTY
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " paper-sqft=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ORD-QTY) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE ORD-RIBBON-TOTAL TO DISP-ORD-QTY
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " ribbon-ft=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ORD-QTY) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           MOVE ORD-BOW-TOTAL TO DISP-ORD-QTY
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " bow-ft=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ORD-QTY) DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           IF ORDER-QUOTE-NUMBER NOT = 0
               STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
                   " quote=" DELIMITED BY SIZE
                   ORDER-QUOTE-NUMBER DELIMITED BY SIZE
                   INTO INVOICE-RECORD
                 ON OVERFLOW
                   PERFORM REFUSE-OVERSIZED-INVOICE-LINE
               END-STRING
           END-IF
           MOVE INVOICE-NUMBER TO DISP-INVOICE-NUMBER
           STRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY SIZE
               " invoice=" DELIMITED BY SIZE
               DISP-INVOICE-NUMBER DELIMITED BY SIZE
               INTO INVOICE-RECORD
             ON OVERFLOW
               PERFORM REFUSE-OVERSIZED-INVOICE-LINE
           END-STRING
           WRITE INVOICE-RECORD.

       REFUSE-OVERSIZED-INVOICE-LINE.
           DISPLAY "error: DAY02A.INV line is longer than the "
               "200-character invoice record: "
               INVOICE-RECORD(1:40)
           MOVE 3 TO RETURN-CODE
           STOP RUN.

       SAVE-ORDER-BOX.
           IF ORD-BOX-COUNT NOT < MAX-ORD-BOXES
               DISPLAY "error: more than 1000 priced boxes in order "
                   FUNCTION TRIM(ORDER-NUMBER)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ORD-BOX-COUNT
           MOVE L TO OB-L(ORD-BOX-COUNT)
           MOVE W TO OB-W(ORD-BOX-COUNT)
           MOVE H TO OB-H(ORD-BOX-COUNT)
           MOVE BOX-TOTAL-COST TO OB-COST(ORD-BOX-COUNT).

       OPEN-INVOICE-REGISTER.
           OPEN I-O INVREG-FILE
           IF INVREG-STATUS = "35"
               OPEN OUTPUT INVREG-FILE
               CLOSE INVREG-FILE
               OPEN I-O INVREG-FILE
           END-IF
           IF INVREG-STATUS NOT = "00"
               DISPLAY "error: cannot open invoice register INVREG.MST"
                   " (status " INVREG-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO HAVE-INVREG.

       LOAD-INVOICE-SEQUENCE.
           OPEN INPUT INVOICE-SEQ-FILE
           IF INVOICE-SEQ-STATUS = "00"
               READ INVOICE-SEQ-FILE
                   AT END
                     MOVE 0 TO INVOICE-NUMBER
                   NOT AT END
                     MOVE FUNCTION NUMVAL(INVOICE-SEQ-RECORD)
                         TO INVOICE-NUMBER
               END-READ
               CLOSE INVOICE-SEQ-FILE
           ELSE
               MOVE 0 TO INVOICE-NUMBER
           END-IF.

       SAVE-INVOICE-SEQUENCE.
           OPEN OUTPUT INVOICE-SEQ-FILE
           MOVE INVOICE-NUMBER TO DISP-INVOICE-NUMBER
           MOVE DISP-INVOICE-NUMBER TO INVOICE-SEQ-RECORD
           WRITE INVOICE-SEQ-RECORD
           CLOSE INVOICE-SEQ-FILE.

       ISSUE-INVOICE-NUMBER.
           IF INVOICE-NUMBER = 99999999
               DISPLAY "error: invoice number sequence exhausted in "
                   "INVOICE.SEQ"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO INVOICE-NUMBER
           PERFORM SAVE-INVOICE-SEQUENCE
           IF INVOICE-ISSUE-COUNT = 0
               MOVE INVOICE-NUMBER TO FIRST-INVOICE-NUMBER
           END-IF
           ADD 1 TO INVOICE-ISSUE-COUNT.

       REGISTER-INVOICE.
           MOVE SPACES TO INVREG-RECORD
           MOVE INVOICE-NUMBER TO IR-INVOICE
           MOVE 0 TO IR-LINE
           MOVE "H" TO IR-TYPE
           MOVE "I" TO IH-STATUS
           MOVE ORDER-NUMBER TO IH-ORDER
           MOVE ORDER-CUSTOMER TO IH-CUST
           MOVE ORDER-DATE TO IH-ORDER-DATE
           MOVE QUOTE-TODAY TO IH-ISSUE-DATE
           MOVE ORDER-CUST-NAME TO IH-CUST-NAME
           MOVE ORDER-CUST-ZONE TO IH-ZONE
           MOVE ORD-BOX-COUNT TO IH-BOXES
           MOVE BEST-EFF-DATE TO IH-RATE-EFF
           MOVE PAPER-RATE TO IH-PAPER-RATE
           MOVE RIBBON-RATE TO IH-RIBBON-RATE
           MOVE BOW-RATE TO IH-BOW-RATE
           MOVE ORD-PAPER-COST TO IH-PAPER
           MOVE ORD-RIBBON-COST TO IH-RIBBON
           MOVE ORD-BOW-COST TO IH-BOW
           MOVE ORD-COST-TOTAL TO IH-TOTAL
           MOVE ORD-TAX-AMOUNT TO IH-TAX
           IF TAX-FOUND-IDX = 0
               MOVE 0 TO IH-TAX-RATE
           ELSE
               MOVE TZ-JURIS(TAX-FOUND-IDX) TO IH-TAX-JURIS
               MOVE TZ-RATE(TAX-FOUND-IDX) TO IH-TAX-RATE
           END-IF
           MOVE ORDER-QUOTE-NUMBER TO IH-QUOTE
           WRITE INVREG-RECORD
           IF INVREG-STATUS NOT = "00"
               MOVE INVOICE-NUMBER TO DISP-INVOICE-NUMBER
               DISPLAY "error: invoice " DISP-INVOICE-NUMBER
                   " could not be registered in INVREG.MST (status "
                   INVREG-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ORD-BOX-IDX FROM 1 BY 1
               UNTIL ORD-BOX-IDX > ORD-BOX-COUNT
             MOVE SPACES TO INVREG-RECORD
             MOVE INVOICE-NUMBER TO IR-INVOICE
             MOVE ORD-BOX-IDX TO IR-LINE
             MOVE "B" TO IR-TYPE
             MOVE OB-L(ORD-BOX-IDX) TO IB-L
             MOVE OB-W(ORD-BOX-IDX) TO IB-W
             MOVE OB-H(ORD-BOX-IDX) TO IB-H
             MOVE OB-COST(ORD-BOX-IDX) TO IB-COST
             WRITE INVREG-RECORD
             IF INVREG-STATUS NOT = "00"
                 MOVE INVOICE-NUMBER TO DISP-INVOICE-NUMBER
                 DISPLAY "error: invoice " DISP-INVOICE-NUMBER
                     " box line could not be registered in INVREG.MST"
                     " (status " INVREG-STATUS ")"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
             END-IF
           END-PERFORM.

       LOAD-CARTON-CATALOG.
           MOVE "N" TO CARTON-EOF
           OPEN INPUT CARTON-FILE
           IF CARTON-STATUS NOT = "00"
               DISPLAY "note: CARTON.CTL not present, carton "
                   "selection skipped"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CARTON-EOF = "Y"
             READ CARTON-FILE
               AT END
                 MOVE "Y" TO CARTON-EOF
               NOT AT END
                 IF FUNCTION TRIM(CARTON-RECORD) NOT = SPACES
                     AND CARTON-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-CARTON-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CARTON-FILE
           IF CARTON-COUNT > 0
               MOVE "Y" TO HAVE-CARTONS
               MOVE CARTON-COUNT TO DISP-CARTON-TYPES
               DISPLAY "carton catalog in use, "
                   FUNCTION TRIM(DISP-CARTON-TYPES) " carton types"
           ELSE
               DISPLAY "note: CARTON.CTL holds no cartons, carton "
                   "selection skipped"
           END-IF.

       APPLY-CARTON-RECORD.
           MOVE SPACES TO CARTON-CODE-TEXT CARTON-L-TEXT
               CARTON-W-TEXT CARTON-H-TEXT CARTON-TARE-TEXT
               CARTON-COST-TEXT
           UNSTRING CARTON-RECORD DELIMITED BY ","
               INTO CARTON-CODE-TEXT CARTON-L-TEXT CARTON-W-TEXT
                    CARTON-H-TEXT CARTON-TARE-TEXT CARTON-COST-TEXT
           END-UNSTRING
           IF FUNCTION NUMVAL(CARTON-L-TEXT) = 0
               OR FUNCTION NUMVAL(CARTON-W-TEXT) = 0
               OR FUNCTION NUMVAL(CARTON-H-TEXT) = 0
               DISPLAY "error: CARTON.CTL carton "
                   FUNCTION TRIM(CARTON-CODE-TEXT)
                   " has a zero inside dimension"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARTON-COUNT >= MAX-CARTONS
               DISPLAY "error: more than " FUNCTION TRIM(MAX-CARTONS)
                   " cartons in CARTON.CTL"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CARTON-COUNT
           MOVE CARTON-CODE-TEXT TO CT-CODE(CARTON-COUNT)
           MOVE FUNCTION NUMVAL(CARTON-L-TEXT) TO SORT-D1
           MOVE FUNCTION NUMVAL(CARTON-W-TEXT) TO SORT-D2
           MOVE FUNCTION NUMVAL(CARTON-H-TEXT) TO SORT-D3
           PERFORM SORT-THREE-DIMS
           MOVE SORT-D1 TO CT-D1(CARTON-COUNT)
           MOVE SORT-D2 TO CT-D2(CARTON-COUNT)
           MOVE SORT-D3 TO CT-D3(CARTON-COUNT)
           COMPUTE CT-VOLUME(CARTON-COUNT) =
               SORT-D1 * SORT-D2 * SORT-D3
           MOVE FUNCTION NUMVAL(CARTON-TARE-TEXT)
               TO CT-TARE(CARTON-COUNT)
           MOVE FUNCTION NUMVAL(CARTON-COST-TEXT)
               TO CT-COST(CARTON-COUNT)
           MOVE 0 TO CT-USED(CARTON-COUNT).

       SORT-THREE-DIMS.
           IF SORT-D1 > SORT-D2
               MOVE SORT-D1 TO SORT-SWAP
               MOVE SORT-D2 TO SORT-D1
               MOVE SORT-SWAP TO SORT-D2
           END-IF
           IF SORT-D2 > SORT-D3
               MOVE SORT-D2 TO SORT-SWAP
               MOVE SORT-D3 TO SORT-D2
               MOVE SORT-SWAP TO SORT-D3
           END-IF
           IF SORT-D1 > SORT-D2
               MOVE SORT-D1 TO SORT-SWAP
               MOVE SORT-D2 TO SORT-D1
               MOVE SORT-SWAP TO SORT-D2
           END-IF.

       SAVE-ORDER-DIMENSIONS.
           ADD 1 TO ORD-DIM-COUNT
           MOVE L TO OD-L(ORD-DIM-COUNT)
           MOVE W TO OD-W(ORD-DIM-COUNT)
           MOVE H TO OD-H(ORD-DIM-COUNT)
           MOVE BOW-LENGTH TO OD-VOL(ORD-DIM-COUNT).

       POST-ORDER-DIMENSIONS.
           PERFORM VARYING ORD-DIM-IDX FROM 1 BY 1
               UNTIL ORD-DIM-IDX > ORD-DIM-COUNT
             MOVE OD-L(ORD-DIM-IDX) TO L
             MOVE OD-W(ORD-DIM-IDX) TO W
             MOVE OD-H(ORD-DIM-IDX) TO H
             MOVE OD-VOL(ORD-DIM-IDX) TO BOW-LENGTH
             PERFORM CHECK-BOX-DIMENSIONS
           END-PERFORM
           MOVE 0 TO ORD-DIM-COUNT.

       CHECK-BOX-DIMENSIONS.
           MOVE L TO SORT-D1
           MOVE W TO SORT-D2
           MOVE H TO SORT-D3
           PERFORM SORT-THREE-DIMS
           MOVE SORT-D1 TO DIM-BOX-D1
           MOVE SORT-D2 TO DIM-BOX-D2
           MOVE SORT-D3 TO DIM-BOX-D3
           MOVE BOW-LENGTH TO DIM-BOX-VOL
           MOVE ORDER-CUSTOMER TO DIM-WANT-CUST
           PERFORM FIND-DIM-PROFILE
           MOVE SPACES TO DIM-REASON-SIDE DIM-REASON-KIND
           IF DP-BOXES(DIM-FOUND-IDX) < DIM-HISTORY
               PERFORM MERGE-DIM-BOX
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN DIM-BOX-D3 > DP-MAX-D3(DIM-FOUND-IDX) * DIM-FACTOR
               MOVE "longest side" TO DIM-REASON-SIDE
               MOVE "max" TO DIM-REASON-KIND
               MOVE DIM-BOX-D3 TO DIM-REASON-VALUE
               MOVE DP-MAX-D3(DIM-FOUND-IDX) TO DIM-REASON-LIMIT
             WHEN DIM-BOX-D2 > DP-MAX-D2(DIM-FOUND-IDX) * DIM-FACTOR
               MOVE "middle side" TO DIM-REASON-SIDE
               MOVE "max" TO DIM-REASON-KIND
               MOVE DIM-BOX-D2 TO DIM-REASON-VALUE
               MOVE DP-MAX-D2(DIM-FOUND-IDX) TO DIM-REASON-LIMIT
             WHEN DIM-BOX-D1 > DP-MAX-D1(DIM-FOUND-IDX) * DIM-FACTOR
               MOVE "shortest side" TO DIM-REASON-SIDE
               MOVE "max" TO DIM-REASON-KIND
               MOVE DIM-BOX-D1 TO DIM-REASON-VALUE
               MOVE DP-MAX-D1(DIM-FOUND-IDX) TO DIM-REASON-LIMIT
             WHEN DIM-BOX-D3 * DIM-FACTOR < DP-MIN-D3(DIM-FOUND-IDX)
               MOVE "longest side" TO DIM-REASON-SIDE
               MOVE "min" TO DIM-REASON-KIND
               MOVE DIM-BOX-D3 TO DIM-REASON-VALUE
               MOVE DP-MIN-D3(DIM-FOUND-IDX) TO DIM-REASON-LIMIT
             WHEN DIM-BOX-D2 * DIM-FACTOR < DP-MIN-D2(DIM-FOUND-IDX)
               MOVE "middle side" TO DIM-REASON-SIDE
               MOVE "min" TO DIM-REASON-KIND
               MOVE DIM-BOX-D2 TO DIM-REASON-VALUE
               MOVE DP-MIN-D2(DIM-FOUND-IDX) TO DIM-REASON-LIMIT
             WHEN DIM-BOX-D1 * DIM-FACTOR < DP-MIN-D1(DIM-FOUND-IDX)
               MOVE "shortest side" TO DIM-REASON-SIDE
               MOVE "min" TO DIM-REASON-KIND
               MOVE DIM-BOX-D1 TO DIM-REASON-VALUE
               MOVE DP-MIN-D1(DIM-FOUND-IDX) TO DIM-REASON-LIMIT
             WHEN DIM-BOX-VOL > DP-MAX-VOL(DIM-FOUND-IDX) * DIM-FACTOR
               MOVE "volume" TO DIM-REASON-SIDE
               MOVE "max" TO DIM-REASON-KIND
               MOVE DIM-BOX-VOL TO DIM-REASON-VALUE
               MOVE DP-MAX-VOL(DIM-FOUND-IDX) TO DIM-REASON-LIMIT
           END-EVALUATE
           IF DIM-REASON-SIDE = SPACES
               PERFORM MERGE-DIM-BOX
           ELSE
               PERFORM WRITE-DIM-EXCEPTION
           END-IF.

       WRITE-DIM-EXCEPTION.
           ADD 1 TO ANOMALY-COUNT
           COMPUTE DIM-AVG-VOL = DP-VOL-SUM(DIM-FOUND-IDX)
               / DP-BOXES(DIM-FOUND-IDX)
           MOVE L TO DISP-L
           MOVE W TO DISP-W
           MOVE H TO DISP-H
           MOVE SPACES TO ANOMALY-RECORD
           STRING "order " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-NUMBER) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUSTOMER) DELIMITED BY SIZE
               " box " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-L) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-W) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-H) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(DIM-REASON-SIDE) DELIMITED BY SIZE
               INTO ANOMALY-RECORD
           END-STRING
           MOVE DIM-REASON-VALUE TO DISP-DIM-VALUE
           STRING FUNCTION TRIM(ANOMALY-RECORD) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DIM-VALUE) DELIMITED BY SIZE
               " vs usual " DELIMITED BY SIZE
               FUNCTION TRIM(DIM-REASON-KIND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO ANOMALY-RECORD
           END-STRING
           MOVE DIM-REASON-LIMIT TO DISP-DIM-VALUE
           MOVE DP-BOXES(DIM-FOUND-IDX) TO DISP-DIM-BOXES
           STRING FUNCTION TRIM(ANOMALY-RECORD) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DIM-VALUE) DELIMITED BY SIZE
               " (history " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DIM-BOXES) DELIMITED BY SIZE
               " boxes" DELIMITED BY SIZE
               INTO ANOMALY-RECORD
           END-STRING
           MOVE DIM-AVG-VOL TO DISP-DIM-VALUE
           STRING FUNCTION TRIM(ANOMALY-RECORD) DELIMITED BY SIZE
               ", typical volume " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DIM-VALUE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ANOMALY-RECORD
           END-STRING
           WRITE ANOMALY-RECORD
           IF DIM-PENDING-OPEN NOT = "Y"
               OPEN EXTEND DIM-PENDING-FILE
               IF DIM-PENDING-STATUS NOT = "00"
                   OPEN OUTPUT DIM-PENDING-FILE
               END-IF
               MOVE "Y" TO DIM-PENDING-OPEN
           END-IF
           MOVE SPACES TO DIM-PENDING-RECORD
           STRING FUNCTION TRIM(ORDER-NUMBER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUSTOMER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-L) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-W) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-H) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               QUOTE-TODAY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
               INTO DIM-PENDING-RECORD
           END-STRING
           WRITE DIM-PENDING-RECORD.

       FINISH-DIM-PROFILES.
           MOVE ANOMALY-COUNT TO DISP-ANOMALY-COUNT
           MOVE SPACES TO ANOMALY-RECORD
           STRING "boxes outside customer history = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ANOMALY-COUNT) DELIMITED BY SIZE
               " (priced as keyed, confirm or correct with DIMCONF)"
               DELIMITED BY SIZE
               INTO ANOMALY-RECORD
           END-STRING
           WRITE ANOMALY-RECORD
           CLOSE ANOMALY-FILE
           IF DIM-PENDING-OPEN = "Y"
               CLOSE DIM-PENDING-FILE
           END-IF
           PERFORM SAVE-DIM-PROFILES
           IF ANOMALY-COUNT > 0
               DISPLAY "WARNING: " FUNCTION TRIM(DISP-ANOMALY-COUNT)
                   " boxes outside customer dimension history, "
                   "see DAY02A.ANM"
           END-IF.

       SELECT-BOX-CARTON.
           MOVE L TO SORT-D1
           MOVE W TO SORT-D2
           MOVE H TO SORT-D3
           PERFORM SORT-THREE-DIMS
           MOVE 0 TO CARTON-FOUND-IDX
           PERFORM VARYING CARTON-IDX FROM 1 BY 1
               UNTIL CARTON-IDX > CARTON-COUNT
             IF SORT-D1 <= CT-D1(CARTON-IDX)
                 AND SORT-D2 <= CT-D2(CARTON-IDX)
                 AND SORT-D3 <= CT-D3(CARTON-IDX)
                 IF CARTON-FOUND-IDX = 0
                     MOVE CARTON-IDX TO CARTON-FOUND-IDX
                 ELSE
                     IF CT-VOLUME(CARTON-IDX)
                         < CT-VOLUME(CARTON-FOUND-IDX)
                         MOVE CARTON-IDX TO CARTON-FOUND-IDX
                     END-IF
                 END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO PACK-RECORD
           STRING "  box " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-L) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-W) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-H) DELIMITED BY SIZE
               INTO PACK-RECORD
           END-STRING
           IF CARTON-FOUND-IDX = 0
               ADD 1 TO CRATE-COUNT
               STRING FUNCTION TRIM(PACK-RECORD TRAILING)
                   DELIMITED BY SIZE
                   " carton=NONE ** CUSTOM CRATE REQUIRED **"
                   DELIMITED BY SIZE
                   INTO PACK-RECORD
               END-STRING
           ELSE
               ADD 1 TO CT-USED(CARTON-FOUND-IDX)
               STRING FUNCTION TRIM(PACK-RECORD TRAILING)
                   DELIMITED BY SIZE
                   " carton=" DELIMITED BY SIZE
                   FUNCTION TRIM(CT-CODE(CARTON-FOUND-IDX))
                   DELIMITED BY SIZE
                   INTO PACK-RECORD
               END-STRING
           END-IF
           WRITE PACK-RECORD.

       WRITE-PACK-ORDER-HEADER.
           MOVE SPACES TO PACK-RECORD
           STRING "order " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-NUMBER) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUSTOMER) DELIMITED BY SIZE
               " date " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-DATE) DELIMITED BY SIZE
               INTO PACK-RECORD
           END-STRING
           WRITE PACK-RECORD.

       WRITE-CARTON-SUMMARY.
           MOVE "carton usage summary" TO PACK-RECORD
           WRITE PACK-RECORD
           DISPLAY "carton usage summary"
           MOVE 0 TO CARTON-COST-TOTAL
           PERFORM VARYING CARTON-IDX FROM 1 BY 1
               UNTIL CARTON-IDX > CARTON-COUNT
             MOVE CT-USED(CARTON-IDX) TO DISP-CARTON-USED
             COMPUTE CARTON-TARE-WORK =
                 CT-USED(CARTON-IDX) * CT-TARE(CARTON-IDX)
             COMPUTE CARTON-COST-WORK =
                 CT-USED(CARTON-IDX) * CT-COST(CARTON-IDX)
             ADD CARTON-COST-WORK TO CARTON-COST-TOTAL
             MOVE CARTON-TARE-WORK TO DISP-CARTON-TARE
             MOVE CARTON-COST-WORK TO DISP-COST
             MOVE SPACES TO PACK-RECORD
             STRING CT-CODE(CARTON-IDX) DELIMITED BY SIZE
                 " used=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-CARTON-USED) DELIMITED BY SIZE
                 " tare=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-CARTON-TARE) DELIMITED BY SIZE
                 " cost=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                 INTO PACK-RECORD
             END-STRING
             WRITE PACK-RECORD
             DISPLAY FUNCTION TRIM(PACK-RECORD)
           END-PERFORM
           MOVE CARTON-COST-TOTAL TO DISP-COST
           MOVE SPACES TO PACK-RECORD
           STRING "carton cost total = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO PACK-RECORD
           END-STRING
           WRITE PACK-RECORD
           DISPLAY FUNCTION TRIM(PACK-RECORD)
           MOVE CRATE-COUNT TO DISP-CARTON-USED
           MOVE SPACES TO PACK-RECORD
           STRING "boxes needing custom crating = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CARTON-USED) DELIMITED BY SIZE
               INTO PACK-RECORD
           END-STRING
           WRITE PACK-RECORD
           DISPLAY FUNCTION TRIM(PACK-RECORD)
           IF CRATE-COUNT > 0
               DISPLAY "WARNING: " FUNCTION TRIM(DISP-CARTON-USED)
                   " boxes fit no catalog carton, see DAY02A.PCK"
           END-IF.

       LOAD-QUOTE-REGISTER.
           MOVE SPACES TO QUOTE-TODAY
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO QUOTE-TODAY
           END-STRING
           MOVE "N" TO QUOTE-EOF
           OPEN INPUT QUOTE-REG-FILE
           IF QUOTE-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QUOTE-EOF = "Y"
             READ QUOTE-REG-FILE
               AT END
                 MOVE "Y" TO QUOTE-EOF
               NOT AT END
                 IF FUNCTION TRIM(QUOTE-REG-RECORD) NOT = SPACES
                     AND QUOTE-REG-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-QUOTE-REG-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUOTE-REG-FILE.

       APPLY-QUOTE-REG-RECORD.
           MOVE SPACES TO QUOTE-NUM-TEXT QUOTE-DATE-TEXT
               QUOTE-EXP-TEXT QUOTE-CUST-TEXT QUOTE-EFF-TEXT
               QUOTE-PAPER-TEXT QUOTE-RIBBON-TEXT QUOTE-BOW-TEXT
           UNSTRING QUOTE-REG-RECORD DELIMITED BY ","
               INTO QUOTE-NUM-TEXT QUOTE-DATE-TEXT QUOTE-EXP-TEXT
                    QUOTE-CUST-TEXT QUOTE-EFF-TEXT QUOTE-PAPER-TEXT
                    QUOTE-RIBBON-TEXT QUOTE-BOW-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(QUOTE-NUM-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(QUOTE-NUM-TEXT) TO QUOTE-REF-NUMBER
           IF QUOTE-REF-NUMBER > QUOTE-NUMBER
               MOVE QUOTE-REF-NUMBER TO QUOTE-NUMBER
           END-IF
           IF QUOTE-EXP-TEXT < QUOTE-TODAY
               EXIT PARAGRAPH
           END-IF
           IF QUOTE-COUNT >= MAX-QUOTES
               DISPLAY "error: more than " FUNCTION TRIM(MAX-QUOTES)
                   " open quotations in QUOTE.REG"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QUOTE-COUNT
           MOVE QUOTE-REF-NUMBER TO QT-NUMBER(QUOTE-COUNT)
           MOVE QUOTE-EXP-TEXT TO QT-EXPIRY(QUOTE-COUNT)
           MOVE QUOTE-CUST-TEXT TO QT-CUST(QUOTE-COUNT)
           MOVE FUNCTION NUMVAL(QUOTE-PAPER-TEXT)
               TO QT-PAPER-RATE(QUOTE-COUNT)
           MOVE FUNCTION NUMVAL(QUOTE-RIBBON-TEXT)
               TO QT-RIBBON-RATE(QUOTE-COUNT)
           MOVE FUNCTION NUMVAL(QUOTE-BOW-TEXT)
               TO QT-BOW-RATE(QUOTE-COUNT).

       APPLY-ORDER-QUOTE.
           MOVE ORDER-QUOTE-PART(7:) TO QUOTE-NUM-TEXT
           IF FUNCTION TRIM(QUOTE-NUM-TEXT) IS NOT NUMERIC
               DISPLAY "WARNING: order " FUNCTION TRIM(ORDER-NUMBER)
                   " quote reference "
                   FUNCTION TRIM(ORDER-QUOTE-PART)
                   " is malformed, current rates applied"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(QUOTE-NUM-TEXT) TO QUOTE-REF-NUMBER
           MOVE 0 TO QUOTE-FOUND-IDX
           PERFORM VARYING QUOTE-IDX FROM 1 BY 1
               UNTIL QUOTE-IDX > QUOTE-COUNT
             IF QT-NUMBER(QUOTE-IDX) = QUOTE-REF-NUMBER
                 MOVE QUOTE-IDX TO QUOTE-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN QUOTE-FOUND-IDX = 0
               DISPLAY "WARNING: order " FUNCTION TRIM(ORDER-NUMBER)
                   " quote " QUOTE-REF-NUMBER
                   " is not on file or has expired, current rates "
                   "applied"
             WHEN QT-CUST(QUOTE-FOUND-IDX) NOT = SPACES
               AND QT-CUST(QUOTE-FOUND-IDX) NOT = ORDER-CUSTOMER
               DISPLAY "WARNING: order " FUNCTION TRIM(ORDER-NUMBER)
                   " quote " QUOTE-REF-NUMBER " was issued to "
                   FUNCTION TRIM(QT-CUST(QUOTE-FOUND-IDX))
                   ", current rates applied"
             WHEN ORDER-DATE > QT-EXPIRY(QUOTE-FOUND-IDX)
               DISPLAY "WARNING: order " FUNCTION TRIM(ORDER-NUMBER)
                   " quote " QUOTE-REF-NUMBER " expired on "
                   QT-EXPIRY(QUOTE-FOUND-IDX)
                   ", current rates applied"
             WHEN OTHER
               MOVE QUOTE-REF-NUMBER TO ORDER-QUOTE-NUMBER
               MOVE QT-PAPER-RATE(QUOTE-FOUND-IDX) TO PAPER-RATE
               MOVE QT-RIBBON-RATE(QUOTE-FOUND-IDX) TO RIBBON-RATE
               MOVE QT-BOW-RATE(QUOTE-FOUND-IDX) TO BOW-RATE
               DISPLAY "order " FUNCTION TRIM(ORDER-NUMBER)
                   " priced at quotation " QUOTE-REF-NUMBER " rates"
           END-EVALUATE.

       START-QUOTATION.
           PERFORM LOAD-MATERIAL-RATES
           IF HAVE-RATES NOT = "Y"
               DISPLAY "error: no material rates are in effect, "
                   "cannot quote " FUNCTION TRIM(FILENAME)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CARRIER-RATES
           ADD 1 TO QUOTE-NUMBER
           MOVE SPACES TO QUOTE-DOC-NAME
           STRING "QUOTE" DELIMITED BY SIZE
               QUOTE-NUMBER DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO QUOTE-DOC-NAME
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO QUOTE-DATE-NUM
           COMPUTE QUOTE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(QUOTE-DATE-NUM)
               + QUOTE-VALID-DAYS)
           MOVE SPACES TO QUOTE-EXPIRY
           STRING QUOTE-DATE-NUM(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               QUOTE-DATE-NUM(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               QUOTE-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO QUOTE-EXPIRY
           END-STRING
           OPEN OUTPUT QUOTE-DOC-FILE
           IF QUOTE-DOC-STATUS NOT = "00"
               DISPLAY "error: cannot create "
                   FUNCTION TRIM(QUOTE-DOC-NAME)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "DAY02A wrapping quotation " DELIMITED BY SIZE
               QUOTE-NUMBER DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           MOVE QUOTE-VALID-DAYS TO DISP-QUOTE-DAYS
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "quoted " DELIMITED BY SIZE
               RATES-RUN-DATE DELIMITED BY SIZE
               ", valid until " DELIMITED BY SIZE
               QUOTE-EXPIRY DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QUOTE-DAYS) DELIMITED BY SIZE
               " days), box list " DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           MOVE SPACES TO QUOTE-DOC-RECORD
           MOVE PAPER-RATE TO DISP-RATE
           STRING "rates effective " DELIMITED BY SIZE
               BEST-EFF-DATE DELIMITED BY SIZE
               ": paper rate/sqft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           MOVE RIBBON-RATE TO DISP-RATE
           STRING FUNCTION TRIM(QUOTE-DOC-RECORD) DELIMITED BY SIZE
               "  ribbon rate/ft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           MOVE BOW-RATE TO DISP-RATE
           STRING FUNCTION TRIM(QUOTE-DOC-RECORD) DELIMITED BY SIZE
               "  bow rate/ft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD.

       WRITE-QUOTE-ORDER-LINE.
           IF QUOTE-CUSTOMER = SPACES
               MOVE ORDER-CUSTOMER TO QUOTE-CUSTOMER
           END-IF
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "order " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-NUMBER) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUSTOMER) DELIMITED BY SIZE
               " zone " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-CUST-ZONE) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           IF ORDER-CUST-NAME NOT = SPACES
               STRING FUNCTION TRIM(QUOTE-DOC-RECORD)
                   DELIMITED BY SIZE
                   " name=" DELIMITED BY SIZE
                   FUNCTION TRIM(ORDER-CUST-NAME) DELIMITED BY SIZE
                   INTO QUOTE-DOC-RECORD
               END-STRING
           END-IF
           WRITE QUOTE-DOC-RECORD.

       WRITE-QUOTE-BOX-LINE.
           ADD 1 TO QUOTE-BOX-COUNT
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "  box " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-L) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-W) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-H) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           MOVE BOX-PAPER-COST TO DISP-COST
           STRING FUNCTION TRIM(QUOTE-DOC-RECORD TRAILING)
               DELIMITED BY SIZE
               " paper=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           MOVE BOX-RIBBON-COST TO DISP-COST
           STRING FUNCTION TRIM(QUOTE-DOC-RECORD TRAILING)
               DELIMITED BY SIZE
               " ribbon=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           MOVE BOX-BOW-COST TO DISP-COST
           STRING FUNCTION TRIM(QUOTE-DOC-RECORD TRAILING)
               DELIMITED BY SIZE
               " bow=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           MOVE BOX-SHIP-COST TO DISP-COST
           STRING FUNCTION TRIM(QUOTE-DOC-RECORD TRAILING)
               DELIMITED BY SIZE
               " freight=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD.

       FINISH-QUOTATION.
           IF QUOTE-BOX-COUNT = 0
               CLOSE QUOTE-DOC-FILE
               CALL "CBL_DELETE_FILE" USING QUOTE-DOC-NAME
               DISPLAY "error: no valid box records to quote in "
                   FUNCTION TRIM(FILENAME)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE QUOTE-TOTAL = ORDER-COST-TOTAL + SHIP-COST-TOTAL
           MOVE QUOTE-BOX-COUNT TO DISP-ORD-COUNT
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "boxes quoted = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ORD-COUNT) DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           IF REJECT-COUNT > 0
               MOVE REJECT-COUNT TO DISP-REJECTS
               MOVE SPACES TO QUOTE-DOC-RECORD
               STRING "records not quoted = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-REJECTS) DELIMITED BY SIZE
                   INTO QUOTE-DOC-RECORD
               END-STRING
               WRITE QUOTE-DOC-RECORD
           END-IF
           MOVE PAPER-COST-TOTAL TO DISP-COST
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "paper   = " DELIMITED BY SIZE
               DISP-COST DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           MOVE RIBBON-COST-TOTAL TO DISP-COST
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "ribbon  = " DELIMITED BY SIZE
               DISP-COST DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           MOVE BOW-COST-TOTAL TO DISP-COST
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "bow     = " DELIMITED BY SIZE
               DISP-COST DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           MOVE SHIP-COST-TOTAL TO DISP-COST
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "freight = " DELIMITED BY SIZE
               DISP-COST DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           MOVE QUOTE-TOTAL TO DISP-COST
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "total   = " DELIMITED BY SIZE
               DISP-COST DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           IF HAVE-CARRIER NOT = "Y"
               MOVE "freight not quoted, CARRIER.CTL not present"
                   TO QUOTE-DOC-RECORD
               WRITE QUOTE-DOC-RECORD
           END-IF
           MOVE "sales tax, where applicable, is charged at invoicing"
               TO QUOTE-DOC-RECORD
           WRITE QUOTE-DOC-RECORD
           MOVE SPACES TO QUOTE-DOC-RECORD
           STRING "to order at these rates put QUOTE="
               DELIMITED BY SIZE
               QUOTE-NUMBER DELIMITED BY SIZE
               " on the ORDER header by " DELIMITED BY SIZE
               QUOTE-EXPIRY DELIMITED BY SIZE
               INTO QUOTE-DOC-RECORD
           END-STRING
           WRITE QUOTE-DOC-RECORD
           CLOSE QUOTE-DOC-FILE
           OPEN EXTEND QUOTE-REG-FILE
           IF QUOTE-REG-STATUS NOT = "00"
               OPEN OUTPUT QUOTE-REG-FILE
           END-IF
           MOVE SPACES TO QUOTE-REG-RECORD
           STRING QUOTE-NUMBER DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RATES-RUN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               QUOTE-EXPIRY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(QUOTE-CUSTOMER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               BEST-EFF-DATE DELIMITED BY SIZE
               INTO QUOTE-REG-RECORD
           END-STRING
           MOVE PAPER-RATE TO DISP-RATE
           STRING FUNCTION TRIM(QUOTE-REG-RECORD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO QUOTE-REG-RECORD
           END-STRING
           MOVE RIBBON-RATE TO DISP-RATE
           STRING FUNCTION TRIM(QUOTE-REG-RECORD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO QUOTE-REG-RECORD
           END-STRING
           MOVE BOW-RATE TO DISP-RATE
           MOVE QUOTE-TOTAL TO DISP-COST
           STRING FUNCTION TRIM(QUOTE-REG-RECORD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ORD-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO QUOTE-REG-RECORD
           END-STRING
           WRITE QUOTE-REG-RECORD
           CLOSE QUOTE-REG-FILE
           DISPLAY "quotation " QUOTE-NUMBER " total "
               FUNCTION TRIM(DISP-COST) " written to "
               FUNCTION TRIM(QUOTE-DOC-NAME) ", valid until "
               QUOTE-EXPIRY.

       RECONCILE-VENDOR-TOTAL.
           MOVE VENDOR-TOTAL TO DISP-VENDOR-TOTAL
           COMPUTE VARIANCE-AMT = TOTAL-AREA - VENDOR-TOTAL
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO GEN-KEEP-COUNT
           END-IF
           MOVE "DAY02A-QUOTE-DAYS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT = 0 OR CFG-RESULT > 365
                   DISPLAY "error: DAY02A-QUOTE-DAYS must be between "
                       "1 and 365"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO QUOTE-VALID-DAYS
           END-IF
           MOVE "DAY02A-DIM-FACTOR" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT < 2 OR CFG-RESULT > 100
                   DISPLAY "error: DAY02A-DIM-FACTOR must be between "
                       "2 and 100"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO DIM-FACTOR
           END-IF
           MOVE "DAY02A-DIM-HISTORY" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT = 0 OR CFG-RESULT > 99999
                   DISPLAY "error: DAY02A-DIM-HISTORY must be between "
                       "1 and 99999"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO DIM-HISTORY
           END-IF
           DISPLAY "effective variance threshold = "
               FUNCTION TRIM(VARIANCE-THRESHOLD)
               ", report generations kept = "
       COPY CFGPARA.
       COPY AUDITPARA.

       COPY DPRFPARA.

       COPY CSVPARA.
