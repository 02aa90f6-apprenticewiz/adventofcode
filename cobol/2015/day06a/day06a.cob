           FILE STATUS IS SITE-CTL-STATUS.
       SELECT SITEREP-FILE ASSIGN TO "DAY06A.SIT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT STOCK-FILE ASSIGN TO "STOCK.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STOCK-STATUS.
       SELECT LEDGER-FILE ASSIGN TO "STOCK.LEDGER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-STATUS.
       SELECT BULB-SHORT-FILE ASSIGN TO "DAY06A.SHT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT WOHIST-FILE ASSIGN TO "DAY06A.WOH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WOHIST-STATUS.
       SELECT FIXTURE-FILE ASSIGN TO FIXTURE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIXTURE-STATUS.
       SELECT CENSUS-FILE ASSIGN TO "DAY06A.FXC"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.
       COPY CFGSEL.
       COPY CSVSEL.
       FD SITEREP-FILE.
       01 SITEREP-RECORD       PIC X(132).

       FD STOCK-FILE.
       01 STOCK-RECORD         PIC X(32).

       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(96).

       FD BULB-SHORT-FILE.
       01 BULB-SHORT-RECORD    PIC X(132).

       FD WOHIST-FILE.
       01 WOHIST-RECORD        PIC X(96).

       FD FIXTURE-FILE.
       01 FIXTURE-RECORD       PIC X(96).

       FD CENSUS-FILE.
       01 CENSUS-RECORD        PIC X(132).

       COPY AUDITFD.
       COPY CFGFD.
       COPY CSVFD.
       77 GRAND-WATTS          PIC 9(12)V99 VALUE 0.
       77 GRAND-COST           PIC 9(9)V99 VALUE 0.
       77 DISP-GRAND-UNITS     PIC Z(12).
       77 STOCK-STATUS         PIC X(2).
       77 LEDGER-STATUS        PIC X(2).
       77 STOCK-EOF            PIC X(1).
       77 STOCK-MATERIAL       PIC X(8).
       77 STOCK-QTY-TEXT       PIC X(12).
       77 STOCK-LINE-COUNT     PIC 9(3) VALUE 0.
       77 MAX-STOCK-LINES      PIC 9(3) VALUE 100.
       77 STOCK-IDX            PIC 9(3).
       77 BULB-ITEM            PIC X(8) VALUE "BULB".
       77 BULB-STOCK-IDX       PIC 9(3) VALUE 0.
       77 BULB-ON-HAND         PIC 9(12) VALUE 0.
       77 BULB-REQUIRED        PIC 9(9) VALUE 0.
       77 BULB-ISSUED          PIC 9(12) VALUE 0.
       77 BULB-SHORTFALL       PIC 9(12) VALUE 0.
       77 LEDGER-DATE          PIC X(10).
       77 DISP-BULB-QTY        PIC Z(11)9.
       77 DISP-BULB-QTY-2      PIC Z(11)9.
       77 DISP-BULB-QTY-3      PIC Z(11)9.
       77 WOHIST-STATUS        PIC X(2).
       77 WOHIST-OPEN          PIC X(1) VALUE "N".
       77 WOHIST-DATE          PIC X(10).
       77 WOHIST-SITE          PIC X(8).
       77 WOHIST-COUNT         PIC 9(9) VALUE 0.
       77 DISP-WOHIST-ROW      PIC Z(5)9.
       77 DISP-WOHIST-COL      PIC Z(5)9.
       77 WO-PEND-COUNT        PIC 9(5) VALUE 0.
       77 MAX-WO-PEND          PIC 9(5) VALUE 50000.
       77 WO-PEND-IDX          PIC 9(5).
       01 WO-PEND-TABLE.
          05 WO-PEND-ENTRY OCCURS 50000 TIMES.
             10 WP-ROW         PIC 9(6).
             10 WP-COL         PIC 9(6).
       77 FIXTURE-NAME         PIC X(64) VALUE "FIXTURE.CTL".
       77 FIXTURE-STATUS       PIC X(2).
       77 FIXTURE-EOF          PIC X(1).
       77 HAVE-FIXTURES        PIC X(1) VALUE "N".
       77 FIXTURE-COUNT        PIC 9(3) VALUE 0.
       77 MAX-FIXTURES         PIC 9(3) VALUE 500.
       77 FX-IDX               PIC 9(3).
       77 FXT-COUNT            PIC 9(2) VALUE 0.
       77 MAX-FIXTURE-TYPES    PIC 9(2) VALUE 20.
       77 FXT-IDX              PIC 9(2).
       77 FXT-FOUND-IDX        PIC 9(2).
       77 FX-TYPE-TEXT         PIC X(12).
       77 FX-R1-TEXT           PIC X(8).
       77 FX-C1-TEXT           PIC X(8).
       77 FX-R2-TEXT           PIC X(8).
       77 FX-C2-TEXT           PIC X(8).
       77 FX-WATTS-TEXT        PIC X(10).
       77 FX-WATTS-DIGITS      PIC X(10).
       77 FX-DATE-TEXT         PIC X(10).
       77 FX-LIFE-TEXT         PIC X(10).
       77 FX-ROW               PIC 9(6).
       77 FX-COL               PIC 9(6).
       77 FX-CELL-IDX          PIC 9(3).
       77 FX-ZONE-HIT          PIC X(1).
       77 FIXTURE-LIT-UNITS    PIC 9(12) VALUE 0.
       77 EMPTY-LIT-UNITS      PIC 9(12) VALUE 0.
       77 FIXTURE-LOAD-WATTS   PIC 9(12)V99 VALUE 0.
       77 FIXTURE-POSITIONS    PIC 9(9) VALUE 0.
       77 FIXTURE-INST-WATTS   PIC 9(12)V99 VALUE 0.
       77 FXT-AVG-LIFE         PIC 9(7).
       77 CENSUS-ROLLED        PIC X(1) VALUE "N".
       77 DISP-FX-COUNT        PIC Z(8)9.
       77 DISP-FX-WATTS        PIC Z(11)9.99.
       77 DISP-FX-LIFE         PIC Z(6)9.
       01 FIXTURE-TABLE.
          05 FX-ENTRY OCCURS 500 TIMES.
             10 FX-TYPE-IDX    PIC 9(2).
             10 FX-R1          PIC 9(6).
             10 FX-C1          PIC 9(6).
             10 FX-R2          PIC 9(6).
             10 FX-C2          PIC 9(6).
             10 FX-WATTS       PIC 9(5)V99.
             10 FX-INSTALLED   PIC X(10).
             10 FX-RATED-LIFE  PIC 9(7).
       01 FIXTURE-TYPE-TABLE.
          05 FXT-ENTRY OCCURS 20 TIMES.
             10 FXT-NAME       PIC X(12).
             10 FXT-POSITIONS  PIC 9(9).
             10 FXT-INST-WATTS PIC 9(12)V99.
             10 FXT-LIFE-TOTAL PIC 9(15).
             10 FXT-EARLIEST   PIC X(10).
             10 FXT-LIT-UNITS  PIC 9(12).
             10 FXT-LOAD-WATTS PIC 9(12)V99.
       01 ZONE-FIXTURE-TABLE.
          05 ZF-ZONE OCCURS 21 TIMES.
             10 ZF-TYPE OCCURS 20 TIMES.
                15 ZF-POSITIONS PIC 9(9).
                15 ZF-WATTS     PIC 9(12)V99.
       01 STOCK-LINE-TABLE.
          05 STOCK-LINE OCCURS 100 TIMES PIC X(32).
       01 SITE-TABLE.
          05 SITE-ENTRY OCCURS 10 TIMES.
             10 SITE-CODE      PIC X(8).
             10 SITE-COLS      PIC 9(6).
             10 SITE-ZONE-FILE PIC X(64).
             10 SITE-TARIFF-FILE PIC X(64).
             10 SITE-FIXTURE-FILE PIC X(64).
             10 SITE-UNITS     PIC 9(9).
       01 GRID.
           05 GRID-ROWS OCCURS 2500 TIMES
           05 WEAR-GRID-ROWS OCCURS 2500 TIMES.
              10 WEAR-GRID-COLS OCCURS 2500 TIMES.
                  15 WEAR-VAL  PIC 9(4) COMP-5 VALUE 0.
       01 FIXTURE-GRID.
           05 FX-GRID-ROWS OCCURS 2500 TIMES.
              10 FX-GRID-COLS OCCURS 2500 TIMES.
                  15 FX-CELL   PIC 9(3) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN OUTPUT REJECT-FILE
           PERFORM RUN-MULTISITE-SWEEP
           CLOSE REJECT-FILE
           PERFORM CLOSE-WORK-ORDER-HISTORY
           PERFORM POST-BULB-CONSUMPTION
           MOVE GRAND-UNITS TO DISP-GRAND-UNITS
           DISPLAY "result = " DISP-GRAND-UNITS
           MOVE REJECT-COUNT TO DISP-REJECTS
       END-IF

       PERFORM LOAD-ZONE-DEFINITIONS
       IF LARGE-MODE NOT = "Y"
           PERFORM LOAD-FIXTURE-REGISTER
       END-IF
       PERFORM LOAD-TARIFF

       IF WARMSTART-WANTED = "Y" AND VALIDATE-ONLY NOT = "Y"
               "large-grid mode"
       ELSE
           PERFORM SAVE-WEAR-FILE
           PERFORM WRITE-PENDING-WORK-ORDERS
           PERFORM WRITE-WEAR-WORK-ORDERS
           PERFORM CLOSE-WORK-ORDER-HISTORY
           PERFORM POST-BULB-CONSUMPTION
       END-IF

       MOVE TOTAL TO RESULT
           IF ZONE-COUNT > 0
               PERFORM REPORT-ZONE-SUMMARY
           END-IF
           IF HAVE-FIXTURES = "Y"
               PERFORM WRITE-FIXTURE-CENSUS
           END-IF
       END-IF

       IF HAVE-TARIFF = "Y"
                 END-READ
               END-PERFORM
               CLOSE TARIFF-FILE
               IF COST-PER-KWH > 0
                   AND (WATTS-PER-UNIT > 0 OR HAVE-FIXTURES = "Y")
                   MOVE "Y" TO HAVE-TARIFF
               ELSE
                   DISPLAY "WARNING: TARIFF.CTL is missing "
           OPEN OUTPUT ENERGY-FILE
           MOVE "DAY06A energy estimate" TO ENERGY-RECORD
           WRITE ENERGY-RECORD
           IF HAVE-FIXTURES = "Y"
               PERFORM COST-FIXTURE-LOAD
           END-IF
           PERFORM COMPUTE-GRID-LOAD
           COMPUTE PEAK-LOAD-WATTS = PEAK-TOTAL * WATTS-PER-UNIT
           MOVE LOAD-WATTS TO DISP-LOAD
           COMPUTE HOURLY-COST ROUNDED =
           END-STRING
           WRITE ENERGY-RECORD
           DISPLAY FUNCTION TRIM(ENERGY-RECORD)
           IF HAVE-FIXTURES = "Y"
               PERFORM WRITE-FIXTURE-ENERGY-LINES
           END-IF
           IF HAVE-PEAK-RATE = "Y"
               COMPUTE HOURLY-COST ROUNDED =
                   (LOAD-WATTS / 1000) * PEAK-COST-PER-KWH
           END-STRING
           WRITE ENERGY-RECORD
           DISPLAY FUNCTION TRIM(ENERGY-RECORD)
           PERFORM COMPUTE-GRID-LOAD
           IF HAVE-DEMAND-CAP = "Y"
               IF LOAD-WATTS > DEMAND-CAP-WATTS
                   IF LARGE-MODE = "Y"
           END-IF
           CLOSE ENERGY-FILE.

       COMPUTE-GRID-LOAD.
           IF HAVE-FIXTURES = "Y"
               MOVE FIXTURE-LOAD-WATTS TO LOAD-WATTS
           ELSE
               COMPUTE LOAD-WATTS = TOTAL * WATTS-PER-UNIT
           END-IF.

       WRITE-FIXTURE-ENERGY-LINES.
           PERFORM VARYING FXT-IDX FROM 1 BY 1
               UNTIL FXT-IDX > FXT-COUNT
             MOVE FXT-LIT-UNITS(FXT-IDX) TO DISP-GRAND-UNITS
             MOVE FXT-LOAD-WATTS(FXT-IDX) TO DISP-LOAD
             COMPUTE HOURLY-COST ROUNDED =
                 (FXT-LOAD-WATTS(FXT-IDX) / 1000) * COST-PER-KWH
             MOVE HOURLY-COST TO DISP-HOURLY-COST
             MOVE SPACES TO ENERGY-RECORD
             STRING "  fixture type " DELIMITED BY SIZE
                 FUNCTION TRIM(FXT-NAME(FXT-IDX)) DELIMITED BY SIZE
                 ": lit units=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-GRAND-UNITS) DELIMITED BY SIZE
                 " load=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-LOAD) DELIMITED BY SIZE
                 " watts, cost/hour=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-HOURLY-COST) DELIMITED BY SIZE
                 INTO ENERGY-RECORD
             END-STRING
             PERFORM WRITE-FIXTURE-ENERGY-LINE
           END-PERFORM
           IF EMPTY-LIT-UNITS > 0
               MOVE EMPTY-LIT-UNITS TO DISP-GRAND-UNITS
               MOVE SPACES TO ENERGY-RECORD
               STRING "  lit units at positions with no fixture = "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-GRAND-UNITS) DELIMITED BY SIZE
                   ", not costed" DELIMITED BY SIZE
                   INTO ENERGY-RECORD
               END-STRING
               PERFORM WRITE-FIXTURE-ENERGY-LINE
           END-IF.

       WRITE-FIXTURE-ENERGY-LINE.
           IF SITES-FLAG = "Y"
               MOVE ENERGY-RECORD TO SITEREP-RECORD
               WRITE SITEREP-RECORD
           ELSE
               WRITE ENERGY-RECORD
           END-IF
           DISPLAY FUNCTION TRIM(ENERGY-RECORD).

       LOAD-FIXTURE-REGISTER.
           MOVE "N" TO HAVE-FIXTURES
           MOVE 0 TO FIXTURE-COUNT
           MOVE 0 TO FXT-COUNT
           MOVE "N" TO FIXTURE-EOF
           OPEN INPUT FIXTURE-FILE
           IF FIXTURE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FIXTURE-GRID
           PERFORM UNTIL FIXTURE-EOF = "Y"
             READ FIXTURE-FILE
               AT END
                 MOVE "Y" TO FIXTURE-EOF
               NOT AT END
                 IF FUNCTION TRIM(FIXTURE-RECORD) NOT = SPACES
                     AND FIXTURE-RECORD(1:1) NOT = "*"
                     PERFORM LOAD-FIXTURE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIXTURE-FILE
           MOVE "Y" TO HAVE-FIXTURES
           PERFORM TALLY-FIXTURE-POSITIONS
           MOVE FIXTURE-POSITIONS TO DISP-FX-COUNT
           DISPLAY "fixture register " FUNCTION TRIM(FIXTURE-NAME)
               " loaded: " FUNCTION TRIM(DISP-FX-COUNT)
               " fitted positions".

       LOAD-FIXTURE-RECORD.
           IF FIXTURE-COUNT >= MAX-FIXTURES
               DISPLAY "error: " FUNCTION TRIM(FIXTURE-NAME)
                   " has more than " FUNCTION TRIM(MAX-FIXTURES)
                   " fixture records"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FX-TYPE-TEXT FX-R1-TEXT FX-C1-TEXT
               FX-R2-TEXT FX-C2-TEXT FX-WATTS-TEXT FX-DATE-TEXT
               FX-LIFE-TEXT
           UNSTRING FIXTURE-RECORD DELIMITED BY ","
               INTO FX-TYPE-TEXT FX-R1-TEXT FX-C1-TEXT FX-R2-TEXT
                   FX-C2-TEXT FX-WATTS-TEXT FX-DATE-TEXT
                   FX-LIFE-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(FX-TYPE-TEXT) TO FX-TYPE-TEXT
           INSPECT FX-TYPE-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FX-TYPE-TEXT = SPACES
               OR FUNCTION TRIM(FX-R1-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(FX-C1-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(FX-R2-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(FX-C2-TEXT) IS NOT NUMERIC
               DISPLAY "error: bad fixture record: "
                   FUNCTION TRIM(FIXTURE-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FIXTURE-COUNT
           MOVE FUNCTION NUMVAL(FX-R1-TEXT) TO FX-R1(FIXTURE-COUNT)
           MOVE FUNCTION NUMVAL(FX-C1-TEXT) TO FX-C1(FIXTURE-COUNT)
           MOVE FUNCTION NUMVAL(FX-R2-TEXT) TO FX-R2(FIXTURE-COUNT)
           MOVE FUNCTION NUMVAL(FX-C2-TEXT) TO FX-C2(FIXTURE-COUNT)
           IF FX-R1(FIXTURE-COUNT) > FX-R2(FIXTURE-COUNT)
               OR FX-C1(FIXTURE-COUNT) > FX-C2(FIXTURE-COUNT)
               OR FX-R2(FIXTURE-COUNT) >= NUM-ROWS
               OR FX-C2(FIXTURE-COUNT) >= NUM-COLS
               DISPLAY "error: fixture record lies outside the "
                   "grid: " FUNCTION TRIM(FIXTURE-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FX-TYPE-TEXT = "EMPTY" OR FX-TYPE-TEXT = "NONE"
               MOVE 0 TO FX-CELL-IDX
           ELSE
               MOVE FUNCTION TRIM(FX-WATTS-TEXT) TO FX-WATTS-DIGITS
               INSPECT FX-WATTS-DIGITS REPLACING FIRST "." BY "0"
               IF FX-WATTS-DIGITS = SPACES
                   OR FUNCTION TRIM(FX-WATTS-DIGITS) IS NOT NUMERIC
                   OR FX-DATE-TEXT(5:1) NOT = "-"
                   OR FX-DATE-TEXT(8:1) NOT = "-"
                   OR FUNCTION TRIM(FX-LIFE-TEXT) IS NOT NUMERIC
                   DISPLAY "error: bad fixture record: "
                       FUNCTION TRIM(FIXTURE-RECORD)
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM FIND-FIXTURE-TYPE
               MOVE FXT-FOUND-IDX TO FX-TYPE-IDX(FIXTURE-COUNT)
               MOVE FUNCTION NUMVAL(FX-WATTS-TEXT)
                   TO FX-WATTS(FIXTURE-COUNT)
               MOVE FX-DATE-TEXT TO FX-INSTALLED(FIXTURE-COUNT)
               MOVE FUNCTION NUMVAL(FX-LIFE-TEXT)
                   TO FX-RATED-LIFE(FIXTURE-COUNT)
               MOVE FIXTURE-COUNT TO FX-CELL-IDX
           END-IF
           PERFORM VARYING FX-ROW FROM FX-R1(FIXTURE-COUNT) BY 1
               UNTIL FX-ROW > FX-R2(FIXTURE-COUNT)
             PERFORM VARYING FX-COL FROM FX-C1(FIXTURE-COUNT) BY 1
                 UNTIL FX-COL > FX-C2(FIXTURE-COUNT)
               MOVE FX-CELL-IDX TO FX-CELL(FX-ROW + 1, FX-COL + 1)
             END-PERFORM
           END-PERFORM.

       FIND-FIXTURE-TYPE.
           MOVE 0 TO FXT-FOUND-IDX
           PERFORM VARYING FXT-IDX FROM 1 BY 1
               UNTIL FXT-IDX > FXT-COUNT
             IF FXT-NAME(FXT-IDX) = FX-TYPE-TEXT
                 MOVE FXT-IDX TO FXT-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF FXT-FOUND-IDX = 0
               IF FXT-COUNT >= MAX-FIXTURE-TYPES
                   DISPLAY "error: " FUNCTION TRIM(FIXTURE-NAME)
                       " has more than "
                       FUNCTION TRIM(MAX-FIXTURE-TYPES)
                       " fixture types"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO FXT-COUNT
               MOVE FXT-COUNT TO FXT-FOUND-IDX
               MOVE FX-TYPE-TEXT TO FXT-NAME(FXT-COUNT)
               MOVE 0 TO FXT-POSITIONS(FXT-COUNT)
               MOVE 0 TO FXT-INST-WATTS(FXT-COUNT)
               MOVE 0 TO FXT-LIFE-TOTAL(FXT-COUNT)
               MOVE SPACES TO FXT-EARLIEST(FXT-COUNT)
               MOVE 0 TO FXT-LIT-UNITS(FXT-COUNT)
               MOVE 0 TO FXT-LOAD-WATTS(FXT-COUNT)
           END-IF.

       TALLY-FIXTURE-POSITIONS.
           MOVE 0 TO FIXTURE-POSITIONS
           MOVE 0 TO FIXTURE-INST-WATTS
           INITIALIZE ZONE-FIXTURE-TABLE
           PERFORM VARYING FX-ROW FROM 0 BY 1
               UNTIL FX-ROW >= NUM-ROWS
             PERFORM VARYING FX-COL FROM 0 BY 1
                 UNTIL FX-COL >= NUM-COLS
               MOVE FX-CELL(FX-ROW + 1, FX-COL + 1) TO FX-IDX
               IF FX-IDX > 0
                   PERFORM TALLY-ONE-FIXTURE
               END-IF
             END-PERFORM
           END-PERFORM.

       TALLY-ONE-FIXTURE.
           MOVE FX-TYPE-IDX(FX-IDX) TO FXT-IDX
           ADD 1 TO FIXTURE-POSITIONS
           ADD FX-WATTS(FX-IDX) TO FIXTURE-INST-WATTS
           ADD 1 TO FXT-POSITIONS(FXT-IDX)
           ADD FX-WATTS(FX-IDX) TO FXT-INST-WATTS(FXT-IDX)
           ADD FX-RATED-LIFE(FX-IDX) TO FXT-LIFE-TOTAL(FXT-IDX)
           IF FXT-EARLIEST(FXT-IDX) = SPACES
               OR FX-INSTALLED(FX-IDX) < FXT-EARLIEST(FXT-IDX)
               MOVE FX-INSTALLED(FX-IDX) TO FXT-EARLIEST(FXT-IDX)
           END-IF
           MOVE "N" TO FX-ZONE-HIT
           PERFORM VARYING ZONE-IDX FROM 1 BY 1
               UNTIL ZONE-IDX > ZONE-COUNT
             IF FX-ROW >= ZONE-R1(ZONE-IDX)
                 AND FX-ROW <= ZONE-R2(ZONE-IDX)
                 AND FX-COL >= ZONE-C1(ZONE-IDX)
                 AND FX-COL <= ZONE-C2(ZONE-IDX)
                 MOVE "Y" TO FX-ZONE-HIT
                 ADD 1 TO ZF-POSITIONS(ZONE-IDX, FXT-IDX)
                 ADD FX-WATTS(FX-IDX) TO ZF-WATTS(ZONE-IDX, FXT-IDX)
             END-IF
           END-PERFORM
           IF FX-ZONE-HIT NOT = "Y"
               ADD 1 TO ZF-POSITIONS(21, FXT-IDX)
               ADD FX-WATTS(FX-IDX) TO ZF-WATTS(21, FXT-IDX)
           END-IF.

       COST-FIXTURE-LOAD.
           MOVE 0 TO FIXTURE-LIT-UNITS
           MOVE 0 TO EMPTY-LIT-UNITS
           MOVE 0 TO FIXTURE-LOAD-WATTS
           PERFORM VARYING FXT-IDX FROM 1 BY 1
               UNTIL FXT-IDX > FXT-COUNT
             MOVE 0 TO FXT-LIT-UNITS(FXT-IDX)
             MOVE 0 TO FXT-LOAD-WATTS(FXT-IDX)
           END-PERFORM
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
               UNTIL ROW-INDEX > NUM-ROWS
             PERFORM VARYING COL-INDEX FROM 1 BY 1
                 UNTIL COL-INDEX > NUM-COLS
               IF CELL-VAL(ROW-INDEX, COL-INDEX) > 0
                   PERFORM COST-ONE-LIT-POSITION
               END-IF
             END-PERFORM
           END-PERFORM
           IF FIXTURE-LIT-UNITS > 0
               COMPUTE WATTS-PER-UNIT ROUNDED = FIXTURE-LOAD-WATTS
                   / (FIXTURE-LIT-UNITS + EMPTY-LIT-UNITS)
           ELSE
               IF FIXTURE-POSITIONS > 0
                   COMPUTE WATTS-PER-UNIT ROUNDED =
                       FIXTURE-INST-WATTS / FIXTURE-POSITIONS
               END-IF
           END-IF.

       COST-ONE-LIT-POSITION.
           MOVE FX-CELL(ROW-INDEX, COL-INDEX) TO FX-IDX
           IF FX-IDX = 0
               ADD CELL-VAL(ROW-INDEX, COL-INDEX) TO EMPTY-LIT-UNITS
           ELSE
               MOVE FX-TYPE-IDX(FX-IDX) TO FXT-IDX
               ADD CELL-VAL(ROW-INDEX, COL-INDEX)
                   TO FIXTURE-LIT-UNITS
               ADD CELL-VAL(ROW-INDEX, COL-INDEX)
                   TO FXT-LIT-UNITS(FXT-IDX)
               COMPUTE FXT-LOAD-WATTS(FXT-IDX) =
                   FXT-LOAD-WATTS(FXT-IDX)
                   + CELL-VAL(ROW-INDEX, COL-INDEX) * FX-WATTS(FX-IDX)
               COMPUTE FIXTURE-LOAD-WATTS = FIXTURE-LOAD-WATTS
                   + CELL-VAL(ROW-INDEX, COL-INDEX) * FX-WATTS(FX-IDX)
           END-IF.

       WRITE-FIXTURE-CENSUS.
           IF CENSUS-ROLLED NOT = "Y"
               MOVE "DAY06A.FXC" TO GEN-FILE-NAME
               PERFORM ROLL-OUTPUT-GENERATIONS
               OPEN OUTPUT CENSUS-FILE
               MOVE "Y" TO CENSUS-ROLLED
           ELSE
               OPEN EXTEND CENSUS-FILE
           END-IF
           MOVE SPACES TO CENSUS-RECORD
           IF SITES-FLAG = "Y"
               STRING "fixture census, site " DELIMITED BY SIZE
                   FUNCTION TRIM(SITE-CODE(SITE-IDX))
                   DELIMITED BY SIZE
                   ", register " DELIMITED BY SIZE
                   FUNCTION TRIM(FIXTURE-NAME) DELIMITED BY SIZE
                   INTO CENSUS-RECORD
               END-STRING
           ELSE
               STRING "fixture census, register " DELIMITED BY SIZE
                   FUNCTION TRIM(FIXTURE-NAME) DELIMITED BY SIZE
                   INTO CENSUS-RECORD
               END-STRING
           END-IF
           WRITE CENSUS-RECORD
           PERFORM VARYING FXT-IDX FROM 1 BY 1
               UNTIL FXT-IDX > FXT-COUNT
             MOVE FXT-POSITIONS(FXT-IDX) TO DISP-FX-COUNT
             MOVE FXT-INST-WATTS(FXT-IDX) TO DISP-FX-WATTS
             MOVE 0 TO FXT-AVG-LIFE
             IF FXT-POSITIONS(FXT-IDX) > 0
                 COMPUTE FXT-AVG-LIFE ROUNDED =
                     FXT-LIFE-TOTAL(FXT-IDX) / FXT-POSITIONS(FXT-IDX)
             END-IF
             MOVE FXT-AVG-LIFE TO DISP-FX-LIFE
             MOVE SPACES TO CENSUS-RECORD
             STRING "type " DELIMITED BY SIZE
                 FUNCTION TRIM(FXT-NAME(FXT-IDX)) DELIMITED BY SIZE
                 ": positions=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-FX-COUNT) DELIMITED BY SIZE
                 " installed watts=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-FX-WATTS) DELIMITED BY SIZE
                 " average rated life=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-FX-LIFE) DELIMITED BY SIZE
                 "h oldest install=" DELIMITED BY SIZE
                 FXT-EARLIEST(FXT-IDX) DELIMITED BY SIZE
                 INTO CENSUS-RECORD
             END-STRING
             WRITE CENSUS-RECORD
           END-PERFORM
           PERFORM VARYING ZONE-IDX FROM 1 BY 1
               UNTIL ZONE-IDX > ZONE-COUNT
             PERFORM WRITE-ZONE-CENSUS-LINES
           END-PERFORM
           MOVE 21 TO ZONE-IDX
           PERFORM WRITE-ZONE-CENSUS-LINES
           MOVE FIXTURE-POSITIONS TO DISP-FX-COUNT
           MOVE FIXTURE-INST-WATTS TO DISP-FX-WATTS
           COMPUTE ZONE-AREA = NUM-ROWS * NUM-COLS - FIXTURE-POSITIONS
           MOVE ZONE-AREA TO DISP-ZONE-AREA
           MOVE SPACES TO CENSUS-RECORD
           STRING "all types: positions=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FX-COUNT) DELIMITED BY SIZE
               " installed watts=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FX-WATTS) DELIMITED BY SIZE
               " empty positions=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ZONE-AREA) DELIMITED BY SIZE
               INTO CENSUS-RECORD
           END-STRING
           WRITE CENSUS-RECORD
           DISPLAY FUNCTION TRIM(CENSUS-RECORD)
           CLOSE CENSUS-FILE.

       WRITE-ZONE-CENSUS-LINES.
           PERFORM VARYING FXT-IDX FROM 1 BY 1
               UNTIL FXT-IDX > FXT-COUNT
             IF ZF-POSITIONS(ZONE-IDX, FXT-IDX) > 0
                 MOVE ZF-POSITIONS(ZONE-IDX, FXT-IDX)
                     TO DISP-FX-COUNT
                 MOVE ZF-WATTS(ZONE-IDX, FXT-IDX) TO DISP-FX-WATTS
                 MOVE SPACES TO CENSUS-RECORD
                 IF ZONE-IDX > ZONE-COUNT
                     MOVE "  outside zones" TO CENSUS-RECORD
                 ELSE
                     STRING "  zone " DELIMITED BY SIZE
                         FUNCTION TRIM(ZONE-NAME(ZONE-IDX))
                         DELIMITED BY SIZE
                         INTO CENSUS-RECORD
                     END-STRING
                 END-IF
                 STRING FUNCTION TRIM(CENSUS-RECORD TRAILING)
                     DELIMITED BY SIZE
                     " type " DELIMITED BY SIZE
                     FUNCTION TRIM(FXT-NAME(FXT-IDX))
                     DELIMITED BY SIZE
                     ": positions=" DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-FX-COUNT) DELIMITED BY SIZE
                     " installed watts=" DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-FX-WATTS) DELIMITED BY SIZE
                     INTO CENSUS-RECORD
                 END-STRING
                 WRITE CENSUS-RECORD
             END-IF
           END-PERFORM.

       WRITE-SHEDDING-PLAN.
           COMPUTE EXCESS-WATTS = LOAD-WATTS - DEMAND-CAP-WATTS
           COMPUTE SHED-REMAINING ROUNDED =
           MOVE SPACES TO SITE-DIM-TEXT
           MOVE SPACES TO SITE-ZONE-FILE(SITE-COUNT)
           MOVE SPACES TO SITE-TARIFF-FILE(SITE-COUNT)
           MOVE SPACES TO SITE-FIXTURE-FILE(SITE-COUNT)
           UNSTRING SITE-CTL-RECORD DELIMITED BY ","
               INTO SITE-CODE(SITE-COUNT) SITE-DIM-TEXT
                   SITE-ZONE-FILE(SITE-COUNT)
                   SITE-TARIFF-FILE(SITE-COUNT)
                   SITE-FIXTURE-FILE(SITE-COUNT)
           END-UNSTRING
           INSPECT SITE-CODE(SITE-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
           MOVE 0 TO PEAK-COST-PER-KWH
           MOVE "N" TO HAVE-TARIFF
           MOVE "N" TO HAVE-PEAK-RATE
           MOVE "N" TO HAVE-FIXTURES
           MOVE SPACES TO WEAR-NAME
           STRING "DAY06A." DELIMITED BY SIZE
               FUNCTION TRIM(SITE-CODE(SITE-IDX)) DELIMITED BY SIZE
               MOVE SITE-ZONE-FILE(SITE-IDX) TO ZONES-NAME
               PERFORM LOAD-ZONE-DEFINITIONS
           END-IF
           IF SITE-FIXTURE-FILE(SITE-IDX) NOT = SPACES
               MOVE SITE-FIXTURE-FILE(SITE-IDX) TO FIXTURE-NAME
               PERFORM LOAD-FIXTURE-REGISTER
               IF HAVE-FIXTURES NOT = "Y"
                   DISPLAY "WARNING: fixture register "
                       FUNCTION TRIM(FIXTURE-NAME) " for site "
                       FUNCTION TRIM(SITE-CODE(SITE-IDX))
                       " not found, uniform wattage assumed"
               END-IF
           END-IF
           IF SITE-TARIFF-FILE(SITE-IDX) NOT = SPACES
               MOVE SITE-TARIFF-FILE(SITE-IDX) TO TARIFF-NAME
               PERFORM LOAD-TARIFF
             END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           IF SITE-IDX = 1
               PERFORM CHECK-TRAILER
           END-IF
           MOVE TOTAL TO SITE-UNITS(SITE-IDX)
           ADD TOTAL TO GRAND-UNITS
           PERFORM SAVE-WEAR-FILE
           PERFORM WRITE-PENDING-WORK-ORDERS
           PERFORM WRITE-WEAR-WORK-ORDERS
           IF ZONE-COUNT > 0
               DISPLAY "site " FUNCTION TRIM(SITE-CODE(SITE-IDX))
                   " zones:"
               PERFORM REPORT-ZONE-SUMMARY
           END-IF
           IF HAVE-FIXTURES = "Y"
               PERFORM WRITE-FIXTURE-CENSUS
           END-IF
           MOVE TOTAL TO RESULT
           MOVE SPACES TO SITEREP-RECORD
           STRING "site " DELIMITED BY SIZE
               INTO SITEREP-RECORD
           END-STRING
           IF HAVE-TARIFF = "Y"
               IF HAVE-FIXTURES = "Y"
                   PERFORM COST-FIXTURE-LOAD
               END-IF
               PERFORM COMPUTE-GRID-LOAD
               COMPUTE HOURLY-COST ROUNDED =
                   (LOAD-WATTS / 1000) * COST-PER-KWH
               ADD LOAD-WATTS TO GRAND-WATTS
               END-STRING
           END-IF
           WRITE SITEREP-RECORD
           DISPLAY FUNCTION TRIM(SITEREP-RECORD)
           IF HAVE-TARIFF = "Y" AND HAVE-FIXTURES = "Y"
               PERFORM WRITE-FIXTURE-ENERGY-LINES
           END-IF.

       APPLY-SITE-RECORD.
           MOVE SPACES TO SITE-TAG
           DISPLAY "bulb replacement work orders = "
               FUNCTION TRIM(DISP-WORK-ORDERS).

       SAVE-PENDING-WORK-ORDER.
           IF WO-PEND-COUNT NOT < MAX-WO-PEND
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-WO-PEND)
                   " bulbs reached the wear threshold in one run"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WO-PEND-COUNT
           MOVE ROW-NUM TO WP-ROW(WO-PEND-COUNT)
           MOVE COL-NUM TO WP-COL(WO-PEND-COUNT).

       WRITE-PENDING-WORK-ORDERS.
           PERFORM VARYING WO-PEND-IDX FROM 1 BY 1
               UNTIL WO-PEND-IDX > WO-PEND-COUNT
             MOVE WP-ROW(WO-PEND-IDX) TO ROW-NUM
             MOVE WP-COL(WO-PEND-IDX) TO COL-NUM
             ADD 1 TO BULB-REQUIRED
             PERFORM WRITE-WORK-ORDER-HISTORY
           END-PERFORM
           MOVE 0 TO WO-PEND-COUNT.

       WRITE-WORK-ORDER-HISTORY.
           IF WOHIST-OPEN NOT = "Y"
               MOVE SPACES TO WOHIST-DATE
               STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                   INTO WOHIST-DATE
               END-STRING
               OPEN EXTEND WOHIST-FILE
               IF WOHIST-STATUS NOT = "00"
                   OPEN OUTPUT WOHIST-FILE
               END-IF
               MOVE "Y" TO WOHIST-OPEN
           END-IF
           MOVE ROW-NUM TO DISP-WOHIST-ROW
           MOVE COL-NUM TO DISP-WOHIST-COL
           MOVE SPACES TO WOHIST-SITE
           IF SITES-FLAG = "Y"
               MOVE SITE-CODE(SITE-IDX) TO WOHIST-SITE
           END-IF
           MOVE SPACES TO WOHIST-RECORD
           STRING WOHIST-SITE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-WOHIST-ROW) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-WOHIST-COL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WOHIST-DATE DELIMITED BY SIZE
               ",OPEN" DELIMITED BY SIZE
               INTO WOHIST-RECORD
           END-STRING
           WRITE WOHIST-RECORD
           ADD 1 TO WOHIST-COUNT.

       CLOSE-WORK-ORDER-HISTORY.
           IF WOHIST-OPEN = "Y"
               CLOSE WOHIST-FILE
               MOVE "N" TO WOHIST-OPEN
               MOVE WOHIST-COUNT TO DISP-WORK-ORDERS
               DISPLAY "work orders opened in DAY06A.WOH = "
                   FUNCTION TRIM(DISP-WORK-ORDERS)
           END-IF.

       POST-BULB-CONSUMPTION.
           MOVE BULB-REQUIRED TO DISP-BULB-QTY
           DISPLAY "new bulb replacement work orders = "
               FUNCTION TRIM(DISP-BULB-QTY)
           PERFORM LOAD-BULB-STOCK
           IF BULB-STOCK-IDX = 0
               DISPLAY "note: STOCK.CTL carries no "
                   FUNCTION TRIM(BULB-ITEM)
                   " item, bulb consumption not posted"
               EXIT PARAGRAPH
           END-IF
           IF BULB-REQUIRED > BULB-ON-HAND
               MOVE BULB-ON-HAND TO BULB-ISSUED
               COMPUTE BULB-SHORTFALL = BULB-REQUIRED - BULB-ON-HAND
           ELSE
               MOVE BULB-REQUIRED TO BULB-ISSUED
               MOVE 0 TO BULB-SHORTFALL
           END-IF
           IF BULB-ISSUED > 0
               PERFORM WRITE-BULB-LEDGER-RECORD
               COMPUTE BULB-ON-HAND = BULB-ON-HAND - BULB-ISSUED
               MOVE BULB-ON-HAND TO DISP-BULB-QTY
               MOVE SPACES TO STOCK-LINE(BULB-STOCK-IDX)
               STRING FUNCTION TRIM(BULB-ITEM) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-BULB-QTY) DELIMITED BY SIZE
                   INTO STOCK-LINE(BULB-STOCK-IDX)
               END-STRING
               PERFORM REWRITE-STOCK-CONTROL
           END-IF
           PERFORM WRITE-BULB-SHORTFALL-REPORT.

       LOAD-BULB-STOCK.
           MOVE 0 TO STOCK-LINE-COUNT
           MOVE 0 TO BULB-STOCK-IDX
           MOVE 0 TO BULB-ON-HAND
           MOVE "N" TO STOCK-EOF
           OPEN INPUT STOCK-FILE
           IF STOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOCK-EOF = "Y"
             READ STOCK-FILE
               AT END
                 MOVE "Y" TO STOCK-EOF
               NOT AT END
                 IF STOCK-LINE-COUNT >= MAX-STOCK-LINES
                     DISPLAY "error: STOCK.CTL has more than "
                         FUNCTION TRIM(MAX-STOCK-LINES) " lines"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD 1 TO STOCK-LINE-COUNT
                 MOVE STOCK-RECORD TO STOCK-LINE(STOCK-LINE-COUNT)
                 IF FUNCTION TRIM(STOCK-RECORD) NOT = SPACES
                     AND STOCK-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO STOCK-MATERIAL STOCK-QTY-TEXT
                     UNSTRING STOCK-RECORD DELIMITED BY ","
                         INTO STOCK-MATERIAL STOCK-QTY-TEXT
                     END-UNSTRING
                     INSPECT STOCK-MATERIAL CONVERTING
                         "abcdefghijklmnopqrstuvwxyz" TO
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     IF STOCK-MATERIAL = BULB-ITEM
                         MOVE STOCK-LINE-COUNT TO BULB-STOCK-IDX
                         MOVE FUNCTION NUMVAL(STOCK-QTY-TEXT)
                             TO BULB-ON-HAND
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STOCK-FILE.

       REWRITE-STOCK-CONTROL.
           OPEN OUTPUT STOCK-FILE
           PERFORM VARYING STOCK-IDX FROM 1 BY 1
               UNTIL STOCK-IDX > STOCK-LINE-COUNT
             MOVE STOCK-LINE(STOCK-IDX) TO STOCK-RECORD
             WRITE STOCK-RECORD
           END-PERFORM
           CLOSE STOCK-FILE.

       WRITE-BULB-LEDGER-RECORD.
           MOVE SPACES TO LEDGER-DATE
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO LEDGER-DATE
           END-STRING
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE BULB-ISSUED TO DISP-BULB-QTY
           MOVE SPACES TO LEDGER-RECORD
           STRING LEDGER-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(BULB-ITEM) DELIMITED BY SIZE
               ",CONSUME," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BULB-QTY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
               INTO LEDGER-RECORD
           END-STRING
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       WRITE-BULB-SHORTFALL-REPORT.
           OPEN OUTPUT BULB-SHORT-FILE
           MOVE "DAY06A bulb stock shortfall report"
               TO BULB-SHORT-RECORD
           WRITE BULB-SHORT-RECORD
           MOVE BULB-REQUIRED TO DISP-BULB-QTY
           COMPUTE DISP-BULB-QTY-2 = BULB-ON-HAND + BULB-ISSUED
           MOVE BULB-SHORTFALL TO DISP-BULB-QTY-3
           MOVE SPACES TO BULB-SHORT-RECORD
           STRING FUNCTION TRIM(BULB-ITEM) DELIMITED BY SIZE
               " required=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BULB-QTY) DELIMITED BY SIZE
               " available=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BULB-QTY-2) DELIMITED BY SIZE
               " shortfall=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BULB-QTY-3) DELIMITED BY SIZE
               INTO BULB-SHORT-RECORD
           END-STRING
           WRITE BULB-SHORT-RECORD
           DISPLAY FUNCTION TRIM(BULB-SHORT-RECORD)
           MOVE BULB-ISSUED TO DISP-BULB-QTY
           MOVE BULB-ON-HAND TO DISP-BULB-QTY-2
           MOVE SPACES TO BULB-SHORT-RECORD
           STRING "bulbs issued to crews=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BULB-QTY) DELIMITED BY SIZE
               " left on hand=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BULB-QTY-2) DELIMITED BY SIZE
               INTO BULB-SHORT-RECORD
           END-STRING
           WRITE BULB-SHORT-RECORD
           DISPLAY FUNCTION TRIM(BULB-SHORT-RECORD)
           IF BULB-SHORTFALL > 0
               DISPLAY "WARNING: not enough bulbs on hand for the new "
                   "work orders, run stockpo DAY06A.SHT to reorder"
           END-IF
           CLOSE BULB-SHORT-FILE.

       DELETE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
                   IF CELL-DELTA NOT = 0 AND LARGE-MODE NOT = "Y"
                       IF WEAR-VAL(ROW-INDEX, COL-INDEX) < 9999
                           ADD 1 TO WEAR-VAL(ROW-INDEX, COL-INDEX)
                           IF WEAR-VAL(ROW-INDEX, COL-INDEX)
                               = WEAR-THRESHOLD
                               PERFORM SAVE-PENDING-WORK-ORDER
                           END-IF
                       END-IF
                   END-IF
                   ADD CELL-DELTA TO TOTAL
