       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SHEET-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHEET-STATUS.
       SELECT STOCK-FILE ASSIGN TO "STOCK.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STOCK-STATUS.
       SELECT LEDGER-FILE ASSIGN TO "STOCK.LEDGER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-STATUS.
       SELECT MATCOST-FILE ASSIGN TO "MATCOST.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATCOST-STATUS.
       SELECT VARIANCE-RPT-FILE ASSIGN TO "CYCLECNT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY ROLLSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SHEET-FILE.
       01 SHEET-RECORD         PIC X(64).

       FD STOCK-FILE.
       01 STOCK-RECORD         PIC X(32).

       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(96).

       FD MATCOST-FILE.
       01 MATCOST-RECORD       PIC X(80).

       FD VARIANCE-RPT-FILE.
       01 VARIANCE-RPT-RECORD  PIC X(132).

       COPY ROLLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY ROLLWS.
       77 RUN-MODE             PIC X(8) VALUE SPACES.
       77 SHEET-STATUS         PIC X(2).
       77 STOCK-STATUS         PIC X(2).
       77 LEDGER-STATUS        PIC X(2).
       77 MATCOST-STATUS       PIC X(2).
       77 SHEET-EOF            PIC X(1).
       77 STOCK-EOF            PIC X(1).
       77 MATCOST-EOF          PIC X(1).
       77 HAVE-MATCOST         PIC X(1) VALUE "N".
       77 TODAY-DATE           PIC X(10).
       77 STOCK-MATERIAL       PIC X(8).
       77 STOCK-FEET-TEXT      PIC X(12).
       77 CNT-ITEM             PIC X(8).
       77 CNT-FEET-TEXT        PIC X(12).
       77 CNT-COUNTER          PIC X(16).
       77 CNT-DATE             PIC X(10).
       77 CNT-FEET             PIC 9(12).
       77 MATCOST-EFF-TEXT     PIC X(10).
       77 MATCOST-PAPER-TEXT   PIC X(16).
       77 MATCOST-RIBBON-TEXT  PIC X(16).
       77 MATCOST-BOW-TEXT     PIC X(16).
       77 MATCOST-BULB-TEXT    PIC X(16).
       77 BULB-UNIT-COST       PIC 9(3)V9(6) VALUE 0.
       77 BEST-EFF-DATE        PIC X(10) VALUE SPACES.
       77 ITEM-IDX             PIC 9(2).
       77 ITEM-FOUND-IDX       PIC 9(2).
       77 ITEM-COUNT           PIC 9(2) VALUE 2.
       77 MAX-ITEMS            PIC 9(2) VALUE 12.
       77 SHEET-LINE-COUNT     PIC 9(4) VALUE 0.
       77 BAD-LINE-COUNT       PIC 9(4) VALUE 0.
       77 ADJUST-COUNT         PIC 9(2) VALUE 0.
       77 VARIANCE-QTY         PIC S9(12).
       77 VARIANCE-PCT         PIC S9(5)V9.
       77 VARIANCE-VALUE       PIC S9(11)V99.
       77 TOTAL-VARIANCE-VALUE PIC S9(11)V99 VALUE 0.
       77 DISP-QTY             PIC Z(11)9.
       77 DISP-QTY-2           PIC Z(11)9.
       77 DISP-SIGNED-QTY      PIC -(12)9.
       77 DISP-PCT             PIC -(5)9.9.
       77 DISP-VALUE           PIC -(11)9.99.
       77 DISP-UNIT-COST       PIC ZZ9.9(6).
       77 DISP-COUNT           PIC Z(4).
       77 AUDIT-SUMMARY        PIC X(20).
       77 ROLL-SHORT-QTY       PIC 9(12).
       77 ROLL-TAKE-QTY        PIC 9(9).
       77 ROLLS-CHANGED        PIC X(1) VALUE "N".
       01 ITEM-NAME-INIT.
          05 FILLER PIC X(8) VALUE "RIBBON".
          05 FILLER PIC X(8) VALUE "BOW".
          05 FILLER PIC X(80) VALUE SPACES.
       01 ITEM-NAME-TABLE REDEFINES ITEM-NAME-INIT.
          05 ITEM-NAME OCCURS 12 TIMES PIC X(8).
       01 COUNT-TABLE.
          05 COUNT-ENTRY OCCURS 12 TIMES.
             10 CC-BOOK        PIC 9(12) VALUE 0.
             10 CC-COUNTED     PIC 9(12) VALUE 0.
             10 CC-HAVE-COUNT  PIC X(1) VALUE "N".
             10 CC-COUNTER     PIC X(16) VALUE SPACES.
             10 CC-DATE        PIC X(10) VALUE SPACES.
             10 CC-UNIT-COST   PIC 9(3)V9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <count sheet> [post]"
           DISPLAY "count records: <item>,<counted feet>,<counter>,"
               "<count date>"
           DISPLAY "items: RIBBON, BOW or a bulb item code beginning "
               "BULB (counted in bulbs)"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO FILENAME

       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO RUN-MODE
           INSPECT RUN-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF RUN-MODE NOT = "POST"
               DISPLAY "error: second argument must be post"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       MOVE "CYCLECNT" TO AUDIT-PROGRAM

       IF RUN-MODE = "POST"
           MOVE "STOCK" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to post stock adjustments"
               MOVE 8 TO RETURN-CODE
               MOVE "POST DENIED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
       END-IF

       PERFORM LOAD-STOCK-ON-HAND
       PERFORM LOAD-COUNT-SHEET

       IF BAD-LINE-COUNT > 0
           MOVE BAD-LINE-COUNT TO DISP-COUNT
           DISPLAY "error: " FUNCTION TRIM(DISP-COUNT)
               " count records failed validation, nothing reported "
               "or posted"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-MATERIAL-COSTS
       PERFORM WRITE-VARIANCE-REPORT

       IF RUN-MODE = "POST"
           PERFORM POST-ADJUSTMENTS
       END-IF

       MOVE ADJUST-COUNT TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       IF RUN-MODE = "POST"
           STRING "adjusted=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
       ELSE
           STRING "variances=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
       END-IF
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-STOCK-ON-HAND.
           MOVE "N" TO STOCK-EOF
           OPEN INPUT STOCK-FILE
           IF STOCK-STATUS NOT = "00"
               DISPLAY "note: STOCK.CTL not present, book "
                   "balances are zero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOCK-EOF = "Y"
             READ STOCK-FILE
               AT END
                 MOVE "Y" TO STOCK-EOF
               NOT AT END
                 IF FUNCTION TRIM(STOCK-RECORD) NOT = SPACES
                     AND STOCK-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO STOCK-MATERIAL STOCK-FEET-TEXT
                     UNSTRING STOCK-RECORD DELIMITED BY ","
                         INTO STOCK-MATERIAL STOCK-FEET-TEXT
                     END-UNSTRING
                     INSPECT STOCK-MATERIAL CONVERTING
                         "abcdefghijklmnopqrstuvwxyz" TO
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     MOVE STOCK-MATERIAL TO CNT-ITEM
                     PERFORM FIND-COUNT-ITEM
                     IF ITEM-FOUND-IDX = 0
                         PERFORM ADD-BULB-ITEM
                     END-IF
                     IF ITEM-FOUND-IDX = 0
                         DISPLAY "WARNING: unknown material "
                             FUNCTION TRIM(STOCK-MATERIAL)
                             " in STOCK.CTL ignored"
                     ELSE
                         MOVE FUNCTION NUMVAL(STOCK-FEET-TEXT)
                             TO CC-BOOK(ITEM-FOUND-IDX)
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STOCK-FILE.

       FIND-COUNT-ITEM.
           MOVE 0 TO ITEM-FOUND-IDX
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
             IF ITEM-NAME(ITEM-IDX) = FUNCTION TRIM(CNT-ITEM)
                 MOVE ITEM-IDX TO ITEM-FOUND-IDX
             END-IF
           END-PERFORM.

       ADD-BULB-ITEM.
           IF CNT-ITEM(1:4) NOT = "BULB"
               EXIT PARAGRAPH
           END-IF
           IF ITEM-COUNT >= MAX-ITEMS
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-ITEMS) " stock items to count"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ITEM-COUNT
           MOVE CNT-ITEM TO ITEM-NAME(ITEM-COUNT)
           MOVE ITEM-COUNT TO ITEM-FOUND-IDX.

       LOAD-COUNT-SHEET.
           MOVE "N" TO SHEET-EOF
           OPEN INPUT SHEET-FILE
           IF SHEET-STATUS NOT = "00"
               DISPLAY "error: count sheet "
                   FUNCTION TRIM(FILENAME) " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SHEET-EOF = "Y"
             READ SHEET-FILE
               AT END
                 MOVE "Y" TO SHEET-EOF
               NOT AT END
                 IF FUNCTION TRIM(SHEET-RECORD) NOT = SPACES
                     AND SHEET-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-COUNT-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SHEET-FILE
           IF SHEET-LINE-COUNT = 0 AND BAD-LINE-COUNT = 0
               DISPLAY "error: count sheet "
                   FUNCTION TRIM(FILENAME) " holds no counts"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-COUNT-RECORD.
           MOVE SPACES TO CNT-ITEM CNT-FEET-TEXT CNT-COUNTER CNT-DATE
           UNSTRING SHEET-RECORD DELIMITED BY ","
               INTO CNT-ITEM CNT-FEET-TEXT CNT-COUNTER CNT-DATE
           END-UNSTRING
           INSPECT CNT-ITEM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM FIND-COUNT-ITEM
           IF ITEM-FOUND-IDX = 0
               PERFORM ADD-BULB-ITEM
           END-IF
           IF ITEM-FOUND-IDX = 0
               OR FUNCTION TRIM(CNT-FEET-TEXT) IS NOT NUMERIC
               OR CNT-COUNTER = SPACES
               OR CNT-DATE(5:1) NOT = "-"
               OR CNT-DATE(8:1) NOT = "-"
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "bad count record: "
                   FUNCTION TRIM(SHEET-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(CNT-FEET-TEXT) TO CNT-FEET
           ADD CNT-FEET TO CC-COUNTED(ITEM-FOUND-IDX)
           MOVE "Y" TO CC-HAVE-COUNT(ITEM-FOUND-IDX)
           IF CNT-DATE >= CC-DATE(ITEM-FOUND-IDX)
               MOVE CNT-DATE TO CC-DATE(ITEM-FOUND-IDX)
               MOVE CNT-COUNTER TO CC-COUNTER(ITEM-FOUND-IDX)
           END-IF
           ADD 1 TO SHEET-LINE-COUNT.

       LOAD-MATERIAL-COSTS.
           MOVE "N" TO MATCOST-EOF
           OPEN INPUT MATCOST-FILE
           IF MATCOST-STATUS NOT = "00"
               DISPLAY "note: MATCOST.CTL not present, variances "
                   "are not valued"
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
           IF HAVE-MATCOST NOT = "Y"
               DISPLAY "note: no cost set in MATCOST.CTL is "
                   "effective on or before " TODAY-DATE
                   ", variances are not valued"
           END-IF.

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
                   TO CC-UNIT-COST(1)
               MOVE FUNCTION NUMVAL(MATCOST-BOW-TEXT)
                   TO CC-UNIT-COST(2)
               MOVE 0 TO BULB-UNIT-COST
               IF MATCOST-BULB-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(MATCOST-BULB-TEXT)
                       TO BULB-UNIT-COST
               END-IF
               PERFORM VARYING ITEM-IDX FROM 3 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
                 MOVE BULB-UNIT-COST TO CC-UNIT-COST(ITEM-IDX)
               END-PERFORM
               MOVE "Y" TO HAVE-MATCOST
           END-IF.

       WRITE-VARIANCE-REPORT.
           MOVE "CYCLECNT.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT VARIANCE-RPT-FILE
           MOVE SPACES TO VARIANCE-RPT-RECORD
           STRING "cycle count variance report, count sheet "
               DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
               ", run " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO VARIANCE-RPT-RECORD
           END-STRING
           WRITE VARIANCE-RPT-RECORD
           IF HAVE-MATCOST = "Y"
               MOVE SPACES TO VARIANCE-RPT-RECORD
               STRING "valued at MATCOST.CTL purchase costs effective "
                   DELIMITED BY SIZE
                   BEST-EFF-DATE DELIMITED BY SIZE
                   INTO VARIANCE-RPT-RECORD
               END-STRING
               WRITE VARIANCE-RPT-RECORD
           END-IF
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
             PERFORM WRITE-ITEM-VARIANCE-LINE
           END-PERFORM
           MOVE SPACES TO VARIANCE-RPT-RECORD
           MOVE TOTAL-VARIANCE-VALUE TO DISP-VALUE
           STRING "net variance value = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               INTO VARIANCE-RPT-RECORD
           END-STRING
           IF RUN-MODE = "POST"
               STRING FUNCTION TRIM(VARIANCE-RPT-RECORD)
                   DELIMITED BY SIZE
                   ", adjustments posted to STOCK.CTL and "
                   DELIMITED BY SIZE
                   "STOCK.LEDGER" DELIMITED BY SIZE
                   INTO VARIANCE-RPT-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(VARIANCE-RPT-RECORD)
                   DELIMITED BY SIZE
                   ", report only, rerun with post to adjust"
                   DELIMITED BY SIZE
                   INTO VARIANCE-RPT-RECORD
               END-STRING
           END-IF
           WRITE VARIANCE-RPT-RECORD
           DISPLAY FUNCTION TRIM(VARIANCE-RPT-RECORD)
           CLOSE VARIANCE-RPT-FILE.

       WRITE-ITEM-VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-RPT-RECORD
           IF CC-HAVE-COUNT(ITEM-IDX) NOT = "Y"
               MOVE CC-BOOK(ITEM-IDX) TO DISP-QTY
               STRING FUNCTION TRIM(ITEM-NAME(ITEM-IDX))
                   DELIMITED BY SIZE
                   ": book=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
                   " not counted, no adjustment" DELIMITED BY SIZE
                   INTO VARIANCE-RPT-RECORD
               END-STRING
               WRITE VARIANCE-RPT-RECORD
               DISPLAY FUNCTION TRIM(VARIANCE-RPT-RECORD)
               EXIT PARAGRAPH
           END-IF
           COMPUTE VARIANCE-QTY =
               CC-COUNTED(ITEM-IDX) - CC-BOOK(ITEM-IDX)
           COMPUTE VARIANCE-VALUE ROUNDED =
               VARIANCE-QTY * CC-UNIT-COST(ITEM-IDX)
           ADD VARIANCE-VALUE TO TOTAL-VARIANCE-VALUE
           IF VARIANCE-QTY NOT = 0
               ADD 1 TO ADJUST-COUNT
           END-IF
           MOVE CC-BOOK(ITEM-IDX) TO DISP-QTY
           MOVE CC-COUNTED(ITEM-IDX) TO DISP-QTY-2
           MOVE VARIANCE-QTY TO DISP-SIGNED-QTY
           STRING FUNCTION TRIM(ITEM-NAME(ITEM-IDX))
               DELIMITED BY SIZE
               ": book=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " counted=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY-2) DELIMITED BY SIZE
               " variance=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SIGNED-QTY) DELIMITED BY SIZE
               INTO VARIANCE-RPT-RECORD
           END-STRING
           IF CC-BOOK(ITEM-IDX) = 0
               STRING FUNCTION TRIM(VARIANCE-RPT-RECORD)
                   DELIMITED BY SIZE
                   " pct=n/a" DELIMITED BY SIZE
                   INTO VARIANCE-RPT-RECORD
               END-STRING
           ELSE
               COMPUTE VARIANCE-PCT ROUNDED =
                   VARIANCE-QTY * 100 / CC-BOOK(ITEM-IDX)
                   ON SIZE ERROR
                     MOVE 9999.9 TO VARIANCE-PCT
               END-COMPUTE
               MOVE VARIANCE-PCT TO DISP-PCT
               STRING FUNCTION TRIM(VARIANCE-RPT-RECORD)
                   DELIMITED BY SIZE
                   " pct=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO VARIANCE-RPT-RECORD
               END-STRING
           END-IF
           MOVE VARIANCE-VALUE TO DISP-VALUE
           MOVE CC-UNIT-COST(ITEM-IDX) TO DISP-UNIT-COST
           STRING FUNCTION TRIM(VARIANCE-RPT-RECORD)
               DELIMITED BY SIZE
               " value=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-VALUE) DELIMITED BY SIZE
               " @" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-UNIT-COST) DELIMITED BY SIZE
               " counter=" DELIMITED BY SIZE
               FUNCTION TRIM(CC-COUNTER(ITEM-IDX)) DELIMITED BY SIZE
               " date=" DELIMITED BY SIZE
               CC-DATE(ITEM-IDX) DELIMITED BY SIZE
               INTO VARIANCE-RPT-RECORD
           END-STRING
           WRITE VARIANCE-RPT-RECORD
           DISPLAY FUNCTION TRIM(VARIANCE-RPT-RECORD).

       POST-ADJUSTMENTS.
           PERFORM LOAD-RIBBON-ROLLS
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
             IF CC-HAVE-COUNT(ITEM-IDX) = "Y"
                 AND CC-COUNTED(ITEM-IDX) NOT = CC-BOOK(ITEM-IDX)
                 PERFORM WRITE-ADJUST-LEDGER-RECORD
                 IF ITEM-IDX = 1 AND HAVE-ROLLS = "Y"
                     PERFORM ADJUST-RIBBON-ROLLS
                 END-IF
                 MOVE CC-COUNTED(ITEM-IDX) TO CC-BOOK(ITEM-IDX)
             END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM REWRITE-STOCK-CONTROL
           IF ROLLS-CHANGED = "Y"
               PERFORM SAVE-RIBBON-ROLLS
           END-IF
           MOVE ADJUST-COUNT TO DISP-COUNT
           DISPLAY "stock adjustments posted = "
               FUNCTION TRIM(DISP-COUNT).

       WRITE-ADJUST-LEDGER-RECORD.
           COMPUTE VARIANCE-QTY =
               CC-COUNTED(ITEM-IDX) - CC-BOOK(ITEM-IDX)
           MOVE VARIANCE-QTY TO DISP-SIGNED-QTY
           MOVE SPACES TO LEDGER-RECORD
           STRING CC-DATE(ITEM-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(ITEM-NAME(ITEM-IDX)) DELIMITED BY SIZE
               ",ADJUST," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SIGNED-QTY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               "COUNT " DELIMITED BY SIZE
               FUNCTION TRIM(CC-COUNTER(ITEM-IDX)) DELIMITED BY SIZE
               INTO LEDGER-RECORD
           END-STRING
           WRITE LEDGER-RECORD.

       ADJUST-RIBBON-ROLLS.
           MOVE "Y" TO ROLLS-CHANGED
           IF VARIANCE-QTY > 0
               MOVE VARIANCE-QTY TO ROLL-NEW-LENGTH
               PERFORM ADD-RIBBON-ROLL
               MOVE VARIANCE-QTY TO DISP-QTY
               DISPLAY "RIBBON count surplus of "
                   FUNCTION TRIM(DISP-QTY)
                   " feet added to RIBBON.ROLLS as roll "
                   FUNCTION TRIM(RR-ID(ROLL-COUNT))
               EXIT PARAGRAPH
           END-IF
           COMPUTE ROLL-SHORT-QTY = 0 - VARIANCE-QTY
           PERFORM VARYING ROLL-IDX FROM ROLL-COUNT BY -1
               UNTIL ROLL-IDX < 1 OR ROLL-SHORT-QTY = 0
             IF RR-REMAINING(ROLL-IDX) < ROLL-SHORT-QTY
                 MOVE RR-REMAINING(ROLL-IDX) TO ROLL-TAKE-QTY
             ELSE
                 MOVE ROLL-SHORT-QTY TO ROLL-TAKE-QTY
             END-IF
             SUBTRACT ROLL-TAKE-QTY FROM RR-REMAINING(ROLL-IDX)
             SUBTRACT ROLL-TAKE-QTY FROM ROLL-SHORT-QTY
           END-PERFORM
           IF ROLL-SHORT-QTY > 0
               MOVE ROLL-SHORT-QTY TO DISP-QTY
               DISPLAY "WARNING: RIBBON.ROLLS held "
                   FUNCTION TRIM(DISP-QTY)
                   " feet less than the RIBBON count shortage, "
                   "all rolls are now used up"
           END-IF.

       REWRITE-STOCK-CONTROL.
           OPEN OUTPUT STOCK-FILE
           MOVE "* stock on hand maintained by stockpost"
               TO STOCK-RECORD
           WRITE STOCK-RECORD
           MOVE CC-BOOK(1) TO DISP-QTY
           MOVE SPACES TO STOCK-RECORD
           STRING "RIBBON," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               INTO STOCK-RECORD
           END-STRING
           WRITE STOCK-RECORD
           MOVE CC-BOOK(2) TO DISP-QTY
           MOVE SPACES TO STOCK-RECORD
           STRING "BOW," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               INTO STOCK-RECORD
           END-STRING
           WRITE STOCK-RECORD
           PERFORM VARYING ITEM-IDX FROM 3 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
             MOVE CC-BOOK(ITEM-IDX) TO DISP-QTY
             MOVE SPACES TO STOCK-RECORD
             STRING FUNCTION TRIM(ITEM-NAME(ITEM-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
                 INTO STOCK-RECORD
             END-STRING
             WRITE STOCK-RECORD
           END-PERFORM
           CLOSE STOCK-FILE.

       COPY GENPARA.

       COPY ROLLPARA.

       COPY AUDITPARA.
