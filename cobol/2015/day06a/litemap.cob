       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITEMAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SNAPSHOT-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SNAPSHOT-STATUS.
       SELECT ZONES-FILE ASSIGN TO ZONES-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ZONES-STATUS.
       SELECT MAP-RPT-FILE ASSIGN TO "LITEMAP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD      PIC X(2500).

       FD ZONES-FILE.
       01 ZONES-RECORD         PIC X(64).

       FD MAP-RPT-FILE.
       01 MAP-RPT-RECORD       PIC X(132).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY RPTWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 ARG3                 PIC X(256) VALUE SPACES.
       77 SNAPSHOT-STATUS      PIC X(2).
       77 ZONES-STATUS         PIC X(2).
       77 ZONES-NAME           PIC X(256) VALUE "ZONES.CTL".
       77 ZONES-NAMED          PIC X(1) VALUE "N".
       77 SCAN-EOF             PIC X(1).
       77 NUM-ROWS             PIC 9(6) VALUE 0.
       77 NUM-COLS             PIC 9(6) VALUE 0.
       77 ROW-LEN              PIC 9(6).
       77 GRID-ROW             PIC 9(6).
       77 MAP-WIDTH            PIC 9(3) VALUE 100.
       77 MAX-MAP-WIDTH        PIC 9(3) VALUE 120.
       77 MAP-COLS             PIC 9(3).
       77 MAP-ROWS             PIC 9(6).
       77 MAP-ROW              PIC 9(6).
       77 MAP-COL              PIC 9(3).
       77 BLOCK-ROWS           PIC 9(6).
       77 BLOCK-COLS           PIC 9(6).
       77 BAND-FIRST-ROW       PIC 9(6).
       77 CELL-COL             PIC 9(6).
       77 CELL-LEN             PIC 9(6).
       77 LIT-TALLY            PIC 9(6).
       77 LIT-PCT              PIC 9(3).
       77 SHADE-IDX            PIC 9(1).
       77 ZONE-COUNT           PIC 9(2) VALUE 0.
       77 MAX-ZONES            PIC 9(2) VALUE 20.
       77 ZONE-IDX             PIC 9(2).
       77 ZONE-R1-TEXT         PIC X(10).
       77 ZONE-C1-TEXT         PIC X(10).
       77 ZONE-R2-TEXT         PIC X(10).
       77 ZONE-C2-TEXT         PIC X(10).
       77 ZONE-LETTERS         PIC X(20)
           VALUE "ABCDEFGHIJKLMNOPQRST".
       77 GRID-LIT             PIC 9(9) VALUE 0.
       77 GRID-CELLS           PIC 9(9).
       77 MAP-LINE             PIC X(120).
       77 RULER-POS            PIC 9(3).
       77 RULER-COL            PIC 9(6).
       77 DISP-ROW             PIC Z(5)9.
       77 DISP-ROW-2           PIC Z(5)9.
       77 DISP-COL             PIC Z(5)9.
       77 DISP-COL-2           PIC Z(5)9.
       77 DISP-COUNT           PIC Z(8)9.
       77 DISP-COUNT-2         PIC Z(8)9.
       77 DISP-PCT             PIC ZZ9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 SHADE-INIT.
          05 FILLER PIC X(16) VALUE " unlit          ".
          05 FILLER PIC X(16) VALUE ".1-25% lit      ".
          05 FILLER PIC X(16) VALUE ":26-50% lit     ".
          05 FILLER PIC X(16) VALUE "*51-75% lit     ".
          05 FILLER PIC X(16) VALUE "#76-100% lit    ".
       01 SHADE-TABLE REDEFINES SHADE-INIT.
          05 SHADE-ENTRY OCCURS 5 TIMES.
             10 SHADE-CHAR     PIC X(1).
             10 SHADE-TEXT     PIC X(15).
       01 SHADE-COUNTS.
          05 SHADE-COUNT       PIC 9(9) OCCURS 5 TIMES.
       01 BAND-TABLE.
          05 BAND-ENTRY OCCURS 120 TIMES.
             10 BAND-LIT       PIC 9(9).
             10 BAND-CELLS     PIC 9(9).
       01 ZONE-TABLE.
          05 ZONE-ENTRY OCCURS 20 TIMES.
             10 ZONE-NAME      PIC X(20).
             10 ZONE-R1        PIC 9(6).
             10 ZONE-C1        PIC 9(6).
             10 ZONE-R2        PIC 9(6).
             10 ZONE-C2        PIC 9(6).
             10 ZONE-MAP-R1    PIC 9(6).
             10 ZONE-MAP-C1    PIC 9(3).
             10 ZONE-MAP-R2    PIC 9(6).
             10 ZONE-MAP-C2    PIC 9(3).
             10 ZONE-LIT       PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <snapshot file> [<zone file>] [<map width>]"
           DISPLAY "the snapshot is the final grid DAY06A writes "
               "with its <snapshot file> argument"
           DISPLAY "zone file defaults to ZONES.CTL, map width to "
               "100 characters (at most 120)"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO FILENAME

       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG2 FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ARG2) NOT = "-"
               MOVE FUNCTION TRIM(ARG2) TO ZONES-NAME
               MOVE "Y" TO ZONES-NAMED
           END-IF
       END-IF

       IF ARGC > 2
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG3 FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ARG3) IS NOT NUMERIC
               DISPLAY "error: map width "
                   FUNCTION TRIM(ARG3) " is not numeric"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL(ARG3) < 10
               OR FUNCTION NUMVAL(ARG3) > MAX-MAP-WIDTH
               DISPLAY "error: map width must be from 10 to "
                   FUNCTION TRIM(MAX-MAP-WIDTH)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(ARG3) TO MAP-WIDTH
       END-IF

       MOVE "LITEMAP" TO AUDIT-PROGRAM

       PERFORM MEASURE-SNAPSHOT
       PERFORM LOAD-ZONE-DEFINITIONS

       COMPUTE BLOCK-COLS = (NUM-COLS + MAP-WIDTH - 1) / MAP-WIDTH
       COMPUTE BLOCK-ROWS = BLOCK-COLS * 2
       COMPUTE MAP-COLS = (NUM-COLS + BLOCK-COLS - 1) / BLOCK-COLS
       COMPUTE MAP-ROWS = (NUM-ROWS + BLOCK-ROWS - 1) / BLOCK-ROWS
       PERFORM VARYING ZONE-IDX FROM 1 BY 1
           UNTIL ZONE-IDX > ZONE-COUNT
         COMPUTE ZONE-MAP-R1(ZONE-IDX) =
             ZONE-R1(ZONE-IDX) / BLOCK-ROWS
         COMPUTE ZONE-MAP-R2(ZONE-IDX) =
             ZONE-R2(ZONE-IDX) / BLOCK-ROWS
         COMPUTE ZONE-MAP-C1(ZONE-IDX) =
             ZONE-C1(ZONE-IDX) / BLOCK-COLS + 1
         COMPUTE ZONE-MAP-C2(ZONE-IDX) =
             ZONE-C2(ZONE-IDX) / BLOCK-COLS + 1
         MOVE 0 TO ZONE-LIT(ZONE-IDX)
       END-PERFORM

       MOVE "LITEMAP.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT MAP-RPT-FILE
       MOVE "DAY06A LIGHTING MAP" TO RPT-TITLE
       PERFORM BUILD-COLUMN-RULER
       PERFORM RPT-INIT-REPORT
       INITIALIZE SHADE-COUNTS

       PERFORM PRINT-LIGHTING-MAP

       PERFORM RPT-WRITE-TOTALS
       PERFORM WRITE-MAP-LEGEND
       CLOSE MAP-RPT-FILE

       COMPUTE GRID-CELLS = NUM-ROWS * NUM-COLS
       MOVE GRID-LIT TO DISP-COUNT
       MOVE GRID-CELLS TO DISP-COUNT-2
       DISPLAY "lighting map written to LITEMAP.RPT, lit = "
           FUNCTION TRIM(DISP-COUNT) " of "
           FUNCTION TRIM(DISP-COUNT-2)

       MOVE SPACES TO AUDIT-SUMMARY
       STRING "lit=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       MEASURE-SNAPSHOT.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = "00"
               DISPLAY "error: snapshot file " FUNCTION TRIM(FILENAME)
                   " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SNAPSHOT-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 ADD 1 TO NUM-ROWS
                 IF NUM-ROWS > 2500
                     DISPLAY "error: " FUNCTION TRIM(FILENAME)
                         " has more than 2500 rows"
                     MOVE 3 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 MOVE 0 TO ROW-LEN
                 IF SNAPSHOT-RECORD NOT = SPACES
                     COMPUTE ROW-LEN = FUNCTION LENGTH(
                         FUNCTION TRIM(SNAPSHOT-RECORD TRAILING))
                 END-IF
                 PERFORM CHECK-SNAPSHOT-ROW
             END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           IF NUM-ROWS = 0 OR NUM-COLS = 0
               DISPLAY "error: snapshot file " FUNCTION TRIM(FILENAME)
                   " holds no grid"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NUM-ROWS TO DISP-ROW
           MOVE NUM-COLS TO DISP-COL
           DISPLAY "snapshot grid is " FUNCTION TRIM(DISP-ROW)
               "x" FUNCTION TRIM(DISP-COL).

       CHECK-SNAPSHOT-ROW.
           MOVE 0 TO LIT-TALLY
           IF ROW-LEN > 0
               INSPECT SNAPSHOT-RECORD(1:ROW-LEN) TALLYING
                   LIT-TALLY FOR ALL "0" ALL "1"
           END-IF
           IF LIT-TALLY NOT = ROW-LEN
               MOVE NUM-ROWS TO DISP-ROW
               DISPLAY "error: " FUNCTION TRIM(FILENAME)
                   " row " FUNCTION TRIM(DISP-ROW)
                   " holds characters other than 0 and 1"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ROW-LEN > NUM-COLS
               MOVE ROW-LEN TO NUM-COLS
           END-IF.

       LOAD-ZONE-DEFINITIONS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT ZONES-FILE
           IF ZONES-STATUS NOT = "00"
               IF ZONES-NAMED = "Y"
                   DISPLAY "error: zone file "
                       FUNCTION TRIM(ZONES-NAME) " is not readable"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "note: ZONES.CTL not present, map is printed "
                   "without zone boundaries"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ ZONES-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(ZONES-RECORD) NOT = SPACES
                     AND ZONES-RECORD(1:1) NOT = "*"
                     IF ZONE-COUNT >= MAX-ZONES
                         DISPLAY "error: " FUNCTION TRIM(ZONES-NAME)
                             " has more than "
                             FUNCTION TRIM(MAX-ZONES) " zones"
                         MOVE 2 TO RETURN-CODE
                         STOP RUN
                     END-IF
                     PERFORM LOAD-ZONE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ZONES-FILE.

       LOAD-ZONE-RECORD.
           ADD 1 TO ZONE-COUNT
           MOVE SPACES TO ZONE-NAME(ZONE-COUNT) ZONE-R1-TEXT
               ZONE-C1-TEXT ZONE-R2-TEXT ZONE-C2-TEXT
           UNSTRING ZONES-RECORD DELIMITED BY ","
               INTO ZONE-NAME(ZONE-COUNT) ZONE-R1-TEXT
                   ZONE-C1-TEXT ZONE-R2-TEXT ZONE-C2-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(ZONE-R1-TEXT) IS NUMERIC
               AND FUNCTION TRIM(ZONE-C1-TEXT) IS NUMERIC
               AND FUNCTION TRIM(ZONE-R2-TEXT) IS NUMERIC
               AND FUNCTION TRIM(ZONE-C2-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(ZONE-R1-TEXT)
                   TO ZONE-R1(ZONE-COUNT)
               MOVE FUNCTION NUMVAL(ZONE-C1-TEXT)
                   TO ZONE-C1(ZONE-COUNT)
               MOVE FUNCTION NUMVAL(ZONE-R2-TEXT)
                   TO ZONE-R2(ZONE-COUNT)
               MOVE FUNCTION NUMVAL(ZONE-C2-TEXT)
                   TO ZONE-C2(ZONE-COUNT)
           ELSE
               DISPLAY "error: bad zone definition: "
                   FUNCTION TRIM(ZONES-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ZONE-R1(ZONE-COUNT) > ZONE-R2(ZONE-COUNT)
               OR ZONE-C1(ZONE-COUNT) > ZONE-C2(ZONE-COUNT)
               OR ZONE-R2(ZONE-COUNT) >= NUM-ROWS
               OR ZONE-C2(ZONE-COUNT) >= NUM-COLS
               DISPLAY "error: zone "
                   FUNCTION TRIM(ZONE-NAME(ZONE-COUNT))
                   " lies outside the grid"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUILD-COLUMN-RULER.
           MOVE SPACES TO RPT-COLUMN-HEADING
           MOVE "   row" TO RPT-COLUMN-HEADING(1:6)
           MOVE 1 TO RULER-POS
           PERFORM UNTIL RULER-POS > MAP-COLS
             COMPUTE RULER-COL = (RULER-POS - 1) * BLOCK-COLS
             MOVE RULER-COL TO DISP-COL
             MOVE "|" TO RPT-COLUMN-HEADING(RULER-POS + 8:1)
             IF RULER-POS + 15 <= 132
                 MOVE FUNCTION TRIM(DISP-COL)
                     TO RPT-COLUMN-HEADING(RULER-POS + 9:6)
             END-IF
             ADD 20 TO RULER-POS
           END-PERFORM.

       PRINT-LIGHTING-MAP.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = "00"
               DISPLAY "error: snapshot file " FUNCTION TRIM(FILENAME)
                   " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE BAND-TABLE
           MOVE 0 TO GRID-ROW
           MOVE 0 TO MAP-ROW
           MOVE 0 TO BAND-FIRST-ROW
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SNAPSHOT-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 PERFORM TALLY-SNAPSHOT-ROW
                 ADD 1 TO GRID-ROW
                 IF GRID-ROW - BAND-FIRST-ROW = BLOCK-ROWS
                     OR GRID-ROW = NUM-ROWS
                     PERFORM WRITE-MAP-LINE
                     ADD 1 TO MAP-ROW
                     MOVE GRID-ROW TO BAND-FIRST-ROW
                     INITIALIZE BAND-TABLE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       TALLY-SNAPSHOT-ROW.
           PERFORM VARYING MAP-COL FROM 1 BY 1
               UNTIL MAP-COL > MAP-COLS
             COMPUTE CELL-COL = (MAP-COL - 1) * BLOCK-COLS + 1
             MOVE BLOCK-COLS TO CELL-LEN
             IF CELL-COL + CELL-LEN - 1 > NUM-COLS
                 COMPUTE CELL-LEN = NUM-COLS - CELL-COL + 1
             END-IF
             MOVE 0 TO LIT-TALLY
             INSPECT SNAPSHOT-RECORD(CELL-COL:CELL-LEN) TALLYING
                 LIT-TALLY FOR ALL "1"
             ADD LIT-TALLY TO BAND-LIT(MAP-COL)
             ADD LIT-TALLY TO GRID-LIT
             ADD CELL-LEN TO BAND-CELLS(MAP-COL)
           END-PERFORM
           PERFORM VARYING ZONE-IDX FROM 1 BY 1
               UNTIL ZONE-IDX > ZONE-COUNT
             IF GRID-ROW >= ZONE-R1(ZONE-IDX)
                 AND GRID-ROW <= ZONE-R2(ZONE-IDX)
                 COMPUTE CELL-COL = ZONE-C1(ZONE-IDX) + 1
                 COMPUTE CELL-LEN =
                     ZONE-C2(ZONE-IDX) - ZONE-C1(ZONE-IDX) + 1
                 MOVE 0 TO LIT-TALLY
                 INSPECT SNAPSHOT-RECORD(CELL-COL:CELL-LEN) TALLYING
                     LIT-TALLY FOR ALL "1"
                 ADD LIT-TALLY TO ZONE-LIT(ZONE-IDX)
             END-IF
           END-PERFORM.

       WRITE-MAP-LINE.
           MOVE SPACES TO MAP-LINE
           PERFORM VARYING MAP-COL FROM 1 BY 1
               UNTIL MAP-COL > MAP-COLS
             COMPUTE LIT-PCT =
                 (BAND-LIT(MAP-COL) * 100 + BAND-CELLS(MAP-COL) - 1)
                 / BAND-CELLS(MAP-COL)
             EVALUATE TRUE
               WHEN BAND-LIT(MAP-COL) = 0
                 MOVE 1 TO SHADE-IDX
               WHEN LIT-PCT <= 25
                 MOVE 2 TO SHADE-IDX
               WHEN LIT-PCT <= 50
                 MOVE 3 TO SHADE-IDX
               WHEN LIT-PCT <= 75
                 MOVE 4 TO SHADE-IDX
               WHEN OTHER
                 MOVE 5 TO SHADE-IDX
             END-EVALUATE
             ADD 1 TO SHADE-COUNT(SHADE-IDX)
             MOVE SHADE-CHAR(SHADE-IDX) TO MAP-LINE(MAP-COL:1)
           END-PERFORM
           PERFORM VARYING ZONE-IDX FROM 1 BY 1
               UNTIL ZONE-IDX > ZONE-COUNT
             PERFORM DRAW-ZONE-BOUNDARY
           END-PERFORM
           MOVE BAND-FIRST-ROW TO DISP-ROW
           MOVE SPACES TO RPT-DETAIL
           MOVE DISP-ROW TO RPT-DETAIL(1:6)
           MOVE "|" TO RPT-DETAIL(8:1)
           MOVE MAP-LINE(1:MAP-COLS) TO RPT-DETAIL(9:MAP-COLS)
           PERFORM RPT-WRITE-DETAIL.

       DRAW-ZONE-BOUNDARY.
           IF MAP-ROW < ZONE-MAP-R1(ZONE-IDX)
               OR MAP-ROW > ZONE-MAP-R2(ZONE-IDX)
               EXIT PARAGRAPH
           END-IF
           IF MAP-ROW = ZONE-MAP-R1(ZONE-IDX)
               OR MAP-ROW = ZONE-MAP-R2(ZONE-IDX)
               PERFORM VARYING MAP-COL FROM ZONE-MAP-C1(ZONE-IDX)
                   BY 1 UNTIL MAP-COL > ZONE-MAP-C2(ZONE-IDX)
                 MOVE "-" TO MAP-LINE(MAP-COL:1)
               END-PERFORM
               MOVE "+" TO MAP-LINE(ZONE-MAP-C1(ZONE-IDX):1)
               MOVE "+" TO MAP-LINE(ZONE-MAP-C2(ZONE-IDX):1)
           ELSE
               MOVE "|" TO MAP-LINE(ZONE-MAP-C1(ZONE-IDX):1)
               MOVE "|" TO MAP-LINE(ZONE-MAP-C2(ZONE-IDX):1)
           END-IF
           IF MAP-ROW = ZONE-MAP-R1(ZONE-IDX)
               MOVE ZONE-LETTERS(ZONE-IDX:1)
                   TO MAP-LINE(ZONE-MAP-C1(ZONE-IDX):1)
           END-IF.

       WRITE-MAP-LEGEND.
           MOVE BLOCK-ROWS TO DISP-ROW
           MOVE BLOCK-COLS TO DISP-COL
           MOVE NUM-ROWS TO DISP-ROW-2
           MOVE NUM-COLS TO DISP-COL-2
           MOVE SPACES TO RPT-DETAIL
           STRING "grid " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW-2) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COL-2) DELIMITED BY SIZE
               ", each map character summarizes a block of "
               DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW) DELIMITED BY SIZE
               " rows by " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COL) DELIMITED BY SIZE
               " columns of lights" DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-DETAIL
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE "legend: shading by share of lights lit in the block"
               TO RPT-DETAIL
           PERFORM RPT-WRITE-TOTAL-LINE
           PERFORM VARYING SHADE-IDX FROM 1 BY 1
               UNTIL SHADE-IDX > 5
             MOVE SHADE-COUNT(SHADE-IDX) TO DISP-COUNT
             MOVE SPACES TO RPT-DETAIL
             STRING "  '" DELIMITED BY SIZE
                 SHADE-CHAR(SHADE-IDX) DELIMITED BY SIZE
                 "'  " DELIMITED BY SIZE
                 SHADE-TEXT(SHADE-IDX) DELIMITED BY SIZE
                 " map characters = " DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                 INTO RPT-DETAIL
             END-STRING
             PERFORM RPT-WRITE-TOTAL-LINE
           END-PERFORM
           IF ZONE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-DETAIL
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "zones from " DELIMITED BY SIZE
               FUNCTION TRIM(ZONES-NAME) DELIMITED BY SIZE
               ": boundary drawn with - | +, zone letter at the "
               DELIMITED BY SIZE
               "top-left corner" DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           PERFORM VARYING ZONE-IDX FROM 1 BY 1
               UNTIL ZONE-IDX > ZONE-COUNT
             PERFORM WRITE-ZONE-LEGEND-LINE
           END-PERFORM.

       WRITE-ZONE-LEGEND-LINE.
           MOVE ZONE-R1(ZONE-IDX) TO DISP-ROW
           MOVE ZONE-R2(ZONE-IDX) TO DISP-ROW-2
           MOVE ZONE-C1(ZONE-IDX) TO DISP-COL
           MOVE ZONE-C2(ZONE-IDX) TO DISP-COL-2
           MOVE ZONE-LIT(ZONE-IDX) TO DISP-COUNT
           COMPUTE GRID-CELLS =
               (ZONE-R2(ZONE-IDX) - ZONE-R1(ZONE-IDX) + 1)
               * (ZONE-C2(ZONE-IDX) - ZONE-C1(ZONE-IDX) + 1)
           MOVE GRID-CELLS TO DISP-COUNT-2
           COMPUTE LIT-PCT ROUNDED =
               ZONE-LIT(ZONE-IDX) * 100 / GRID-CELLS
           MOVE LIT-PCT TO DISP-PCT
           MOVE SPACES TO RPT-DETAIL
           STRING "  " DELIMITED BY SIZE
               ZONE-LETTERS(ZONE-IDX:1) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(ZONE-NAME(ZONE-IDX)) DELIMITED BY SIZE
               " rows " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW-2) DELIMITED BY SIZE
               " cols " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COL) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COL-2) DELIMITED BY SIZE
               ": lit " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE.

       COPY GENPARA.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD== BY ==MAP-RPT-RECORD==.
       COPY AUDITPARA.
