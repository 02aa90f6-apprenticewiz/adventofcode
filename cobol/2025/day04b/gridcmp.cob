       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRIDCMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GRID-IN-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRID-IN-STATUS.
       SELECT COMPARE-RPT-FILE ASSIGN TO "GRIDCMP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ALERTS-OUT-FILE ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERTS-OUT-STATUS.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD GRID-IN-FILE.
       01 GRID-IN-RECORD       PIC X(300).

       FD COMPARE-RPT-FILE.
       01 COMPARE-RPT-RECORD   PIC X(132).

       FD ALERTS-OUT-FILE.
       01 ALERTS-OUT-RECORD    PIC X(96).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 ARG3                 PIC X(256) VALUE SPACES.
       77 OLD-NAME             PIC X(256) VALUE SPACES.
       77 NEW-NAME             PIC X(256) VALUE SPACES.
       77 SITE-LABEL           PIC X(8) VALUE SPACES.
       77 GRID-IN-STATUS       PIC X(2).
       77 ALERTS-OUT-STATUS    PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 MAX-GRID-DIM         PIC 9(4) VALUE 300.
       77 LOAD-ROWS            PIC 9(4).
       77 LOAD-COLS            PIC 9(4).
       77 LINE-LEN             PIC 9(4).
       77 OLD-ROWS             PIC 9(4) VALUE 0.
       77 OLD-COLS             PIC 9(4) VALUE 0.
       77 NEW-ROWS             PIC 9(4) VALUE 0.
       77 NEW-COLS             PIC 9(4) VALUE 0.
       77 ROW-NUM              PIC 9(4).
       77 COL-NUM              PIC 9(4).
       77 BAD-CHAR             PIC X(1).
       77 BAND-ROWS            PIC 9(4) VALUE 10.
       77 DAMAGE-GROWTH        PIC 9(6) VALUE 5.
       77 BAND-COUNT           PIC 9(4) VALUE 0.
       77 BAND-IDX             PIC 9(4).
       77 BAND-LO              PIC 9(4).
       77 BAND-HI              PIC 9(4).
       77 BAND-GROWTH          PIC S9(6).
       77 TYPE-IDX             PIC 9(1).
       77 OLD-CELL             PIC X(1).
       77 NEW-CELL             PIC X(1).
       77 CHANGE-KIND          PIC X(12).
       77 APPEARED-TOTAL       PIC 9(6) VALUE 0.
       77 DISAPPEARED-TOTAL    PIC 9(6) VALUE 0.
       77 CHANGED-TOTAL        PIC 9(6) VALUE 0.
       77 FLAGGED-BANDS        PIC 9(4) VALUE 0.
       77 ALERT-LABEL          PIC X(20).
       77 DISP-ROW             PIC Z(3)9.
       77 DISP-COL             PIC Z(3)9.
       77 DISP-ROW-2           PIC Z(3)9.
       77 DISP-COUNT           PIC Z(5)9.
       77 DISP-COUNT-2         PIC Z(5)9.
       77 DISP-COUNT-3         PIC Z(5)9.
       77 DISP-COUNT-4         PIC Z(5)9.
       77 DISP-COUNT-5         PIC Z(5)9.
       77 DISP-GROWTH          PIC -(5)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 OLD-GRID.
          05 OLD-GRID-ROW OCCURS 300 TIMES.
             10 OLD-GRID-CELL  PIC X(1) OCCURS 300 TIMES.
       01 NEW-GRID.
          05 NEW-GRID-ROW OCCURS 300 TIMES.
             10 NEW-GRID-CELL  PIC X(1) OCCURS 300 TIMES.
       01 LOAD-GRID.
          05 LOAD-GRID-ROW OCCURS 300 TIMES.
             10 LOAD-GRID-CELL PIC X(1) OCCURS 300 TIMES.
       01 BAND-TABLE.
          05 BAND-ENTRY OCCURS 300 TIMES.
             10 BAND-APPEARED  PIC 9(6).
             10 BAND-GONE      PIC 9(6).
             10 BAND-CHANGED   PIC 9(6).
             10 BAND-OLD-DMG   PIC 9(6).
             10 BAND-NEW-DMG   PIC 9(6).
       01 TILE-TYPE-INIT.
          05 FILLER PIC X(1) VALUE "@".
          05 FILLER PIC X(1) VALUE "#".
          05 FILLER PIC X(1) VALUE "&".
          05 FILLER PIC X(1) VALUE "*".
       01 TILE-TYPE-TABLE REDEFINES TILE-TYPE-INIT.
          05 TILE-TYPE         PIC X(1) OCCURS 4 TIMES.
       01 TYPE-TOTALS.
          05 TYPE-ENTRY OCCURS 4 TIMES.
             10 TYPE-APPEARED  PIC 9(6).
             10 TYPE-GONE      PIC 9(6).
             10 TYPE-CHANGED-FROM PIC 9(6).
             10 TYPE-CHANGED-TO PIC 9(6).
             10 TYPE-OLD-COUNT PIC 9(6).
             10 TYPE-NEW-COUNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC < 2
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <previous survey grid> <current survey grid> [site]"
           DISPLAY "either grid may be a DAY04B input or final-grid "
               "file of the same site"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO OLD-NAME
       DISPLAY 2 UPON ARGUMENT-NUMBER
       ACCEPT ARG2 FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG2) TO NEW-NAME
       IF ARGC > 2
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG3 FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG3) TO SITE-LABEL
           INSPECT SITE-LABEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       END-IF

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       MOVE "GRIDCMP" TO AUDIT-PROGRAM

       MOVE OLD-NAME TO FILENAME
       PERFORM LOAD-SURVEY-GRID
       MOVE LOAD-GRID TO OLD-GRID
       MOVE LOAD-ROWS TO OLD-ROWS
       MOVE LOAD-COLS TO OLD-COLS

       MOVE NEW-NAME TO FILENAME
       PERFORM LOAD-SURVEY-GRID
       MOVE LOAD-GRID TO NEW-GRID
       MOVE LOAD-ROWS TO NEW-ROWS
       MOVE LOAD-COLS TO NEW-COLS

       IF OLD-ROWS NOT = NEW-ROWS OR OLD-COLS NOT = NEW-COLS
           MOVE OLD-ROWS TO DISP-ROW
           MOVE OLD-COLS TO DISP-COL
           MOVE NEW-ROWS TO DISP-ROW-2
           MOVE NEW-COLS TO DISP-COUNT
           DISPLAY "error: survey grids differ in size ("
               FUNCTION TRIM(DISP-ROW) "x" FUNCTION TRIM(DISP-COL)
               " against " FUNCTION TRIM(DISP-ROW-2) "x"
               FUNCTION TRIM(DISP-COUNT)
               ") - they are not surveys of the same site layout"
           MOVE 3 TO RETURN-CODE
           MOVE "SIZE MISMATCH" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       COMPUTE BAND-COUNT = (NEW-ROWS + BAND-ROWS - 1) / BAND-ROWS
       INITIALIZE BAND-TABLE TYPE-TOTALS

       MOVE "GRIDCMP.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT COMPARE-RPT-FILE
       MOVE NEW-NAME TO FILENAME
       MOVE SPACES TO RPT-TITLE
       STRING "DAY04B SURVEY COMPARISON " DELIMITED BY SIZE
           FUNCTION TRIM(SITE-LABEL) DELIMITED BY SIZE
           " AGAINST " DELIMITED BY SIZE
           FUNCTION TRIM(OLD-NAME) DELIMITED BY SIZE
           INTO RPT-TITLE
       END-STRING
       MOVE "  row   col  was  now  change" TO RPT-COLUMN-HEADING
       PERFORM RPT-INIT-REPORT

       PERFORM VARYING ROW-NUM FROM 1 BY 1 UNTIL ROW-NUM > NEW-ROWS
         COMPUTE BAND-IDX = (ROW-NUM - 1) / BAND-ROWS + 1
         PERFORM VARYING COL-NUM FROM 1 BY 1
             UNTIL COL-NUM > NEW-COLS
           PERFORM COMPARE-ONE-CELL
         END-PERFORM
       END-PERFORM

       PERFORM RPT-WRITE-TOTALS
       PERFORM WRITE-BAND-ROLLUP
       PERFORM WRITE-TYPE-ROLLUP
       CLOSE COMPARE-RPT-FILE

       MOVE APPEARED-TOTAL TO DISP-COUNT
       MOVE DISAPPEARED-TOTAL TO DISP-COUNT-2
       MOVE CHANGED-TOTAL TO DISP-COUNT-3
       MOVE FLAGGED-BANDS TO DISP-COUNT-4
       DISPLAY "tiles appeared = " FUNCTION TRIM(DISP-COUNT)
           ", disappeared = " FUNCTION TRIM(DISP-COUNT-2)
           ", changed type = " FUNCTION TRIM(DISP-COUNT-3)
           ", bands over damage threshold = "
           FUNCTION TRIM(DISP-COUNT-4)

       IF FLAGGED-BANDS > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE SPACES TO AUDIT-SUMMARY
       STRING "chg=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
           " flag=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-4) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
           MOVE "RETAIN-GENERATIONS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO GEN-KEEP-COUNT
           END-IF
           MOVE "DAY04B-BAND-ROWS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT < 1 OR CFG-RESULT > 300
                   DISPLAY "error: DAY04B-BAND-ROWS must be from 1 "
                       "to 300"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO BAND-ROWS
           END-IF
           MOVE "DAY04B-DAMAGE-GROWTH" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT > 90000
                   DISPLAY "error: DAY04B-DAMAGE-GROWTH must be from "
                       "0 to 90000"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO DAMAGE-GROWTH
           END-IF.

       LOAD-SURVEY-GRID.
           MOVE SPACES TO LOAD-GRID
           MOVE 0 TO LOAD-ROWS LOAD-COLS
           MOVE "N" TO SCAN-EOF
           OPEN INPUT GRID-IN-FILE
           IF GRID-IN-STATUS NOT = "00"
               DISPLAY "error: survey grid " FUNCTION TRIM(FILENAME)
                   " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ GRID-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF GRID-IN-RECORD(1:7) NOT = "TRAILER"
                     AND FUNCTION TRIM(GRID-IN-RECORD) NOT = SPACES
                     PERFORM LOAD-SURVEY-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GRID-IN-FILE
           IF LOAD-ROWS = 0
               DISPLAY "error: survey grid " FUNCTION TRIM(FILENAME)
                   " holds no rows"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SURVEY-ROW.
           IF LOAD-ROWS >= MAX-GRID-DIM
               DISPLAY "error: survey grid " FUNCTION TRIM(FILENAME)
                   " has more than " FUNCTION TRIM(MAX-GRID-DIM)
                   " rows"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LOAD-ROWS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(GRID-IN-RECORD))
               TO LINE-LEN
           IF LINE-LEN > LOAD-COLS
               MOVE LINE-LEN TO LOAD-COLS
           END-IF
           PERFORM VARYING COL-NUM FROM 1 BY 1
               UNTIL COL-NUM > LINE-LEN
             MOVE GRID-IN-RECORD(COL-NUM:1) TO BAD-CHAR
             EVALUATE BAD-CHAR
               WHEN "."
               WHEN "@"
               WHEN "#"
               WHEN "&"
               WHEN "*"
                 MOVE BAD-CHAR TO LOAD-GRID-CELL(LOAD-ROWS, COL-NUM)
               WHEN OTHER
                 MOVE LOAD-ROWS TO DISP-ROW
                 DISPLAY "error: survey grid " FUNCTION TRIM(FILENAME)
                     " row " FUNCTION TRIM(DISP-ROW)
                     " holds a character that is not a tile code"
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
             END-EVALUATE
           END-PERFORM
           PERFORM VARYING COL-NUM FROM LINE-LEN BY 1
               UNTIL COL-NUM >= MAX-GRID-DIM
             MOVE "." TO LOAD-GRID-CELL(LOAD-ROWS, COL-NUM + 1)
           END-PERFORM.

       COMPARE-ONE-CELL.
           MOVE OLD-GRID-CELL(ROW-NUM, COL-NUM) TO OLD-CELL
           MOVE NEW-GRID-CELL(ROW-NUM, COL-NUM) TO NEW-CELL
           IF OLD-CELL = "."
               ADD 1 TO BAND-OLD-DMG(BAND-IDX)
           ELSE
               MOVE OLD-CELL TO BAD-CHAR
               PERFORM FIND-TILE-TYPE
               ADD 1 TO TYPE-OLD-COUNT(TYPE-IDX)
           END-IF
           IF NEW-CELL = "."
               ADD 1 TO BAND-NEW-DMG(BAND-IDX)
           ELSE
               MOVE NEW-CELL TO BAD-CHAR
               PERFORM FIND-TILE-TYPE
               ADD 1 TO TYPE-NEW-COUNT(TYPE-IDX)
           END-IF
           IF OLD-CELL = NEW-CELL
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN OLD-CELL = "."
               MOVE "APPEARED" TO CHANGE-KIND
               ADD 1 TO APPEARED-TOTAL
               ADD 1 TO BAND-APPEARED(BAND-IDX)
               MOVE NEW-CELL TO BAD-CHAR
               PERFORM FIND-TILE-TYPE
               ADD 1 TO TYPE-APPEARED(TYPE-IDX)
             WHEN NEW-CELL = "."
               MOVE "DISAPPEARED" TO CHANGE-KIND
               ADD 1 TO DISAPPEARED-TOTAL
               ADD 1 TO BAND-GONE(BAND-IDX)
               MOVE OLD-CELL TO BAD-CHAR
               PERFORM FIND-TILE-TYPE
               ADD 1 TO TYPE-GONE(TYPE-IDX)
             WHEN OTHER
               MOVE "CHANGED TYPE" TO CHANGE-KIND
               ADD 1 TO CHANGED-TOTAL
               ADD 1 TO BAND-CHANGED(BAND-IDX)
               MOVE OLD-CELL TO BAD-CHAR
               PERFORM FIND-TILE-TYPE
               ADD 1 TO TYPE-CHANGED-FROM(TYPE-IDX)
               MOVE NEW-CELL TO BAD-CHAR
               PERFORM FIND-TILE-TYPE
               ADD 1 TO TYPE-CHANGED-TO(TYPE-IDX)
           END-EVALUATE
           MOVE ROW-NUM TO DISP-ROW
           MOVE COL-NUM TO DISP-COL
           MOVE SPACES TO RPT-DETAIL
           MOVE DISP-ROW TO RPT-DETAIL(2:4)
           MOVE DISP-COL TO RPT-DETAIL(8:4)
           MOVE OLD-CELL TO RPT-DETAIL(15:1)
           MOVE NEW-CELL TO RPT-DETAIL(20:1)
           MOVE CHANGE-KIND TO RPT-DETAIL(24:12)
           PERFORM RPT-WRITE-DETAIL.

       FIND-TILE-TYPE.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > 3
                   OR TILE-TYPE(TYPE-IDX) = BAD-CHAR
             CONTINUE
           END-PERFORM.

       WRITE-BAND-ROLLUP.
           MOVE SPACES TO RPT-DETAIL
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE DAMAGE-GROWTH TO DISP-COUNT
           MOVE SPACES TO RPT-DETAIL
           STRING "changes by area band (damage = empty cells, "
               DELIMITED BY SIZE
               "flagged when growth exceeds " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE "  rows         appeared disappeared  changed"
               TO RPT-DETAIL
           MOVE "damage was  damage now  growth" TO RPT-DETAIL(47:)
           PERFORM RPT-WRITE-TOTAL-LINE
           PERFORM VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > BAND-COUNT
             PERFORM WRITE-BAND-LINE
           END-PERFORM.

       WRITE-BAND-LINE.
           COMPUTE BAND-LO = (BAND-IDX - 1) * BAND-ROWS + 1
           COMPUTE BAND-HI = BAND-LO + BAND-ROWS - 1
           IF BAND-HI > NEW-ROWS
               MOVE NEW-ROWS TO BAND-HI
           END-IF
           COMPUTE BAND-GROWTH = BAND-NEW-DMG(BAND-IDX)
               - BAND-OLD-DMG(BAND-IDX)
           MOVE BAND-LO TO DISP-ROW
           MOVE BAND-HI TO DISP-ROW-2
           MOVE BAND-APPEARED(BAND-IDX) TO DISP-COUNT
           MOVE BAND-GONE(BAND-IDX) TO DISP-COUNT-2
           MOVE BAND-CHANGED(BAND-IDX) TO DISP-COUNT-3
           MOVE BAND-OLD-DMG(BAND-IDX) TO DISP-COUNT-4
           MOVE BAND-NEW-DMG(BAND-IDX) TO DISP-COUNT-5
           MOVE BAND-GROWTH TO DISP-GROWTH
           MOVE SPACES TO RPT-DETAIL
           MOVE DISP-ROW TO RPT-DETAIL(3:4)
           MOVE "-" TO RPT-DETAIL(8:1)
           MOVE DISP-ROW-2 TO RPT-DETAIL(10:4)
           MOVE DISP-COUNT TO RPT-DETAIL(18:6)
           MOVE DISP-COUNT-2 TO RPT-DETAIL(29:6)
           MOVE DISP-COUNT-3 TO RPT-DETAIL(38:6)
           MOVE DISP-COUNT-4 TO RPT-DETAIL(51:6)
           MOVE DISP-COUNT-5 TO RPT-DETAIL(63:6)
           MOVE DISP-GROWTH TO RPT-DETAIL(71:6)
           IF BAND-GROWTH > DAMAGE-GROWTH
               MOVE "** DAMAGE GROWTH" TO RPT-DETAIL(79:16)
               ADD 1 TO FLAGGED-BANDS
               PERFORM RAISE-BAND-ALERT
           END-IF
           PERFORM RPT-WRITE-TOTAL-LINE.

       RAISE-BAND-ALERT.
           MOVE SPACES TO ALERT-LABEL
           STRING FUNCTION TRIM(SITE-LABEL) DELIMITED BY SIZE
               " rows " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW-2) DELIMITED BY SIZE
               INTO ALERT-LABEL
           END-STRING
           DISPLAY "WARNING: damage grew by "
               FUNCTION TRIM(DISP-GROWTH) " cells in "
               FUNCTION TRIM(ALERT-LABEL)
           OPEN EXTEND ALERTS-OUT-FILE
           IF ALERTS-OUT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-OUT-FILE
           END-IF
           MOVE SPACES TO ALERTS-OUT-RECORD
           STRING "WARN,GRIDCMP," DELIMITED BY SIZE
               FUNCTION TRIM(ALERT-LABEL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ",DAMAGE-GROWTH" DELIMITED BY SIZE
               INTO ALERTS-OUT-RECORD
           END-STRING
           WRITE ALERTS-OUT-RECORD
           CLOSE ALERTS-OUT-FILE.

       WRITE-TYPE-ROLLUP.
           MOVE SPACES TO RPT-DETAIL
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE "changes by tile type" TO RPT-DETAIL
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE "  tile     was      now appeared disappeared"
               TO RPT-DETAIL
           MOVE "changed from  changed to" TO RPT-DETAIL(47:)
           PERFORM RPT-WRITE-TOTAL-LINE
           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 4
             MOVE TYPE-OLD-COUNT(TYPE-IDX) TO DISP-COUNT
             MOVE TYPE-NEW-COUNT(TYPE-IDX) TO DISP-COUNT-2
             MOVE TYPE-APPEARED(TYPE-IDX) TO DISP-COUNT-3
             MOVE TYPE-GONE(TYPE-IDX) TO DISP-COUNT-4
             MOVE SPACES TO RPT-DETAIL
             MOVE TILE-TYPE(TYPE-IDX) TO RPT-DETAIL(6:1)
             MOVE DISP-COUNT TO RPT-DETAIL(10:6)
             MOVE DISP-COUNT-2 TO RPT-DETAIL(19:6)
             MOVE DISP-COUNT-3 TO RPT-DETAIL(28:6)
             MOVE DISP-COUNT-4 TO RPT-DETAIL(40:6)
             MOVE TYPE-CHANGED-FROM(TYPE-IDX) TO DISP-COUNT
             MOVE TYPE-CHANGED-TO(TYPE-IDX) TO DISP-COUNT-2
             MOVE DISP-COUNT TO RPT-DETAIL(53:6)
             MOVE DISP-COUNT-2 TO RPT-DETAIL(65:6)
             PERFORM RPT-WRITE-TOTAL-LINE
           END-PERFORM.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==COMPARE-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
