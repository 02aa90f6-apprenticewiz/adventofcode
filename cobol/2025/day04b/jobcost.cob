       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WORKORDER-IN-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKORDER-IN-STATUS.
       SELECT REGISTER-FILE ASSIGN TO "DISPATCH.ASN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
       SELECT CREW-CTL-FILE ASSIGN TO "CREW.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREW-CTL-STATUS.
       SELECT PRICE-CTL-FILE ASSIGN TO "TILEPRICE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRICE-CTL-STATUS.
       SELECT SALVAGE-CTL-FILE ASSIGN TO "SALVAGE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALVAGE-CTL-STATUS.
       SELECT HISTORY-FILE ASSIGN TO "JOBCOST.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-STATUS.
       SELECT HISTORY-NEW-FILE ASSIGN TO "JOBCOST.HST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-NEW-STATUS.
       SELECT SHEET-RPT-FILE ASSIGN TO "JOBCOST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SUMMARY-RPT-FILE ASSIGN TO "JOBSUM.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD WORKORDER-IN-FILE.
       01 WORKORDER-IN-RECORD  PIC X(48).

       FD REGISTER-FILE.
       01 REGISTER-RECORD      PIC X(128).

       FD CREW-CTL-FILE.
       01 CREW-CTL-RECORD      PIC X(64).

       FD PRICE-CTL-FILE.
       01 PRICE-CTL-RECORD     PIC X(32).

       FD SALVAGE-CTL-FILE.
       01 SALVAGE-CTL-RECORD   PIC X(32).

       FD HISTORY-FILE.
       01 HISTORY-RECORD       PIC X(160).

       FD HISTORY-NEW-FILE.
       01 HISTORY-NEW-RECORD   PIC X(160).

       FD SHEET-RPT-FILE.
       01 SHEET-RPT-RECORD     PIC X(96).

       FD SUMMARY-RPT-FILE.
       01 SUMMARY-RPT-RECORD   PIC X(132).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 RUN-MODE             PIC X(8) VALUE SPACES.
       77 SITE-CODE            PIC X(8) VALUE SPACES.
       77 WORKORDER-IN-STATUS  PIC X(2).
       77 REGISTER-STATUS      PIC X(2).
       77 CREW-CTL-STATUS      PIC X(2).
       77 PRICE-CTL-STATUS     PIC X(2).
       77 SALVAGE-CTL-STATUS   PIC X(2).
       77 HISTORY-STATUS       PIC X(2).
       77 HISTORY-NEW-STATUS   PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 WO-KW1               PIC X(8).
       77 WO-PASS              PIC X(8).
       77 WO-KW2               PIC X(8).
       77 WO-ROW-TEXT          PIC X(8).
       77 WO-KW3               PIC X(8).
       77 WO-COL-TEXT          PIC X(8).
       77 WO-KW4               PIC X(8).
       77 WO-TILE              PIC X(1).
       77 REG-TYPE             PIC X(1).
       77 REG-FIELD-2          PIC X(10).
       77 REG-FIELD-3          PIC X(10).
       77 REG-FIELD-4          PIC X(64).
       77 REG-DATE             PIC X(10) VALUE SPACES.
       77 REG-SOURCE           PIC X(64) VALUE SPACES.
       77 REG-DAY              PIC 9(4).
       77 CTL-KEY-TEXT         PIC X(10).
       77 CTL-FIELD-2          PIC X(12).
       77 CTL-FIELD-3          PIC X(16).
       77 CTL-FIELD-4          PIC X(12).
       77 WANT-CREW            PIC X(8).
       77 TILE-COUNT           PIC 9(2) VALUE 0.
       77 MAX-TILES            PIC 9(2) VALUE 10.
       77 TL-IDX               PIC 9(2).
       77 TL-FOUND-IDX         PIC 9(2).
       77 CREW-COUNT           PIC 9(2) VALUE 0.
       77 MAX-CREWS            PIC 9(2) VALUE 50.
       77 CR-IDX               PIC 9(2).
       77 CR-FOUND-IDX         PIC 9(2).
       77 ORDER-COUNT          PIC 9(8) VALUE 0.
       77 PASS-COUNT           PIC 9(4) VALUE 0.
       77 PASS-NUM             PIC 9(4).
       77 UNPRICED-COUNT       PIC 9(8) VALUE 0.
       77 UNRATED-COUNT        PIC 9(8) VALUE 0.
       77 NO-RATE-CREWS        PIC 9(2) VALUE 0.
       77 WARNING-COUNT        PIC 9(4) VALUE 0.
       77 TOTAL-CREW-DAYS      PIC 9(6) VALUE 0.
       77 EXT-VALUE            PIC 9(11)V99.
       77 LABOR-TOTAL          PIC 9(11)V99 VALUE 0.
       77 MATERIAL-TOTAL       PIC 9(11)V99 VALUE 0.
       77 SALVAGE-TOTAL        PIC 9(11)V99 VALUE 0.
       77 NET-COST             PIC S9(11)V99 VALUE 0.
       77 HIST-COUNT           PIC 9(5) VALUE 0.
       77 MAX-HIST             PIC 9(5) VALUE 20000.
       77 HS-IDX               PIC 9(5).
       77 HS-FOUND-IDX         PIC 9(5).
       77 HIST-SITE-TEXT       PIC X(10).
       77 HIST-DATE-TEXT       PIC X(10).
       77 HIST-FILE-TEXT       PIC X(64).
       77 HIST-TILES-TEXT      PIC X(12).
       77 HIST-DAYS-TEXT       PIC X(12).
       77 HIST-LABOR-TEXT      PIC X(16).
       77 HIST-MAT-TEXT        PIC X(16).
       77 HIST-SALV-TEXT       PIC X(16).
       77 HIST-NET-TEXT        PIC X(16).
       77 HIST-PTR             PIC 9(3).
       77 CURRENT-SITE         PIC X(8).
       77 SITE-RUNS            PIC 9(5).
       77 SITE-FIRST           PIC X(10).
       77 SITE-LAST            PIC X(10).
       77 SITE-TILES           PIC 9(9).
       77 SITE-DAYS            PIC 9(7).
       77 SITE-LABOR           PIC 9(11)V99.
       77 SITE-MATERIAL        PIC 9(11)V99.
       77 SITE-SALVAGE         PIC 9(11)V99.
       77 SITE-NET             PIC S9(11)V99.
       77 SITE-COUNT           PIC 9(5) VALUE 0.
       77 GRAND-TILES          PIC 9(9) VALUE 0.
       77 GRAND-DAYS           PIC 9(7) VALUE 0.
       77 GRAND-LABOR          PIC 9(11)V99 VALUE 0.
       77 GRAND-MATERIAL       PIC 9(11)V99 VALUE 0.
       77 GRAND-SALVAGE        PIC 9(11)V99 VALUE 0.
       77 GRAND-NET            PIC S9(11)V99 VALUE 0.
       77 DISP-COUNT           PIC Z(7)9.
       77 DISP-COUNT-2         PIC Z(7)9.
       77 DISP-DAYS            PIC Z(5)9.
       77 DISP-RATE            PIC Z(4)9.99.
       77 DISP-PRICE           PIC ZZ9.9999.
       77 DISP-MONEY           PIC Z(10)9.99.
       77 DISP-MONEY-2         PIC Z(10)9.99.
       77 DISP-MONEY-3         PIC Z(10)9.99.
       77 DISP-NET             PIC -(10)9.99.
       77 AUDIT-SUMMARY        PIC X(20).
       01 TILE-TABLE.
          05 TILE-ENTRY OCCURS 10 TIMES.
             10 TL-TILE        PIC X(1).
             10 TL-REMOVED     PIC 9(8).
             10 TL-PRICE       PIC 9(3)V9(4).
             10 TL-PRICED      PIC X(1).
             10 TL-SALV-RATE   PIC 9(3)V9(4).
             10 TL-RATED       PIC X(1).
       01 CREW-COST-TABLE.
          05 CREW-COST-ENTRY OCCURS 50 TIMES.
             10 CR-CREW        PIC X(8).
             10 CR-EST-DAYS    PIC 9(4).
             10 CR-ACT-DAYS    PIC 9(4).
             10 CR-DAY-RATE    PIC 9(5)V99.
             10 CR-HAS-RATE    PIC X(1).
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON HIST-COUNT.
             10 HS-SITE        PIC X(8).
             10 HS-DATE        PIC X(10).
             10 HS-FILE        PIC X(64).
             10 HS-TILES       PIC 9(8).
             10 HS-DAYS        PIC 9(6).
             10 HS-LABOR       PIC 9(11)V99.
             10 HS-MATERIAL    PIC 9(11)V99.
             10 HS-SALVAGE     PIC 9(11)V99.
             10 HS-NET         PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 0
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO RUN-MODE
           INSPECT RUN-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE RUN-MODE TO SITE-CODE
       END-IF
       MOVE "DAY04B.WRK" TO FILENAME
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG2 FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG2) TO FILENAME
       END-IF

       IF ARGC < 1 OR ARG(9:248) NOT = SPACES
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <site> [work-order file, default DAY04B.WRK]"
           DISPLAY "       " FUNCTION TRIM(PROGNAME) " summary"
           DISPLAY "crew day-rates are the fourth CREW.CTL field, "
               "replacement tile prices come from TILEPRICE.CTL "
               "(<tile>,<price>)"
           MOVE 2 TO RETURN-CODE
           STOP RUN
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

       MOVE "JOBCOST" TO AUDIT-PROGRAM

       PERFORM LOAD-JOB-HISTORY

       IF RUN-MODE = "SUMMARY"
           MOVE "JOBCOST.HST" TO FILENAME
           PERFORM WRITE-JOB-TO-DATE-SUMMARY
           MOVE SITE-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "sites=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM LOAD-TILE-PRICES
       PERFORM LOAD-SALVAGE-RATES
       PERFORM COUNT-REMOVED-TILES
       PERFORM LOAD-CREW-DAYS
       PERFORM LOAD-CREW-DAY-RATES
       PERFORM WRITE-JOB-COST-SHEET
       PERFORM RECORD-JOB-HISTORY

       IF WARNING-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE NET-COST TO DISP-NET
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "net=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-NET) DELIMITED BY SIZE
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
           END-IF.

       FIND-TILE.
           MOVE 0 TO TL-FOUND-IDX
           PERFORM VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > TILE-COUNT
             IF TL-TILE(TL-IDX) = WO-TILE
                 MOVE TL-IDX TO TL-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF TL-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF TILE-COUNT >= MAX-TILES
               DISPLAY "error: more than " FUNCTION TRIM(MAX-TILES)
                   " tile types between TILEPRICE.CTL, SALVAGE.CTL "
                   "and the work orders"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TILE-COUNT
           MOVE TILE-COUNT TO TL-FOUND-IDX
           MOVE WO-TILE TO TL-TILE(TL-FOUND-IDX)
           MOVE 0 TO TL-REMOVED(TL-FOUND-IDX)
           MOVE 0 TO TL-PRICE(TL-FOUND-IDX)
           MOVE 0 TO TL-SALV-RATE(TL-FOUND-IDX)
           MOVE "N" TO TL-PRICED(TL-FOUND-IDX)
           MOVE "N" TO TL-RATED(TL-FOUND-IDX).

       LOAD-TILE-PRICES.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT PRICE-CTL-FILE
           IF PRICE-CTL-STATUS NOT = "00"
               DISPLAY "error: material price list TILEPRICE.CTL is "
                   "not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ PRICE-CTL-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(PRICE-CTL-RECORD) NOT = SPACES
                     AND PRICE-CTL-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO CTL-KEY-TEXT CTL-FIELD-2
                     UNSTRING PRICE-CTL-RECORD DELIMITED BY ","
                         INTO CTL-KEY-TEXT CTL-FIELD-2
                     END-UNSTRING
                     IF CTL-KEY-TEXT = SPACES
                         OR FUNCTION TRIM(CTL-FIELD-2) = SPACES
                         DISPLAY "error: bad tile price record: "
                             FUNCTION TRIM(PRICE-CTL-RECORD)
                         MOVE 2 TO RETURN-CODE
                         STOP RUN
                     END-IF
                     MOVE CTL-KEY-TEXT(1:1) TO WO-TILE
                     PERFORM FIND-TILE
                     MOVE FUNCTION NUMVAL(CTL-FIELD-2)
                         TO TL-PRICE(TL-FOUND-IDX)
                     MOVE "Y" TO TL-PRICED(TL-FOUND-IDX)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PRICE-CTL-FILE.

       LOAD-SALVAGE-RATES.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SALVAGE-CTL-FILE
           IF SALVAGE-CTL-STATUS NOT = "00"
               DISPLAY "WARNING: salvage rates file SALVAGE.CTL is "
                   "not readable, no salvage credit taken"
               ADD 1 TO WARNING-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SALVAGE-CTL-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(SALVAGE-CTL-RECORD) NOT = SPACES
                     AND SALVAGE-CTL-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO CTL-KEY-TEXT CTL-FIELD-2
                     UNSTRING SALVAGE-CTL-RECORD DELIMITED BY ","
                         INTO CTL-KEY-TEXT CTL-FIELD-2
                     END-UNSTRING
                     IF CTL-KEY-TEXT = SPACES
                         OR FUNCTION TRIM(CTL-FIELD-2) = SPACES
                         DISPLAY "error: bad salvage rate record: "
                             FUNCTION TRIM(SALVAGE-CTL-RECORD)
                         MOVE 2 TO RETURN-CODE
                         STOP RUN
                     END-IF
                     MOVE CTL-KEY-TEXT(1:1) TO WO-TILE
                     PERFORM FIND-TILE
                     MOVE FUNCTION NUMVAL(CTL-FIELD-2)
                         TO TL-SALV-RATE(TL-FOUND-IDX)
                     MOVE "Y" TO TL-RATED(TL-FOUND-IDX)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SALVAGE-CTL-FILE.

       COUNT-REMOVED-TILES.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT WORKORDER-IN-FILE
           IF WORKORDER-IN-STATUS NOT = "00"
               DISPLAY "error: work-order file "
                   FUNCTION TRIM(FILENAME) " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ WORKORDER-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(WORKORDER-IN-RECORD) NOT = SPACES
                     PERFORM TALLY-ONE-TILE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WORKORDER-IN-FILE.

       TALLY-ONE-TILE.
           MOVE SPACES TO WO-KW1 WO-PASS WO-KW2 WO-ROW-TEXT
               WO-KW3 WO-COL-TEXT WO-KW4 WO-TILE
           UNSTRING WORKORDER-IN-RECORD DELIMITED BY SPACE
               INTO WO-KW1 WO-PASS WO-KW2 WO-ROW-TEXT
                   WO-KW3 WO-COL-TEXT WO-KW4 WO-TILE
           END-UNSTRING
           ADD 1 TO ORDER-COUNT
           IF FUNCTION TRIM(WO-PASS) IS NUMERIC
               MOVE FUNCTION NUMVAL(WO-PASS) TO PASS-NUM
               IF PASS-NUM > PASS-COUNT
                   MOVE PASS-NUM TO PASS-COUNT
               END-IF
           END-IF
           PERFORM FIND-TILE
           ADD 1 TO TL-REMOVED(TL-FOUND-IDX).

       LOAD-CREW-DAYS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "WARNING: dispatch register DISPATCH.ASN is not "
                   "readable, no labor costed"
               ADD 1 TO WARNING-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ REGISTER-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO REG-TYPE REG-FIELD-2 REG-FIELD-3
                     REG-FIELD-4
                 UNSTRING REGISTER-RECORD DELIMITED BY ","
                     INTO REG-TYPE REG-FIELD-2 REG-FIELD-3
                         REG-FIELD-4
                 END-UNSTRING
                 EVALUATE REG-TYPE
                   WHEN "H"
                     MOVE REG-FIELD-2 TO REG-DATE
                     MOVE REG-FIELD-4 TO REG-SOURCE
                   WHEN "A"
                     MOVE REG-FIELD-2 TO WANT-CREW
                     PERFORM FIND-CREW
                     IF FUNCTION TRIM(REG-FIELD-3) IS NUMERIC
                         MOVE FUNCTION NUMVAL(REG-FIELD-3) TO REG-DAY
                         IF REG-DAY > CR-EST-DAYS(CR-FOUND-IDX)
                             MOVE REG-DAY
                                 TO CR-EST-DAYS(CR-FOUND-IDX)
                         END-IF
                     END-IF
                   WHEN "W"
                     MOVE REG-FIELD-2 TO WANT-CREW
                     PERFORM FIND-CREW
                     ADD 1 TO CR-ACT-DAYS(CR-FOUND-IDX)
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           IF FUNCTION TRIM(REG-SOURCE) NOT = FUNCTION TRIM(FILENAME)
               DISPLAY "WARNING: DISPATCH.ASN was built from "
                   FUNCTION TRIM(REG-SOURCE) ", not "
                   FUNCTION TRIM(FILENAME)
                   " - crew-days may belong to another run"
               ADD 1 TO WARNING-COUNT
           END-IF.

       FIND-CREW.
           MOVE 0 TO CR-FOUND-IDX
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CREW-COUNT
             IF CR-CREW(CR-IDX) = WANT-CREW
                 MOVE CR-IDX TO CR-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF CR-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF CREW-COUNT >= MAX-CREWS
               DISPLAY "error: DISPATCH.ASN names more than "
                   FUNCTION TRIM(MAX-CREWS) " crews"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CREW-COUNT
           MOVE CREW-COUNT TO CR-FOUND-IDX
           MOVE WANT-CREW TO CR-CREW(CR-FOUND-IDX)
           MOVE 0 TO CR-EST-DAYS(CR-FOUND-IDX)
           MOVE 0 TO CR-ACT-DAYS(CR-FOUND-IDX)
           MOVE 0 TO CR-DAY-RATE(CR-FOUND-IDX)
           MOVE "N" TO CR-HAS-RATE(CR-FOUND-IDX).

       LOAD-CREW-DAY-RATES.
           IF CREW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SCAN-EOF
           OPEN INPUT CREW-CTL-FILE
           IF CREW-CTL-STATUS NOT = "00"
               DISPLAY "WARNING: crew control file CREW.CTL is not "
                   "readable, no day-rates"
               ADD 1 TO WARNING-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ CREW-CTL-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(CREW-CTL-RECORD) NOT = SPACES
                     AND CREW-CTL-RECORD(1:1) NOT = "*"
                     PERFORM LOAD-CREW-DAY-RATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CREW-CTL-FILE.

       LOAD-CREW-DAY-RATE.
           MOVE SPACES TO CTL-KEY-TEXT CTL-FIELD-2 CTL-FIELD-3
               CTL-FIELD-4
           UNSTRING CREW-CTL-RECORD DELIMITED BY ","
               INTO CTL-KEY-TEXT CTL-FIELD-2 CTL-FIELD-3 CTL-FIELD-4
           END-UNSTRING
           IF FUNCTION TRIM(CTL-FIELD-4) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-KEY-TEXT TO WANT-CREW
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CREW-COUNT
             IF CR-CREW(CR-IDX) = WANT-CREW
                 MOVE FUNCTION NUMVAL(CTL-FIELD-4)
                     TO CR-DAY-RATE(CR-IDX)
                 MOVE "Y" TO CR-HAS-RATE(CR-IDX)
             END-IF
           END-PERFORM.

       WRITE-JOB-COST-SHEET.
           MOVE "JOBCOST.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT SHEET-RPT-FILE
           MOVE SPACES TO SHEET-RPT-RECORD
           STRING "job cost sheet for site " DELIMITED BY SIZE
               FUNCTION TRIM(SITE-CODE) DELIMITED BY SIZE
               " run " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               " work orders " DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
               INTO SHEET-RPT-RECORD
           END-STRING
           PERFORM WRITE-SHEET-LINE
           MOVE ORDER-COUNT TO DISP-COUNT
           MOVE PASS-COUNT TO DISP-COUNT-2
           MOVE SPACES TO SHEET-RPT-RECORD
           STRING "tiles removed = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " over " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " passes" DELIMITED BY SIZE
               INTO SHEET-RPT-RECORD
           END-STRING
           PERFORM WRITE-SHEET-LINE

           MOVE "labor:" TO SHEET-RPT-RECORD
           PERFORM WRITE-SHEET-LINE
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CREW-COUNT
             PERFORM WRITE-LABOR-LINE
           END-PERFORM
           MOVE LABOR-TOTAL TO DISP-MONEY
           MOVE TOTAL-CREW-DAYS TO DISP-DAYS
           MOVE SPACES TO SHEET-RPT-RECORD
           STRING "  labor total: crew-days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               " cost=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY) DELIMITED BY SIZE
               INTO SHEET-RPT-RECORD
           END-STRING
           PERFORM WRITE-SHEET-LINE

           MOVE "replacement material:" TO SHEET-RPT-RECORD
           PERFORM WRITE-SHEET-LINE
           PERFORM VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > TILE-COUNT
             IF TL-REMOVED(TL-IDX) > 0
                 PERFORM WRITE-MATERIAL-LINE
             END-IF
           END-PERFORM
           MOVE MATERIAL-TOTAL TO DISP-MONEY
           MOVE SPACES TO SHEET-RPT-RECORD
           STRING "  material total = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY) DELIMITED BY SIZE
               INTO SHEET-RPT-RECORD
           END-STRING
           PERFORM WRITE-SHEET-LINE

           MOVE "salvage credit:" TO SHEET-RPT-RECORD
           PERFORM WRITE-SHEET-LINE
           PERFORM VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > TILE-COUNT
             IF TL-REMOVED(TL-IDX) > 0
                 PERFORM WRITE-SALVAGE-LINE
             END-IF
           END-PERFORM
           MOVE SALVAGE-TOTAL TO DISP-MONEY
           MOVE SPACES TO SHEET-RPT-RECORD
           STRING "  salvage credit total = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY) DELIMITED BY SIZE
               INTO SHEET-RPT-RECORD
           END-STRING
           PERFORM WRITE-SHEET-LINE

           IF UNPRICED-COUNT > 0
               MOVE UNPRICED-COUNT TO DISP-COUNT
               MOVE SPACES TO SHEET-RPT-RECORD
               STRING "WARNING: " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   " removed tiles have no replacement price on file"
                   DELIMITED BY SIZE
                   INTO SHEET-RPT-RECORD
               END-STRING
               PERFORM WRITE-SHEET-LINE
               ADD 1 TO WARNING-COUNT
           END-IF
           IF UNRATED-COUNT > 0
               MOVE UNRATED-COUNT TO DISP-COUNT
               MOVE SPACES TO SHEET-RPT-RECORD
               STRING "WARNING: " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   " removed tiles have no salvage rate on file"
                   DELIMITED BY SIZE
                   INTO SHEET-RPT-RECORD
               END-STRING
               PERFORM WRITE-SHEET-LINE
           END-IF
           IF NO-RATE-CREWS > 0
               MOVE NO-RATE-CREWS TO DISP-COUNT
               MOVE SPACES TO SHEET-RPT-RECORD
               STRING "WARNING: " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   " crews have no day-rate in CREW.CTL"
                   DELIMITED BY SIZE
                   INTO SHEET-RPT-RECORD
               END-STRING
               PERFORM WRITE-SHEET-LINE
               ADD 1 TO WARNING-COUNT
           END-IF

           COMPUTE NET-COST = LABOR-TOTAL + MATERIAL-TOTAL
               - SALVAGE-TOTAL
           MOVE LABOR-TOTAL TO DISP-MONEY
           MOVE MATERIAL-TOTAL TO DISP-MONEY-2
           MOVE SALVAGE-TOTAL TO DISP-MONEY-3
           MOVE NET-COST TO DISP-NET
           MOVE SPACES TO SHEET-RPT-RECORD
           STRING "labor=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY) DELIMITED BY SIZE
               " material=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY-2) DELIMITED BY SIZE
               " salvage credit=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY-3) DELIMITED BY SIZE
               " net cost=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-NET) DELIMITED BY SIZE
               INTO SHEET-RPT-RECORD
           END-STRING
           PERFORM WRITE-SHEET-LINE
           CLOSE SHEET-RPT-FILE.

       WRITE-SHEET-LINE.
           WRITE SHEET-RPT-RECORD
           DISPLAY FUNCTION TRIM(SHEET-RPT-RECORD TRAILING)
           MOVE SPACES TO SHEET-RPT-RECORD.

       WRITE-LABOR-LINE.
           IF CR-ACT-DAYS(CR-IDX) > 0
               MOVE CR-ACT-DAYS(CR-IDX) TO DISP-DAYS
               MOVE "actual" TO SHEET-RPT-RECORD(30:9)
           ELSE
               MOVE CR-EST-DAYS(CR-IDX) TO DISP-DAYS
               MOVE "estimated" TO SHEET-RPT-RECORD(30:9)
           END-IF
           ADD FUNCTION NUMVAL(DISP-DAYS) TO TOTAL-CREW-DAYS
           COMPUTE EXT-VALUE ROUNDED =
               FUNCTION NUMVAL(DISP-DAYS) * CR-DAY-RATE(CR-IDX)
           ADD EXT-VALUE TO LABOR-TOTAL
           IF CR-HAS-RATE(CR-IDX) NOT = "Y"
               ADD 1 TO NO-RATE-CREWS
           END-IF
           MOVE CR-DAY-RATE(CR-IDX) TO DISP-RATE
           MOVE EXT-VALUE TO DISP-MONEY
           MOVE "  crew" TO SHEET-RPT-RECORD(1:6)
           MOVE CR-CREW(CR-IDX) TO SHEET-RPT-RECORD(8:8)
           MOVE "days" TO SHEET-RPT-RECORD(17:4)
           MOVE DISP-DAYS TO SHEET-RPT-RECORD(22:6)
           MOVE "rate" TO SHEET-RPT-RECORD(41:4)
           MOVE DISP-RATE TO SHEET-RPT-RECORD(46:8)
           MOVE "cost" TO SHEET-RPT-RECORD(56:4)
           MOVE DISP-MONEY TO SHEET-RPT-RECORD(61:14)
           PERFORM WRITE-SHEET-LINE.

       WRITE-MATERIAL-LINE.
           MOVE TL-REMOVED(TL-IDX) TO DISP-COUNT
           MOVE TL-PRICE(TL-IDX) TO DISP-PRICE
           COMPUTE EXT-VALUE ROUNDED =
               TL-REMOVED(TL-IDX) * TL-PRICE(TL-IDX)
           ADD EXT-VALUE TO MATERIAL-TOTAL
           MOVE EXT-VALUE TO DISP-MONEY
           IF TL-PRICED(TL-IDX) NOT = "Y"
               ADD TL-REMOVED(TL-IDX) TO UNPRICED-COUNT
           END-IF
           MOVE SPACES TO SHEET-RPT-RECORD
           STRING "  tile " DELIMITED BY SIZE
               TL-TILE(TL-IDX) DELIMITED BY SIZE
               " count=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " price=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PRICE) DELIMITED BY SIZE
               " cost=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY) DELIMITED BY SIZE
               INTO SHEET-RPT-RECORD
           END-STRING
           PERFORM WRITE-SHEET-LINE.

       WRITE-SALVAGE-LINE.
           MOVE TL-REMOVED(TL-IDX) TO DISP-COUNT
           MOVE TL-SALV-RATE(TL-IDX) TO DISP-PRICE
           COMPUTE EXT-VALUE ROUNDED =
               TL-REMOVED(TL-IDX) * TL-SALV-RATE(TL-IDX)
           ADD EXT-VALUE TO SALVAGE-TOTAL
           MOVE EXT-VALUE TO DISP-MONEY
           IF TL-RATED(TL-IDX) NOT = "Y"
               ADD TL-REMOVED(TL-IDX) TO UNRATED-COUNT
           END-IF
           MOVE SPACES TO SHEET-RPT-RECORD
           STRING "  tile " DELIMITED BY SIZE
               TL-TILE(TL-IDX) DELIMITED BY SIZE
               " count=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " rate=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PRICE) DELIMITED BY SIZE
               " credit=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY) DELIMITED BY SIZE
               INTO SHEET-RPT-RECORD
           END-STRING
           PERFORM WRITE-SHEET-LINE.

       LOAD-JOB-HISTORY.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ HISTORY-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(HISTORY-RECORD) NOT = SPACES
                     PERFORM LOAD-HISTORY-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-HISTORY-RECORD.
           MOVE SPACES TO HIST-SITE-TEXT HIST-DATE-TEXT HIST-FILE-TEXT
               HIST-TILES-TEXT HIST-DAYS-TEXT HIST-LABOR-TEXT
               HIST-MAT-TEXT HIST-SALV-TEXT HIST-NET-TEXT
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO HIST-SITE-TEXT HIST-DATE-TEXT HIST-FILE-TEXT
                   HIST-TILES-TEXT HIST-DAYS-TEXT HIST-LABOR-TEXT
                   HIST-MAT-TEXT HIST-SALV-TEXT HIST-NET-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(HIST-TILES-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(HIST-DAYS-TEXT) IS NOT NUMERIC
               OR HIST-NET-TEXT = SPACES
               DISPLAY "error: bad JOBCOST.HST record: "
                   FUNCTION TRIM(HISTORY-RECORD)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF HIST-COUNT >= MAX-HIST
               DISPLAY "error: more than " FUNCTION TRIM(MAX-HIST)
                   " runs on JOBCOST.HST"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HIST-COUNT
           MOVE HIST-SITE-TEXT TO HS-SITE(HIST-COUNT)
           MOVE HIST-DATE-TEXT TO HS-DATE(HIST-COUNT)
           MOVE HIST-FILE-TEXT TO HS-FILE(HIST-COUNT)
           MOVE FUNCTION NUMVAL(HIST-TILES-TEXT) TO HS-TILES(HIST-COUNT)
           MOVE FUNCTION NUMVAL(HIST-DAYS-TEXT) TO HS-DAYS(HIST-COUNT)
           MOVE FUNCTION NUMVAL(HIST-LABOR-TEXT) TO HS-LABOR(HIST-COUNT)
           MOVE FUNCTION NUMVAL(HIST-MAT-TEXT)
               TO HS-MATERIAL(HIST-COUNT)
           MOVE FUNCTION NUMVAL(HIST-SALV-TEXT)
               TO HS-SALVAGE(HIST-COUNT)
           MOVE FUNCTION NUMVAL(HIST-NET-TEXT) TO HS-NET(HIST-COUNT).

       RECORD-JOB-HISTORY.
           MOVE 0 TO HS-FOUND-IDX
           PERFORM VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > HIST-COUNT
             IF HS-SITE(HS-IDX) = SITE-CODE
                 AND HS-DATE(HS-IDX) = TODAY-DATE
                 AND HS-FILE(HS-IDX) = FILENAME
                 MOVE HS-IDX TO HS-FOUND-IDX
             END-IF
           END-PERFORM
           IF HS-FOUND-IDX = 0
               IF HIST-COUNT >= MAX-HIST
                   DISPLAY "error: more than " FUNCTION TRIM(MAX-HIST)
                       " runs on JOBCOST.HST"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO HIST-COUNT
               MOVE HIST-COUNT TO HS-FOUND-IDX
           ELSE
               DISPLAY "job cost for site " FUNCTION TRIM(SITE-CODE)
                   " run " TODAY-DATE
                   " replaces the earlier sheet for the same run"
           END-IF
           MOVE SITE-CODE TO HS-SITE(HS-FOUND-IDX)
           MOVE TODAY-DATE TO HS-DATE(HS-FOUND-IDX)
           MOVE FILENAME TO HS-FILE(HS-FOUND-IDX)
           MOVE ORDER-COUNT TO HS-TILES(HS-FOUND-IDX)
           MOVE TOTAL-CREW-DAYS TO HS-DAYS(HS-FOUND-IDX)
           MOVE LABOR-TOTAL TO HS-LABOR(HS-FOUND-IDX)
           MOVE MATERIAL-TOTAL TO HS-MATERIAL(HS-FOUND-IDX)
           MOVE SALVAGE-TOTAL TO HS-SALVAGE(HS-FOUND-IDX)
           MOVE NET-COST TO HS-NET(HS-FOUND-IDX)
           PERFORM REWRITE-JOB-HISTORY.

       REWRITE-JOB-HISTORY.
           OPEN OUTPUT HISTORY-NEW-FILE
           IF HISTORY-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write JOBCOST.HST.NEW, run not "
                   "recorded for job-to-date"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > HIST-COUNT
             MOVE HS-TILES(HS-IDX) TO DISP-COUNT
             MOVE HS-DAYS(HS-IDX) TO DISP-DAYS
             MOVE SPACES TO HISTORY-NEW-RECORD
             MOVE 1 TO HIST-PTR
             STRING FUNCTION TRIM(HS-SITE(HS-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 HS-DATE(HS-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HS-FILE(HS-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO HISTORY-NEW-RECORD
                 WITH POINTER HIST-PTR
             END-STRING
             MOVE HS-LABOR(HS-IDX) TO DISP-MONEY
             MOVE HS-MATERIAL(HS-IDX) TO DISP-MONEY-2
             MOVE HS-SALVAGE(HS-IDX) TO DISP-MONEY-3
             MOVE HS-NET(HS-IDX) TO DISP-NET
             STRING FUNCTION TRIM(DISP-MONEY) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-MONEY-2) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-MONEY-3) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-NET) DELIMITED BY SIZE
                 INTO HISTORY-NEW-RECORD
                 WITH POINTER HIST-PTR
             END-STRING
             WRITE HISTORY-NEW-RECORD
           END-PERFORM
           CLOSE HISTORY-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "JOBCOST.HST"
           CALL "CBL_RENAME_FILE" USING "JOBCOST.HST.NEW"
               "JOBCOST.HST"
           MOVE 0 TO RETURN-CODE.

       WRITE-JOB-TO-DATE-SUMMARY.
           IF HIST-COUNT > 1
               SORT HISTORY-ENTRY ASCENDING KEY HS-SITE HS-DATE
           END-IF
           MOVE "JOBSUM.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT SUMMARY-RPT-FILE
           MOVE "DAY04B FLOORING JOB-TO-DATE COST SUMMARY"
               TO RPT-TITLE
           MOVE SPACES TO RPT-COLUMN-HEADING
           MOVE "site      runs first run  last run     tiles"
               TO RPT-COLUMN-HEADING
           MOVE "crew-days" TO RPT-COLUMN-HEADING(45:9)
           MOVE "labor" TO RPT-COLUMN-HEADING(65:5)
           MOVE "material" TO RPT-COLUMN-HEADING(77:8)
           MOVE "salvage" TO RPT-COLUMN-HEADING(93:7)
           MOVE "net cost" TO RPT-COLUMN-HEADING(107:8)
           PERFORM RPT-INIT-REPORT
           MOVE SPACES TO CURRENT-SITE
           PERFORM VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > HIST-COUNT
             IF HS-SITE(HS-IDX) NOT = CURRENT-SITE
                 IF CURRENT-SITE NOT = SPACES
                     PERFORM WRITE-SITE-SUMMARY
                 END-IF
                 MOVE HS-SITE(HS-IDX) TO CURRENT-SITE
                 MOVE 0 TO SITE-RUNS SITE-TILES SITE-DAYS
                     SITE-LABOR SITE-MATERIAL SITE-SALVAGE SITE-NET
                 MOVE HS-DATE(HS-IDX) TO SITE-FIRST
             END-IF
             ADD 1 TO SITE-RUNS
             MOVE HS-DATE(HS-IDX) TO SITE-LAST
             ADD HS-TILES(HS-IDX) TO SITE-TILES
             ADD HS-DAYS(HS-IDX) TO SITE-DAYS
             ADD HS-LABOR(HS-IDX) TO SITE-LABOR
             ADD HS-MATERIAL(HS-IDX) TO SITE-MATERIAL
             ADD HS-SALVAGE(HS-IDX) TO SITE-SALVAGE
             ADD HS-NET(HS-IDX) TO SITE-NET
           END-PERFORM
           IF CURRENT-SITE NOT = SPACES
               PERFORM WRITE-SITE-SUMMARY
           END-IF
           PERFORM RPT-WRITE-TOTALS
           MOVE SITE-COUNT TO DISP-COUNT
           MOVE HIST-COUNT TO DISP-COUNT-2
           MOVE GRAND-NET TO DISP-NET
           MOVE SPACES TO RPT-DETAIL
           STRING "all sites: sites=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " runs=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " net cost=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-NET) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           DISPLAY FUNCTION TRIM(RPT-DETAIL)
           MOVE GRAND-LABOR TO DISP-MONEY
           MOVE GRAND-MATERIAL TO DISP-MONEY-2
           MOVE GRAND-SALVAGE TO DISP-MONEY-3
           MOVE GRAND-DAYS TO DISP-DAYS
           MOVE GRAND-TILES TO DISP-COUNT
           MOVE SPACES TO RPT-DETAIL
           STRING "tiles=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " crew-days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               " labor=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY) DELIMITED BY SIZE
               " material=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY-2) DELIMITED BY SIZE
               " salvage credit=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MONEY-3) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           CLOSE SUMMARY-RPT-FILE.

       WRITE-SITE-SUMMARY.
           ADD 1 TO SITE-COUNT
           ADD SITE-TILES TO GRAND-TILES
           ADD SITE-DAYS TO GRAND-DAYS
           ADD SITE-LABOR TO GRAND-LABOR
           ADD SITE-MATERIAL TO GRAND-MATERIAL
           ADD SITE-SALVAGE TO GRAND-SALVAGE
           ADD SITE-NET TO GRAND-NET
           MOVE SITE-RUNS TO DISP-DAYS
           MOVE SITE-TILES TO DISP-COUNT
           MOVE SITE-DAYS TO DISP-COUNT-2
           MOVE SITE-LABOR TO DISP-MONEY
           MOVE SITE-MATERIAL TO DISP-MONEY-2
           MOVE SITE-SALVAGE TO DISP-MONEY-3
           MOVE SITE-NET TO DISP-NET
           MOVE SPACES TO RPT-DETAIL
           MOVE CURRENT-SITE TO RPT-DETAIL(1:8)
           MOVE DISP-DAYS TO RPT-DETAIL(9:6)
           MOVE SITE-FIRST TO RPT-DETAIL(16:10)
           MOVE SITE-LAST TO RPT-DETAIL(27:10)
           MOVE DISP-COUNT TO RPT-DETAIL(37:8)
           MOVE DISP-COUNT-2 TO RPT-DETAIL(46:8)
           MOVE DISP-MONEY TO RPT-DETAIL(56:14)
           MOVE DISP-MONEY-2 TO RPT-DETAIL(71:14)
           MOVE DISP-MONEY-3 TO RPT-DETAIL(86:14)
           MOVE DISP-NET TO RPT-DETAIL(101:14)
           PERFORM RPT-WRITE-DETAIL
           DISPLAY FUNCTION TRIM(RPT-DETAIL).

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==SUMMARY-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
