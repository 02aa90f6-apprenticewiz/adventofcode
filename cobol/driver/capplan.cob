       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPPLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SCAN-FILE ASSIGN TO SCAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCAN-STATUS.
       SELECT HIST-OUT-FILE ASSIGN TO "CAPACITY.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-OUT-STATUS.
       SELECT ALERTS-OUT-FILE ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERTS-OUT-STATUS.
       SELECT CAP-RPT-FILE ASSIGN TO "CAPACITY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SCAN-FILE.
       01 SCAN-RECORD          PIC X(400).

       FD HIST-OUT-FILE.
       01 HIST-OUT-RECORD      PIC X(80).

       FD ALERTS-OUT-FILE.
       01 ALERTS-OUT-RECORD    PIC X(96).

       FD CAP-RPT-FILE.
       01 CAP-RPT-RECORD       PIC X(132).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       77 SCAN-STATUS          PIC X(2).
       77 HIST-OUT-STATUS      PIC X(2).
       77 ALERTS-OUT-STATUS    PIC X(2).
       77 SCAN-NAME            PIC X(64).
       77 SCAN-EOF             PIC X(1).
       77 SCAN-PRESENT         PIC X(1).
       77 SCAN-RECORDS         PIC 9(7).
       77 SCAN-BYTES           PIC 9(10).
       77 TODAY-DATE           PIC X(10).
       77 TODAY-INT            PIC 9(7).
       77 WINDOW-DAYS          PIC 9(3) VALUE 90.
       77 WARN-DAYS            PIC 9(3) VALUE 90.
       77 WINDOW-START-DATE    PIC X(10).
       77 DATE-TEXT            PIC X(10).
       77 DATE-INT             PIC 9(7).
       77 LM-IDX               PIC 9(2).
       77 LM-COUNT             PIC 9(2) VALUE 6.
       77 FIND-IDX             PIC 9(2).
       77 TOK-1                PIC X(16).
       77 TOK-2                PIC X(16).
       77 TOK-3                PIC X(16).
       77 TOK-4                PIC X(16).
       77 TOK-5                PIC X(16).
       77 TOK-6                PIC X(16).
       77 BILL-PERIOD          PIC X(7).
       77 ORDER-LINES          PIC 9(5).
       77 CUST-IDX             PIC 9(4).
       77 CUST-COUNT           PIC 9(4).
       77 MAX-CUST-CODES       PIC 9(4) VALUE 2000.
       77 CUST-WANT            PIC X(10).
       77 CTL-ENTRIES          PIC 9(5).
       77 REG-FRONT            PIC X(400).
       77 REG-TAIL             PIC X(400).
       77 REG-PROGRAM          PIC X(8).
       77 REG-STATUS           PIC X(16).
       77 REG-DATE             PIC X(10).
       77 REG-NUM-TEXT         PIC X(16).
       77 REG-RECORDS          PIC 9(9).
       77 REG-BYTES            PIC 9(11).
       77 HIST-DATE            PIC X(10).
       77 HIST-LIMIT           PIC X(16).
       77 HIST-USED-TEXT       PIC X(8).
       77 HIST-MAX-TEXT        PIC X(8).
       77 HIST-WARN-TEXT       PIC X(1).
       77 FIRST-INT            PIC 9(7).
       77 GROWTH-DAYS          PIC 9(5).
       77 UNITS-LEFT           PIC 9(5).
       77 DAYS-LEFT            PIC 9(7).
       77 PROJ-INT             PIC 9(7).
       77 WARN-COUNT           PIC 9(2) VALUE 0.
       77 ALERTS-POSTED        PIC 9(2) VALUE 0.
       77 RUNHIST-SCANNED      PIC X(1) VALUE "N".
       77 DISP-COUNT           PIC Z(9)9.
       77 DISP-COUNT-2         PIC Z(9)9.
       77 DISP-USED            PIC Z(4)9.
       77 DISP-MAX             PIC Z(4)9.
       77 DISP-PCT             PIC ZZ9.9.
       77 DISP-RATE            PIC -(5)9.99.
       77 DISP-RATE-2          PIC -(9)9.99.
       77 DETAIL-WORK          PIC X(128).
       77 AUDIT-SUMMARY        PIC X(20).
       01 DATE-WORK.
          05 DATE-WORK-NUM     PIC 9(8).
          05 DATE-WORK-X REDEFINES DATE-WORK-NUM.
             10 DW-YYYY        PIC X(4).
             10 DW-MM          PIC X(2).
             10 DW-DD          PIC X(2).
       01 LIMIT-INIT.
          05 FILLER PIC X(16) VALUE "BILLING-ORDERS".
          05 FILLER PIC 9(5)  VALUE 1000.
          05 FILLER PIC X(8)  VALUE "BILLING".
          05 FILLER PIC X(8)  VALUE "DAY02A".
          05 FILLER PIC X(12) VALUE "DAY02A.INV".
          05 FILLER PIC X(16) VALUE "BILLING-CUSTS".
          05 FILLER PIC 9(5)  VALUE 100.
          05 FILLER PIC X(8)  VALUE "BILLING".
          05 FILLER PIC X(8)  VALUE "DAY02A".
          05 FILLER PIC X(12) VALUE "DAY02A.INV".
          05 FILLER PIC X(16) VALUE "DISPATCH-CREWS".
          05 FILLER PIC 9(5)  VALUE 20.
          05 FILLER PIC X(8)  VALUE "DISPATCH".
          05 FILLER PIC X(8)  VALUE "DAY04B".
          05 FILLER PIC X(12) VALUE "CREW.CTL".
          05 FILLER PIC X(16) VALUE "STOCKPO-ITEMS".
          05 FILLER PIC 9(5)  VALUE 10.
          05 FILLER PIC X(8)  VALUE "STOCKPO".
          05 FILLER PIC X(8)  VALUE "DAY02B".
          05 FILLER PIC X(12) VALUE "REORDER.CTL".
          05 FILLER PIC X(16) VALUE "CARRIER-BREAKS".
          05 FILLER PIC 9(5)  VALUE 50.
          05 FILLER PIC X(8)  VALUE "DAY02A".
          05 FILLER PIC X(8)  VALUE "DAY02A".
          05 FILLER PIC X(12) VALUE "CARRIER.CTL".
          05 FILLER PIC X(16) VALUE "EXEMPT-ENTRIES".
          05 FILLER PIC 9(5)  VALUE 500.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(12) VALUE "EXEMPT.CTL".
       01 LIMIT-DEFS REDEFINES LIMIT-INIT.
          05 LIMIT-DEF OCCURS 6 TIMES.
             10 LD-ID          PIC X(16).
             10 LD-MAX         PIC 9(5).
             10 LD-PROGRAM     PIC X(8).
             10 LD-FEED        PIC X(8).
             10 LD-SOURCE      PIC X(12).
       01 LIMIT-TABLE.
          05 LIMIT-ENTRY OCCURS 6 TIMES.
             10 LM-USED        PIC 9(5).
             10 LM-PRESENT     PIC X(1).
             10 LM-SRC-RECS    PIC 9(7).
             10 LM-SRC-BYTES   PIC 9(10).
             10 LM-HIST-DATE   PIC X(10).
             10 LM-HIST-USED   PIC 9(5).
             10 LM-PREV-WARNED PIC X(1).
             10 LM-RATE        PIC S9(5)V9(4).
             10 LM-BASIS       PIC X(8).
             10 LM-PCT         PIC 9(3)V9.
             10 LM-PROJ-DATE   PIC X(10).
             10 LM-STATUS      PIC X(16).
             10 LM-WARN        PIC X(1).
             10 LM-RUNS        PIC 9(5).
             10 LM-LAST-RUN    PIC X(10).
       01 FEED-TABLE.
          05 FEED-ENTRY OCCURS 6 TIMES.
             10 FD-FIRST-DATE  PIC X(10).
             10 FD-FIRST-RECS  PIC 9(9).
             10 FD-FIRST-BYTES PIC 9(11).
             10 FD-LAST-DATE   PIC X(10).
             10 FD-LAST-RECS   PIC 9(9).
             10 FD-LAST-BYTES  PIC 9(11).
             10 FD-BATCHES     PIC 9(5).
             10 FD-REC-GROWTH  PIC S9(9)V99.
             10 FD-BYTE-GROWTH PIC S9(11)V99.
       01 CUST-CODE-TABLE.
          05 CUST-CODE OCCURS 2000 TIMES PIC X(10).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 0
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
           DISPLAY "reports table usage against the suite limits "
               "and projects when each limit will be reached"
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
       MOVE TODAY-DATE TO DATE-TEXT
       PERFORM DATE-TEXT-TO-INT
       MOVE DATE-INT TO TODAY-INT

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       COMPUTE DATE-INT = TODAY-INT - WINDOW-DAYS
       PERFORM DATE-INT-TO-TEXT
       MOVE DATE-TEXT TO WINDOW-START-DATE

       MOVE "CAPPLAN" TO AUDIT-PROGRAM
       MOVE "suite table limits" TO FILENAME

       PERFORM INIT-LIMIT-TABLE
       PERFORM MEASURE-INVOICES
       PERFORM MEASURE-BALANCES
       PERFORM MEASURE-CREWS
       PERFORM MEASURE-REORDERS
       PERFORM MEASURE-CARRIER-BREAKS
       PERFORM MEASURE-EXEMPTIONS
       PERFORM LOAD-CAPACITY-HISTORY
       PERFORM LOAD-INTAKE-GROWTH
       PERFORM LOAD-RUN-HISTORY

       PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-COUNT
         PERFORM PROJECT-ONE-LIMIT
       END-PERFORM

       MOVE "CAPACITY.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT CAP-RPT-FILE
       MOVE SPACES TO RPT-TITLE
       STRING "CAPACITY PLANNING AGAINST TABLE LIMITS "
           DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO RPT-TITLE
       END-STRING
       MOVE SPACES TO RPT-COLUMN-HEADING
       MOVE "limit" TO RPT-COLUMN-HEADING(1:5)
       MOVE "program" TO RPT-COLUMN-HEADING(18:7)
       MOVE "used" TO RPT-COLUMN-HEADING(30:4)
       MOVE "max" TO RPT-COLUMN-HEADING(37:3)
       MOVE "pct" TO RPT-COLUMN-HEADING(43:3)
       MOVE "per day" TO RPT-COLUMN-HEADING(50:7)
       MOVE "basis" TO RPT-COLUMN-HEADING(59:5)
       MOVE "limit hit" TO RPT-COLUMN-HEADING(68:9)
       MOVE "status" TO RPT-COLUMN-HEADING(80:6)
       PERFORM RPT-INIT-REPORT

       PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-COUNT
         PERFORM REPORT-ONE-LIMIT
       END-PERFORM

       PERFORM RPT-WRITE-TOTALS
       MOVE SPACES TO RPT-DETAIL
       MOVE WARN-COUNT TO DISP-COUNT
       MOVE WARN-DAYS TO DISP-COUNT-2
       STRING "limits within " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           " days = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       MOVE ALERTS-POSTED TO DISP-COUNT
       STRING FUNCTION TRIM(RPT-DETAIL) DELIMITED BY SIZE
           ", alerts posted = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       MOVE SPACES TO RPT-DETAIL
       MOVE WINDOW-DAYS TO DISP-COUNT
       STRING "growth measured over the last " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           " days from " DELIMITED BY SIZE
           WINDOW-START-DATE DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       CLOSE CAP-RPT-FILE

       PERFORM APPEND-CAPACITY-HISTORY

       MOVE WARN-COUNT TO DISP-COUNT
       MOVE WARN-DAYS TO DISP-COUNT-2
       DISPLAY "limits within " FUNCTION TRIM(DISP-COUNT-2)
           " days of being reached = " FUNCTION TRIM(DISP-COUNT)
       IF ALERTS-POSTED > 0
           MOVE ALERTS-POSTED TO DISP-COUNT
           DISPLAY "capacity alerts posted to ALERTS.DAT = "
               FUNCTION TRIM(DISP-COUNT)
       END-IF

       IF WARN-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE WARN-COUNT TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "near-limit=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
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
           MOVE "CAPACITY-WARN-DAYS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO WARN-DAYS
           END-IF.

       DATE-TEXT-TO-INT.
           MOVE 0 TO DATE-INT
           IF DATE-TEXT(5:1) NOT = "-" OR DATE-TEXT(8:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-TEXT(1:4) TO DW-YYYY
           MOVE DATE-TEXT(6:2) TO DW-MM
           MOVE DATE-TEXT(9:2) TO DW-DD
           IF DATE-WORK-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF DW-MM < "01" OR DW-MM > "12"
               OR DW-DD < "01" OR DW-DD > "31"
               EXIT PARAGRAPH
           END-IF
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM).

       DATE-INT-TO-TEXT.
           COMPUTE DATE-WORK-NUM = FUNCTION DATE-OF-INTEGER(DATE-INT)
           MOVE SPACES TO DATE-TEXT
           STRING DW-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DW-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DW-DD DELIMITED BY SIZE
               INTO DATE-TEXT
           END-STRING.

       INIT-LIMIT-TABLE.
           PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-COUNT
             MOVE 0 TO LM-USED(LM-IDX) LM-SRC-RECS(LM-IDX)
                 LM-SRC-BYTES(LM-IDX) LM-HIST-USED(LM-IDX)
                 LM-RATE(LM-IDX) LM-PCT(LM-IDX) LM-RUNS(LM-IDX)
             MOVE "N" TO LM-PRESENT(LM-IDX) LM-PREV-WARNED(LM-IDX)
                 LM-WARN(LM-IDX)
             MOVE SPACES TO LM-HIST-DATE(LM-IDX) LM-BASIS(LM-IDX)
                 LM-PROJ-DATE(LM-IDX) LM-STATUS(LM-IDX)
                 LM-LAST-RUN(LM-IDX)
             MOVE SPACES TO FD-FIRST-DATE(LM-IDX)
                 FD-LAST-DATE(LM-IDX)
             MOVE 0 TO FD-FIRST-RECS(LM-IDX) FD-FIRST-BYTES(LM-IDX)
                 FD-LAST-RECS(LM-IDX) FD-LAST-BYTES(LM-IDX)
                 FD-BATCHES(LM-IDX) FD-REC-GROWTH(LM-IDX)
                 FD-BYTE-GROWTH(LM-IDX)
           END-PERFORM.

       OPEN-SCAN.
           MOVE 0 TO SCAN-RECORDS SCAN-BYTES
           MOVE "N" TO SCAN-EOF
           MOVE "Y" TO SCAN-PRESENT
           OPEN INPUT SCAN-FILE
           IF SCAN-STATUS NOT = "00"
               MOVE "N" TO SCAN-PRESENT
               MOVE "Y" TO SCAN-EOF
           END-IF.

       READ-SCAN.
           READ SCAN-FILE
             AT END
               MOVE "Y" TO SCAN-EOF
             NOT AT END
               ADD 1 TO SCAN-RECORDS
               COMPUTE SCAN-BYTES = SCAN-BYTES +
                   FUNCTION LENGTH(FUNCTION
                       TRIM(SCAN-RECORD TRAILING)) + 1
           END-READ.

       SET-SOURCE-SIZE.
           MOVE SCAN-PRESENT TO LM-PRESENT(LM-IDX)
           MOVE SCAN-RECORDS TO LM-SRC-RECS(LM-IDX)
           MOVE SCAN-BYTES TO LM-SRC-BYTES(LM-IDX).

       MEASURE-INVOICES.
           MOVE SPACES TO BILL-PERIOD
           MOVE "DAY02A.INV" TO SCAN-NAME
           PERFORM OPEN-SCAN
           PERFORM UNTIL SCAN-EOF = "Y"
             PERFORM READ-SCAN
             IF SCAN-EOF NOT = "Y"
                 AND SCAN-RECORD(1:6) = "order "
                 PERFORM SPLIT-ORDER-LINE
                 IF TOK-3 = "customer" AND TOK-6(5:1) = "-"
                     AND TOK-6(1:7) > BILL-PERIOD
                     MOVE TOK-6(1:7) TO BILL-PERIOD
                 END-IF
             END-IF
           END-PERFORM
           IF SCAN-PRESENT = "Y"
               CLOSE SCAN-FILE
           END-IF
           MOVE 1 TO LM-IDX
           PERFORM SET-SOURCE-SIZE
           MOVE 2 TO LM-IDX
           PERFORM SET-SOURCE-SIZE
           MOVE 0 TO ORDER-LINES CUST-COUNT
           IF BILL-PERIOD = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCAN
           PERFORM UNTIL SCAN-EOF = "Y"
             PERFORM READ-SCAN
             IF SCAN-EOF NOT = "Y"
                 AND SCAN-RECORD(1:6) = "order "
                 PERFORM SPLIT-ORDER-LINE
                 IF TOK-3 = "customer"
                     AND TOK-6(1:7) = BILL-PERIOD
                     ADD 1 TO ORDER-LINES
                     MOVE TOK-4 TO CUST-WANT
                     PERFORM NOTE-CUSTOMER
                 END-IF
             END-IF
           END-PERFORM
           CLOSE SCAN-FILE
           MOVE ORDER-LINES TO LM-USED(1)
           MOVE CUST-COUNT TO LM-USED(2).

       SPLIT-ORDER-LINE.
           MOVE SPACES TO TOK-1 TOK-2 TOK-3 TOK-4 TOK-5 TOK-6
           UNSTRING SCAN-RECORD DELIMITED BY ALL SPACE
               INTO TOK-1 TOK-2 TOK-3 TOK-4 TOK-5 TOK-6
           END-UNSTRING.

       NOTE-CUSTOMER.
           IF CUST-WANT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             IF CUST-CODE(CUST-IDX) = CUST-WANT
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF CUST-COUNT < MAX-CUST-CODES
               ADD 1 TO CUST-COUNT
               MOVE CUST-WANT TO CUST-CODE(CUST-COUNT)
           END-IF.

       MEASURE-BALANCES.
           IF BILL-PERIOD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "BILLING.BAL" TO SCAN-NAME
           PERFORM OPEN-SCAN
           PERFORM UNTIL SCAN-EOF = "Y"
             PERFORM READ-SCAN
             IF SCAN-EOF NOT = "Y"
                 AND SCAN-RECORD NOT = SPACES
                 MOVE SPACES TO CUST-WANT
                 UNSTRING SCAN-RECORD DELIMITED BY ","
                     INTO CUST-WANT
                 END-UNSTRING
                 MOVE FUNCTION TRIM(CUST-WANT) TO CUST-WANT
                 PERFORM NOTE-CUSTOMER
             END-IF
           END-PERFORM
           IF SCAN-PRESENT = "Y"
               CLOSE SCAN-FILE
           END-IF
           MOVE CUST-COUNT TO LM-USED(2).

       COUNT-CONTROL-ENTRIES.
           MOVE 0 TO CTL-ENTRIES
           PERFORM OPEN-SCAN
           PERFORM UNTIL SCAN-EOF = "Y"
             PERFORM READ-SCAN
             IF SCAN-EOF NOT = "Y"
                 AND SCAN-RECORD NOT = SPACES
                 AND SCAN-RECORD(1:1) NOT = "*"
                 ADD 1 TO CTL-ENTRIES
             END-IF
           END-PERFORM
           IF SCAN-PRESENT = "Y"
               CLOSE SCAN-FILE
           END-IF
           PERFORM SET-SOURCE-SIZE
           MOVE CTL-ENTRIES TO LM-USED(LM-IDX).

       MEASURE-CREWS.
           MOVE 3 TO LM-IDX
           MOVE "CREW.CTL" TO SCAN-NAME
           PERFORM COUNT-CONTROL-ENTRIES.

       MEASURE-REORDERS.
           MOVE 4 TO LM-IDX
           MOVE "REORDER.CTL" TO SCAN-NAME
           PERFORM COUNT-CONTROL-ENTRIES.

       MEASURE-EXEMPTIONS.
           MOVE 6 TO LM-IDX
           MOVE "EXEMPT.CTL" TO SCAN-NAME
           PERFORM COUNT-CONTROL-ENTRIES.

       MEASURE-CARRIER-BREAKS.
           MOVE 5 TO LM-IDX
           MOVE 0 TO CTL-ENTRIES
           MOVE "CARRIER.CTL" TO SCAN-NAME
           PERFORM OPEN-SCAN
           PERFORM UNTIL SCAN-EOF = "Y"
             PERFORM READ-SCAN
             IF SCAN-EOF NOT = "Y"
                 AND SCAN-RECORD NOT = SPACES
                 AND SCAN-RECORD(1:1) NOT = "*"
                 MOVE SPACES TO TOK-1
                 UNSTRING SCAN-RECORD DELIMITED BY ","
                     INTO TOK-1
                 END-UNSTRING
                 INSPECT TOK-1 CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 IF FUNCTION TRIM(TOK-1) = "ZONE"
                     ADD 1 TO CTL-ENTRIES
                 END-IF
             END-IF
           END-PERFORM
           IF SCAN-PRESENT = "Y"
               CLOSE SCAN-FILE
           END-IF
           PERFORM SET-SOURCE-SIZE
           MOVE CTL-ENTRIES TO LM-USED(LM-IDX).

       LOAD-CAPACITY-HISTORY.
           MOVE "CAPACITY.HST" TO SCAN-NAME
           PERFORM OPEN-SCAN
           PERFORM UNTIL SCAN-EOF = "Y"
             PERFORM READ-SCAN
             IF SCAN-EOF NOT = "Y"
                 AND SCAN-RECORD NOT = SPACES
                 AND SCAN-RECORD(1:1) NOT = "*"
                 PERFORM APPLY-HISTORY-LINE
             END-IF
           END-PERFORM
           IF SCAN-PRESENT = "Y"
               CLOSE SCAN-FILE
           END-IF.

       APPLY-HISTORY-LINE.
           MOVE SPACES TO HIST-DATE HIST-LIMIT HIST-USED-TEXT
               HIST-MAX-TEXT HIST-WARN-TEXT
           UNSTRING SCAN-RECORD DELIMITED BY ","
               INTO HIST-DATE HIST-LIMIT HIST-USED-TEXT
                   HIST-MAX-TEXT HIST-WARN-TEXT
           END-UNSTRING
           MOVE 0 TO FIND-IDX
           PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-COUNT
             IF LD-ID(LM-IDX) = HIST-LIMIT
                 MOVE LM-IDX TO FIND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-WARN-TEXT TO LM-PREV-WARNED(FIND-IDX)
           IF HIST-DATE < WINDOW-START-DATE
               OR HIST-DATE NOT < TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(HIST-USED-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF LM-HIST-DATE(FIND-IDX) = SPACES
               OR HIST-DATE < LM-HIST-DATE(FIND-IDX)
               MOVE HIST-DATE TO LM-HIST-DATE(FIND-IDX)
               MOVE FUNCTION NUMVAL(HIST-USED-TEXT)
                   TO LM-HIST-USED(FIND-IDX)
           END-IF.

       LOAD-INTAKE-GROWTH.
           MOVE "INTAKE.REG" TO SCAN-NAME
           PERFORM OPEN-SCAN
           PERFORM UNTIL SCAN-EOF = "Y"
             PERFORM READ-SCAN
             IF SCAN-EOF NOT = "Y"
                 AND SCAN-RECORD(1:6) = "batch="
                 PERFORM APPLY-INTAKE-LINE
             END-IF
           END-PERFORM
           IF SCAN-PRESENT = "Y"
               CLOSE SCAN-FILE
           END-IF
           PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-COUNT
             IF FD-BATCHES(LM-IDX) > 1
                 MOVE FD-FIRST-DATE(LM-IDX) TO DATE-TEXT
                 PERFORM DATE-TEXT-TO-INT
                 MOVE DATE-INT TO FIRST-INT
                 MOVE FD-LAST-DATE(LM-IDX) TO DATE-TEXT
                 PERFORM DATE-TEXT-TO-INT
                 IF DATE-INT > FIRST-INT AND FIRST-INT > 0
                     COMPUTE GROWTH-DAYS = DATE-INT - FIRST-INT
                     COMPUTE FD-REC-GROWTH(LM-IDX) ROUNDED =
                         (FD-LAST-RECS(LM-IDX) -
                          FD-FIRST-RECS(LM-IDX)) / GROWTH-DAYS
                     COMPUTE FD-BYTE-GROWTH(LM-IDX) ROUNDED =
                         (FD-LAST-BYTES(LM-IDX) -
                          FD-FIRST-BYTES(LM-IDX)) / GROWTH-DAYS
                 END-IF
             END-IF
           END-PERFORM.

       APPLY-INTAKE-LINE.
           MOVE SPACES TO REG-FRONT REG-TAIL
           UNSTRING SCAN-RECORD DELIMITED BY " status="
               INTO REG-FRONT REG-TAIL
           END-UNSTRING
           MOVE SPACES TO REG-STATUS
           UNSTRING REG-TAIL DELIMITED BY SPACE
               INTO REG-STATUS
           END-UNSTRING
           IF REG-STATUS NOT = "ACCEPTED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-FRONT REG-TAIL
           UNSTRING SCAN-RECORD DELIMITED BY " arrived="
               INTO REG-FRONT REG-TAIL
           END-UNSTRING
           MOVE REG-TAIL(1:10) TO REG-DATE
           IF REG-DATE < WINDOW-START-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-FRONT REG-TAIL
           UNSTRING SCAN-RECORD DELIMITED BY " program="
               INTO REG-FRONT REG-TAIL
           END-UNSTRING
           MOVE SPACES TO REG-PROGRAM
           UNSTRING REG-TAIL DELIMITED BY SPACE
               INTO REG-PROGRAM
           END-UNSTRING
           MOVE SPACES TO REG-FRONT REG-TAIL
           UNSTRING SCAN-RECORD DELIMITED BY " records="
               INTO REG-FRONT REG-TAIL
           END-UNSTRING
           MOVE SPACES TO REG-NUM-TEXT
           UNSTRING REG-TAIL DELIMITED BY SPACE
               INTO REG-NUM-TEXT
           END-UNSTRING
           MOVE 0 TO REG-RECORDS
           IF FUNCTION TRIM(REG-NUM-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(REG-NUM-TEXT) TO REG-RECORDS
           END-IF
           MOVE SPACES TO REG-FRONT REG-TAIL
           UNSTRING SCAN-RECORD DELIMITED BY " bytes="
               INTO REG-FRONT REG-TAIL
           END-UNSTRING
           MOVE SPACES TO REG-NUM-TEXT
           UNSTRING REG-TAIL DELIMITED BY SPACE
               INTO REG-NUM-TEXT
           END-UNSTRING
           MOVE 0 TO REG-BYTES
           IF FUNCTION TRIM(REG-NUM-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(REG-NUM-TEXT) TO REG-BYTES
           END-IF
           PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-COUNT
             IF LD-FEED(LM-IDX) = REG-PROGRAM
                 AND LD-FEED(LM-IDX) NOT = SPACES
                 ADD 1 TO FD-BATCHES(LM-IDX)
                 IF FD-BATCHES(LM-IDX) = 1
                     MOVE REG-DATE TO FD-FIRST-DATE(LM-IDX)
                     MOVE REG-RECORDS TO FD-FIRST-RECS(LM-IDX)
                     MOVE REG-BYTES TO FD-FIRST-BYTES(LM-IDX)
                 END-IF
                 MOVE REG-DATE TO FD-LAST-DATE(LM-IDX)
                 MOVE REG-RECORDS TO FD-LAST-RECS(LM-IDX)
                 MOVE REG-BYTES TO FD-LAST-BYTES(LM-IDX)
             END-IF
           END-PERFORM.

       LOAD-RUN-HISTORY.
           OPEN INPUT RUNHIST-FILE
           IF RUNHIST-STATUS NOT = "00"
               DISPLAY "note: run-history master RUNHIST.MST is not "
                   "available, run counts not shown"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RUNHIST-SCANNED
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ RUNHIST-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 PERFORM APPLY-RUNHIST-RECORD
             END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE.

       APPLY-RUNHIST-RECORD.
           IF RUNHIST-DATE < WINDOW-START-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-COUNT
             IF LD-PROGRAM(LM-IDX) = RUNHIST-PROGRAM
                 AND LD-PROGRAM(LM-IDX) NOT = SPACES
                 ADD 1 TO LM-RUNS(LM-IDX)
                 IF RUNHIST-DATE > LM-LAST-RUN(LM-IDX)
                     OR LM-LAST-RUN(LM-IDX) = SPACES
                     MOVE RUNHIST-DATE TO LM-LAST-RUN(LM-IDX)
                 END-IF
             END-IF
           END-PERFORM.

       PROJECT-ONE-LIMIT.
           COMPUTE LM-PCT(LM-IDX) ROUNDED =
               LM-USED(LM-IDX) * 100 / LD-MAX(LM-IDX)
               ON SIZE ERROR
                 MOVE 999.9 TO LM-PCT(LM-IDX)
           END-COMPUTE
           MOVE "none" TO LM-BASIS(LM-IDX)
           IF LM-HIST-DATE(LM-IDX) NOT = SPACES
               MOVE LM-HIST-DATE(LM-IDX) TO DATE-TEXT
               PERFORM DATE-TEXT-TO-INT
               IF DATE-INT > 0 AND DATE-INT < TODAY-INT
                   COMPUTE GROWTH-DAYS = TODAY-INT - DATE-INT
                   COMPUTE LM-RATE(LM-IDX) ROUNDED =
                       (LM-USED(LM-IDX) - LM-HIST-USED(LM-IDX))
                       / GROWTH-DAYS
                   MOVE "history" TO LM-BASIS(LM-IDX)
               END-IF
           END-IF
           IF LM-BASIS(LM-IDX) = "none"
               AND FD-FIRST-RECS(LM-IDX) > 0
               AND FD-REC-GROWTH(LM-IDX) NOT = 0
               COMPUTE LM-RATE(LM-IDX) ROUNDED =
                   LM-USED(LM-IDX) * FD-REC-GROWTH(LM-IDX)
                   / FD-FIRST-RECS(LM-IDX)
               MOVE "intake" TO LM-BASIS(LM-IDX)
           END-IF
           MOVE "-" TO LM-PROJ-DATE(LM-IDX)
           EVALUATE TRUE
             WHEN LM-PRESENT(LM-IDX) NOT = "Y"
               MOVE "no file" TO LM-STATUS(LM-IDX)
             WHEN LM-USED(LM-IDX) >= LD-MAX(LM-IDX)
               MOVE "AT LIMIT" TO LM-STATUS(LM-IDX)
               MOVE TODAY-DATE TO LM-PROJ-DATE(LM-IDX)
               MOVE "Y" TO LM-WARN(LM-IDX)
             WHEN LM-RATE(LM-IDX) NOT > 0
               MOVE "no growth" TO LM-STATUS(LM-IDX)
             WHEN OTHER
               COMPUTE UNITS-LEFT = LD-MAX(LM-IDX) - LM-USED(LM-IDX)
               COMPUTE DAYS-LEFT = UNITS-LEFT / LM-RATE(LM-IDX)
                   ON SIZE ERROR
                     MOVE 9999999 TO DAYS-LEFT
               END-COMPUTE
               IF DAYS-LEFT > 36500
                   MOVE "beyond 100 yrs" TO LM-STATUS(LM-IDX)
               ELSE
                   COMPUTE DATE-INT = TODAY-INT + DAYS-LEFT
                   PERFORM DATE-INT-TO-TEXT
                   MOVE DATE-TEXT TO LM-PROJ-DATE(LM-IDX)
                   IF DAYS-LEFT <= WARN-DAYS
                       MOVE "WARN NEAR LIMIT" TO LM-STATUS(LM-IDX)
                       MOVE "Y" TO LM-WARN(LM-IDX)
                   ELSE
                       MOVE "ok" TO LM-STATUS(LM-IDX)
                   END-IF
               END-IF
           END-EVALUATE
           IF LM-WARN(LM-IDX) = "Y"
               ADD 1 TO WARN-COUNT
               MOVE LD-MAX(LM-IDX) TO DISP-MAX
               DISPLAY "WARNING: " FUNCTION TRIM(LD-ID(LM-IDX))
                   " will reach its limit of "
                   FUNCTION TRIM(DISP-MAX) " by "
                   FUNCTION TRIM(LM-PROJ-DATE(LM-IDX))
               IF LM-PREV-WARNED(LM-IDX) NOT = "Y"
                   PERFORM POST-CAPACITY-ALERT
               END-IF
           END-IF.

       REPORT-ONE-LIMIT.
           MOVE SPACES TO RPT-DETAIL
           MOVE LD-ID(LM-IDX) TO RPT-DETAIL(1:16)
           IF LD-PROGRAM(LM-IDX) = SPACES
               MOVE "shared" TO RPT-DETAIL(18:8)
           ELSE
               MOVE LD-PROGRAM(LM-IDX) TO RPT-DETAIL(18:8)
           END-IF
           MOVE LM-USED(LM-IDX) TO DISP-USED
           MOVE DISP-USED TO RPT-DETAIL(29:5)
           MOVE LD-MAX(LM-IDX) TO DISP-MAX
           MOVE DISP-MAX TO RPT-DETAIL(35:5)
           MOVE LM-PCT(LM-IDX) TO DISP-PCT
           MOVE DISP-PCT TO RPT-DETAIL(41:5)
           MOVE LM-RATE(LM-IDX) TO DISP-RATE
           MOVE DISP-RATE TO RPT-DETAIL(47:9)
           MOVE LM-BASIS(LM-IDX) TO RPT-DETAIL(59:8)
           MOVE LM-PROJ-DATE(LM-IDX) TO RPT-DETAIL(68:10)
           MOVE LM-STATUS(LM-IDX) TO RPT-DETAIL(80:16)
           PERFORM RPT-WRITE-DETAIL
           MOVE SPACES TO DETAIL-WORK
           MOVE LM-SRC-RECS(LM-IDX) TO DISP-COUNT
           MOVE LM-SRC-BYTES(LM-IDX) TO DISP-COUNT-2
           STRING FUNCTION TRIM(LD-SOURCE(LM-IDX)) DELIMITED BY SIZE
               " records=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " bytes=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO DETAIL-WORK
           END-STRING
           IF LD-FEED(LM-IDX) NOT = SPACES
               MOVE FD-REC-GROWTH(LM-IDX) TO DISP-RATE-2
               MOVE FD-BATCHES(LM-IDX) TO DISP-COUNT
               STRING FUNCTION TRIM(DETAIL-WORK) DELIMITED BY SIZE
                   "; " DELIMITED BY SIZE
                   FUNCTION TRIM(LD-FEED(LM-IDX)) DELIMITED BY SIZE
                   " intake batches=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   " records/day=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-RATE-2) DELIMITED BY SIZE
                   INTO DETAIL-WORK
               END-STRING
               MOVE FD-BYTE-GROWTH(LM-IDX) TO DISP-RATE-2
               STRING FUNCTION TRIM(DETAIL-WORK) DELIMITED BY SIZE
                   " bytes/day=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-RATE-2) DELIMITED BY SIZE
                   INTO DETAIL-WORK
               END-STRING
           END-IF
           IF LD-PROGRAM(LM-IDX) NOT = SPACES
               AND RUNHIST-SCANNED = "Y"
               MOVE LM-RUNS(LM-IDX) TO DISP-COUNT
               STRING FUNCTION TRIM(DETAIL-WORK) DELIMITED BY SIZE
                   "; runs=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   INTO DETAIL-WORK
               END-STRING
               IF LM-LAST-RUN(LM-IDX) NOT = SPACES
                   STRING FUNCTION TRIM(DETAIL-WORK) DELIMITED BY SIZE
                       " last=" DELIMITED BY SIZE
                       LM-LAST-RUN(LM-IDX) DELIMITED BY SIZE
                       INTO DETAIL-WORK
                   END-STRING
               END-IF
           END-IF
           MOVE SPACES TO RPT-DETAIL
           MOVE DETAIL-WORK TO RPT-DETAIL(5:)
           PERFORM RPT-WRITE-DETAIL.

       POST-CAPACITY-ALERT.
           ADD 1 TO ALERTS-POSTED
           OPEN EXTEND ALERTS-OUT-FILE
           IF ALERTS-OUT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-OUT-FILE
           END-IF
           MOVE SPACES TO ALERTS-OUT-RECORD
           STRING "WARN,CAPPLAN," DELIMITED BY SIZE
               FUNCTION TRIM(LD-ID(LM-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ",CAPACITY-LIMIT" DELIMITED BY SIZE
               INTO ALERTS-OUT-RECORD
           END-STRING
           WRITE ALERTS-OUT-RECORD
           CLOSE ALERTS-OUT-FILE.

       APPEND-CAPACITY-HISTORY.
           OPEN EXTEND HIST-OUT-FILE
           IF HIST-OUT-STATUS NOT = "00"
               OPEN OUTPUT HIST-OUT-FILE
           END-IF
           PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-COUNT
             IF LM-PRESENT(LM-IDX) = "Y"
                 MOVE SPACES TO HIST-OUT-RECORD
                 MOVE LM-USED(LM-IDX) TO DISP-COUNT
                 MOVE LD-MAX(LM-IDX) TO DISP-COUNT-2
                 STRING TODAY-DATE DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(LD-ID(LM-IDX)) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     LM-WARN(LM-IDX) DELIMITED BY SIZE
                     INTO HIST-OUT-RECORD
                 END-STRING
                 WRITE HIST-OUT-RECORD
             END-IF
           END-PERFORM
           CLOSE HIST-OUT-FILE.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==CAP-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
