       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CUSTSEL.
       COPY ALRMSEL.
       COPY OPOSEL.
       SELECT APPEALS-MST-FILE ASSIGN TO "APPEALS.MST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPEALS-MST-ID
           FILE STATUS IS APPEALS-MST-STATUS.
       SELECT SUBLIB-FILE ASSIGN TO "SUBCIRC.LIB"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBLIB-KEY
           FILE STATUS IS SUBLIB-STATUS.
       SELECT INVOICE-IN-FILE ASSIGN TO "DAY02A.INV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-IN-STATUS.
       SELECT RUN-RPT-IN-FILE ASSIGN TO RUN-RPT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-RPT-IN-STATUS.
       SELECT ROSTER-CTL-FILE ASSIGN TO "ROSTER.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-CTL-STATUS.
       SELECT STOCK-FILE ASSIGN TO "STOCK.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STOCK-STATUS.
       SELECT PO-INT-FILE ASSIGN TO "PODATA.INT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PO-INT-STATUS.
       SELECT CIRCUIT-IN-FILE ASSIGN TO CIRCUIT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CIRCUIT-IN-STATUS.
       SELECT ALERTS-OUT-FILE ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERTS-OUT-STATUS.
       SELECT AUDIT-RPT-FILE ASSIGN TO "INTEGAUD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CUSTFD.

       COPY ALRMFD.

       COPY OPOFD.

       FD APPEALS-MST-FILE.
       01 APPEALS-MST-RECORD.
          05 APPEALS-MST-ID    PIC X(10).
          05 APPEALS-MST-STRING PIC X(200).
          05 FILLER            PIC X(22).

       FD SUBLIB-FILE.
       01 SUBLIB-RECORD.
          05 SUBLIB-KEY.
             10 SUBLIB-BLOCK   PIC X(16).
             10 SUBLIB-SEQ     PIC 9(4).
          05 SUBLIB-LINE       PIC X(80).

       FD INVOICE-IN-FILE.
       01 INVOICE-IN-RECORD    PIC X(200).

       FD RUN-RPT-IN-FILE.
       01 RUN-RPT-IN-RECORD    PIC X(560).

       FD ROSTER-CTL-FILE.
       01 ROSTER-CTL-RECORD    PIC X(64).

       FD STOCK-FILE.
       01 STOCK-RECORD         PIC X(80).

       FD PO-INT-FILE.
       01 PO-INT-RECORD        PIC X(96).

       FD CIRCUIT-IN-FILE.
       01 CIRCUIT-IN-RECORD    PIC X(256).

       FD ALERTS-OUT-FILE.
       01 ALERTS-OUT-RECORD    PIC X(96).

       FD AUDIT-RPT-FILE.
       01 AUDIT-RPT-RECORD     PIC X(132).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       COPY OPOWS.
       77 CUSTOMER-STATUS      PIC X(2).
       77 ALERTMST-STATUS      PIC X(2).
       77 APPEALS-MST-STATUS   PIC X(2).
       77 SUBLIB-STATUS        PIC X(2).
       77 INVOICE-IN-STATUS    PIC X(2).
       77 RUN-RPT-IN-STATUS    PIC X(2).
       77 ROSTER-CTL-STATUS    PIC X(2).
       77 STOCK-STATUS         PIC X(2).
       77 PO-INT-STATUS        PIC X(2).
       77 CIRCUIT-IN-STATUS    PIC X(2).
       77 ALERTS-OUT-STATUS    PIC X(2).
       77 RUN-RPT-IN-NAME      PIC X(72).
       77 CIRCUIT-IN-NAME      PIC X(256).
       77 TODAY-DATE           PIC X(10).
       77 SCAN-EOF             PIC X(1).
       77 ARG-IDX              PIC 9(2).
       77 TOK-1                PIC X(16).
       77 TOK-2                PIC X(200).
       77 TOK-3                PIC X(16).
       77 TOK-4                PIC X(16).
       77 TOK-HITS             PIC 9(3).
       77 FIND-IDX             PIC 9(5).
       77 FOUND-IDX            PIC 9(5).
       77 LIST-IDX             PIC 9(5).
       77 CUST-REF-COUNT       PIC 9(4) VALUE 0.
       77 MAX-CUST-REFS        PIC 9(4) VALUE 500.
       77 APPEAL-COUNT         PIC 9(5) VALUE 0.
       77 MAX-APPEALS          PIC 9(5) VALUE 5000.
       77 RUN-RPT-SCANNED      PIC 9(3) VALUE 0.
       77 ROSTER-COUNT         PIC 9(2) VALUE 0.
       77 MAX-ROSTER           PIC 9(2) VALUE 30.
       77 ALERT-PROG-COUNT     PIC 9(3) VALUE 0.
       77 MAX-ALERT-PROGS      PIC 9(3) VALUE 200.
       77 STOCK-ITEM-COUNT     PIC 9(3) VALUE 0.
       77 MAX-STOCK-ITEMS      PIC 9(3) VALUE 200.
       77 BLOCK-COUNT          PIC 9(4) VALUE 0.
       77 MAX-BLOCKS           PIC 9(4) VALUE 500.
       77 CIRCUIT-SCANNED      PIC 9(2) VALUE 0.
       77 WANT-TEXT            PIC X(16).
       77 CHECK-FILE-TEXT      PIC X(14).
       77 FINDING-SEVERITY     PIC X(4).
       77 FINDING-KEY          PIC X(20).
       77 FINDING-TEXT         PIC X(88).
       77 CHECK-FINDINGS       PIC 9(5).
       77 CHECK-REASON         PIC X(16).
       77 CHECK-SEVERITY       PIC X(4).
       77 CRIT-FINDINGS        PIC 9(5) VALUE 0.
       77 WARN-FINDINGS        PIC 9(5) VALUE 0.
       77 INFO-FINDINGS        PIC 9(5) VALUE 0.
       77 CHECKS-SKIPPED       PIC 9(2) VALUE 0.
       77 ALERTS-POSTED        PIC 9(2) VALUE 0.
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-COUNT-2         PIC Z(6)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 BUILTIN-ROSTER-INIT.
          05 FILLER PIC X(8)  VALUE "DAY02A".
          05 FILLER PIC X(8)  VALUE "DAY02B".
          05 FILLER PIC X(8)  VALUE "DAY05A".
          05 FILLER PIC X(8)  VALUE "DAY06A".
          05 FILLER PIC X(8)  VALUE "DAY07A".
          05 FILLER PIC X(8)  VALUE "DAY08A".
          05 FILLER PIC X(8)  VALUE "DAY08B".
          05 FILLER PIC X(8)  VALUE "DAY02B25".
          05 FILLER PIC X(8)  VALUE "DAY04B".
       01 BUILTIN-ROSTER REDEFINES BUILTIN-ROSTER-INIT.
          05 BUILTIN-PROGRAM OCCURS 9 TIMES PIC X(8).
       01 UTILITY-POSTER-INIT.
          05 FILLER PIC X(8)  VALUE "INTEGAUD".
          05 FILLER PIC X(8)  VALUE "CAPPLAN".
          05 FILLER PIC X(8)  VALUE "XMITACK".
          05 FILLER PIC X(8)  VALUE "CERTACK".
          05 FILLER PIC X(8)  VALUE "GRIDCMP".
          05 FILLER PIC X(8)  VALUE "SRCSCORE".
          05 FILLER PIC X(8)  VALUE "NRGBUD".
       01 UTILITY-POSTERS REDEFINES UTILITY-POSTER-INIT.
          05 UTILITY-POSTER OCCURS 7 TIMES PIC X(8).
       01 CUST-REF-TABLE.
          05 CUST-REF-ENTRY OCCURS 500 TIMES.
             10 CR-CODE        PIC X(10).
             10 CR-LINES       PIC 9(5).
       01 APPEAL-TABLE.
          05 APPEAL-ENTRY OCCURS 5000 TIMES.
             10 AP-ID          PIC X(10).
             10 AP-STRING      PIC X(200).
             10 AP-FOUND       PIC X(1).
       01 ROSTER-TABLE.
          05 ROSTER-PROGRAM OCCURS 30 TIMES PIC X(8).
       01 ALERT-PROG-TABLE.
          05 ALERT-PROG-ENTRY OCCURS 200 TIMES.
             10 AL-PROGRAM     PIC X(8).
             10 AL-ENTRIES     PIC 9(5).
       01 STOCK-ITEM-TABLE.
          05 STOCK-ITEM OCCURS 200 TIMES PIC X(16).
       01 BLOCK-TABLE.
          05 BLOCK-ENTRY OCCURS 500 TIMES.
             10 BK-NAME        PIC X(16).
             10 BK-USED        PIC X(1).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 9
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " [circuit file ...]"
           DISPLAY "up to 9 circuit definition files may be named "
               "for the INCLUDE check"
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

       MOVE "INTEGAUD" TO AUDIT-PROGRAM
       MOVE "suite masters" TO FILENAME

       MOVE "INTEGAUD.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT AUDIT-RPT-FILE
       MOVE SPACES TO RPT-TITLE
       STRING "REFERENTIAL INTEGRITY AUDIT " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO RPT-TITLE
       END-STRING
       MOVE SPACES TO RPT-COLUMN-HEADING
       MOVE "file" TO RPT-COLUMN-HEADING(1:4)
       MOVE "sev" TO RPT-COLUMN-HEADING(16:3)
       MOVE "reference" TO RPT-COLUMN-HEADING(22:9)
       MOVE "finding" TO RPT-COLUMN-HEADING(44:7)
       PERFORM RPT-INIT-REPORT

       PERFORM CHECK-INVOICE-CUSTOMERS
       PERFORM CHECK-APPEAL-LINES
       PERFORM CHECK-ALERT-PROGRAMS
       PERFORM CHECK-PO-STOCK-ITEMS
       PERFORM CHECK-INCLUDE-BLOCKS

       PERFORM RPT-WRITE-TOTALS
       MOVE SPACES TO RPT-DETAIL
       MOVE CRIT-FINDINGS TO DISP-COUNT
       MOVE WARN-FINDINGS TO DISP-COUNT-2
       STRING "dangling references (CRIT) = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           ", orphans (WARN) = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       MOVE INFO-FINDINGS TO DISP-COUNT
       STRING FUNCTION TRIM(RPT-DETAIL) DELIMITED BY SIZE
           ", unused (INFO) = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       MOVE SPACES TO RPT-DETAIL
       MOVE CHECKS-SKIPPED TO DISP-COUNT
       MOVE ALERTS-POSTED TO DISP-COUNT-2
       STRING "checks not run = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           ", alerts posted = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       CLOSE AUDIT-RPT-FILE

       MOVE CRIT-FINDINGS TO DISP-COUNT
       MOVE WARN-FINDINGS TO DISP-COUNT-2
       DISPLAY "dangling references = " FUNCTION TRIM(DISP-COUNT)
           ", orphans = " FUNCTION TRIM(DISP-COUNT-2)
       IF ALERTS-POSTED > 0
           MOVE ALERTS-POSTED TO DISP-COUNT
           DISPLAY "integrity alerts posted to ALERTS.DAT = "
               FUNCTION TRIM(DISP-COUNT)
       END-IF

       IF CRIT-FINDINGS > 0 OR WARN-FINDINGS > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       COMPUTE CHECK-FINDINGS = CRIT-FINDINGS + WARN-FINDINGS
       MOVE CHECK-FINDINGS TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "findings=" DELIMITED BY SIZE
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
           END-IF.

       CHECK-INVOICE-CUSTOMERS.
           MOVE "DAY02A.INV" TO CHECK-FILE-TEXT
           MOVE 0 TO CHECK-FINDINGS
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               MOVE "CUSTOMER.MST not present, invoice customers "
                   TO FINDING-TEXT
               PERFORM WRITE-SKIPPED-CHECK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INVOICE-IN-FILE
           IF INVOICE-IN-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               MOVE "DAY02A.INV not present, invoice customers "
                   TO FINDING-TEXT
               PERFORM WRITE-SKIPPED-CHECK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ INVOICE-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF INVOICE-IN-RECORD(1:6) = "order "
                     PERFORM CHECK-ONE-INVOICE-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INVOICE-IN-FILE
           CLOSE CUSTOMER-FILE
           PERFORM VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > CUST-REF-COUNT
             MOVE "CRIT" TO FINDING-SEVERITY
             MOVE CR-CODE(LIST-IDX) TO FINDING-KEY
             MOVE CR-LINES(LIST-IDX) TO DISP-COUNT
             MOVE SPACES TO FINDING-TEXT
             STRING "customer on " DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                 " invoice line(s) is not on CUSTOMER.MST"
                 DELIMITED BY SIZE
                 INTO FINDING-TEXT
             END-STRING
             PERFORM WRITE-FINDING
           END-PERFORM
           MOVE "CRIT" TO CHECK-SEVERITY
           MOVE "INV-CUSTOMER" TO CHECK-REASON
           PERFORM POST-CHECK-ALERT.

       CHECK-ONE-INVOICE-LINE.
           MOVE SPACES TO TOK-1 TOK-2 TOK-3 TOK-4
           UNSTRING INVOICE-IN-RECORD DELIMITED BY ALL SPACE
               INTO TOK-1 TOK-2 TOK-3 TOK-4
           END-UNSTRING
           IF TOK-3 NOT = "customer" OR TOK-4 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TOK-4 TO CUST-CODE
           READ CUSTOMER-FILE
           IF CUSTOMER-STATUS = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > CUST-REF-COUNT
             IF CR-CODE(FIND-IDX) = TOK-4
                 MOVE FIND-IDX TO FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF FOUND-IDX = 0
               IF CUST-REF-COUNT >= MAX-CUST-REFS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CUST-REF-COUNT
               MOVE CUST-REF-COUNT TO FOUND-IDX
               MOVE TOK-4 TO CR-CODE(FOUND-IDX)
               MOVE 0 TO CR-LINES(FOUND-IDX)
           END-IF
           ADD 1 TO CR-LINES(FOUND-IDX).

       CHECK-APPEAL-LINES.
           MOVE "APPEALS.MST" TO CHECK-FILE-TEXT
           MOVE 0 TO CHECK-FINDINGS
           OPEN INPUT APPEALS-MST-FILE
           IF APPEALS-MST-STATUS NOT = "00"
               MOVE "APPEALS.MST not present, appeal dispositions "
                   TO FINDING-TEXT
               PERFORM WRITE-SKIPPED-CHECK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ APPEALS-MST-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF APPEAL-COUNT >= MAX-APPEALS
                     DISPLAY "error: more than "
                         FUNCTION TRIM(MAX-APPEALS)
                         " dispositions on APPEALS.MST"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD 1 TO APPEAL-COUNT
                 MOVE APPEALS-MST-ID TO AP-ID(APPEAL-COUNT)
                 MOVE APPEALS-MST-STRING TO AP-STRING(APPEAL-COUNT)
                 MOVE "N" TO AP-FOUND(APPEAL-COUNT)
             END-READ
           END-PERFORM
           CLOSE APPEALS-MST-FILE
           IF APPEAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "DAY05A.RPT" TO RUN-RPT-IN-NAME
           PERFORM SCAN-DAY05A-REPORT
           PERFORM VARYING GEN-IDX FROM 1 BY 1
               UNTIL GEN-IDX > GEN-KEEP-COUNT
             MOVE GEN-IDX TO DISP-GEN-IDX
             MOVE SPACES TO RUN-RPT-IN-NAME
             STRING "DAY05A.RPT.G" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-GEN-IDX) DELIMITED BY SIZE
                 INTO RUN-RPT-IN-NAME
             END-STRING
             PERFORM SCAN-DAY05A-REPORT
           END-PERFORM
           IF RUN-RPT-SCANNED = 0
               MOVE "no DAY05A.RPT generations present, appeal "
                   TO FINDING-TEXT
               PERFORM WRITE-SKIPPED-CHECK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > APPEAL-COUNT
             IF AP-FOUND(LIST-IDX) NOT = "Y"
                 MOVE "WARN" TO FINDING-SEVERITY
                 MOVE AP-ID(LIST-IDX) TO FINDING-KEY
                 MOVE SPACES TO FINDING-TEXT
                 STRING "disposition for " DELIMITED BY SIZE
                     FUNCTION TRIM(AP-STRING(LIST-IDX)(1:40))
                     DELIMITED BY SIZE
                     " matches no DAY05A run line" DELIMITED BY SIZE
                     INTO FINDING-TEXT
                 END-STRING
                 PERFORM WRITE-FINDING
             END-IF
           END-PERFORM
           MOVE "WARN" TO CHECK-SEVERITY
           MOVE "APPEAL-LINE" TO CHECK-REASON
           PERFORM POST-CHECK-ALERT.

       SCAN-DAY05A-REPORT.
           OPEN INPUT RUN-RPT-IN-FILE
           IF RUN-RPT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RUN-RPT-SCANNED
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ RUN-RPT-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE 0 TO TOK-HITS
                 INSPECT RUN-RPT-IN-RECORD TALLYING TOK-HITS
                     FOR ALL " PROP1="
                 IF TOK-HITS > 0
                     PERFORM MATCH-DAY05A-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RUN-RPT-IN-FILE.

       MATCH-DAY05A-LINE.
           MOVE SPACES TO TOK-1 TOK-2
           UNSTRING RUN-RPT-IN-RECORD DELIMITED BY ALL SPACE
               INTO TOK-1 TOK-2
           END-UNSTRING
           IF FUNCTION TRIM(TOK-1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > APPEAL-COUNT
             IF AP-STRING(FIND-IDX) = TOK-2
                 MOVE "Y" TO AP-FOUND(FIND-IDX)
             END-IF
           END-PERFORM.

       CHECK-ALERT-PROGRAMS.
           MOVE "ALERTS.MST" TO CHECK-FILE-TEXT
           MOVE 0 TO CHECK-FINDINGS
           OPEN INPUT ALERTMST-FILE
           IF ALERTMST-STATUS NOT = "00"
               MOVE "ALERTS.MST not present, alert programs "
                   TO FINDING-TEXT
               PERFORM WRITE-SKIPPED-CHECK
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RECON-ROSTER
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ ALERTMST-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 PERFORM CHECK-ONE-ALERT-PROGRAM
             END-READ
           END-PERFORM
           CLOSE ALERTMST-FILE
           PERFORM VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > ALERT-PROG-COUNT
             MOVE "WARN" TO FINDING-SEVERITY
             MOVE AL-PROGRAM(LIST-IDX) TO FINDING-KEY
             MOVE AL-ENTRIES(LIST-IDX) TO DISP-COUNT
             MOVE SPACES TO FINDING-TEXT
             STRING "program named on " DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                 " alert(s) is not on the RECONRPT roster"
                 DELIMITED BY SIZE
                 INTO FINDING-TEXT
             END-STRING
             PERFORM WRITE-FINDING
           END-PERFORM
           MOVE "WARN" TO CHECK-SEVERITY
           MOVE "ALERT-PROGRAM" TO CHECK-REASON
           PERFORM POST-CHECK-ALERT.

       LOAD-RECON-ROSTER.
           MOVE 0 TO ROSTER-COUNT
           OPEN INPUT ROSTER-CTL-FILE
           IF ROSTER-CTL-STATUS NOT = "00"
               PERFORM VARYING FIND-IDX FROM 1 BY 1
                   UNTIL FIND-IDX > 9
                 ADD 1 TO ROSTER-COUNT
                 MOVE BUILTIN-PROGRAM(FIND-IDX)
                     TO ROSTER-PROGRAM(ROSTER-COUNT)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ ROSTER-CTL-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(ROSTER-CTL-RECORD) NOT = SPACES
                     AND ROSTER-CTL-RECORD(1:1) NOT = "*"
                     AND ROSTER-COUNT < MAX-ROSTER
                     ADD 1 TO ROSTER-COUNT
                     MOVE SPACES TO ROSTER-PROGRAM(ROSTER-COUNT)
                     UNSTRING ROSTER-CTL-RECORD DELIMITED BY ","
                         INTO ROSTER-PROGRAM(ROSTER-COUNT)
                     END-UNSTRING
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ROSTER-CTL-FILE.

       CHECK-ONE-ALERT-PROGRAM.
           PERFORM VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > 7
             IF UTILITY-POSTER(FIND-IDX) = ALERTMST-PROGRAM
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM
           PERFORM VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > ROSTER-COUNT
             IF ROSTER-PROGRAM(FIND-IDX) = ALERTMST-PROGRAM
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > ALERT-PROG-COUNT
             IF AL-PROGRAM(FIND-IDX) = ALERTMST-PROGRAM
                 MOVE FIND-IDX TO FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF FOUND-IDX = 0
               IF ALERT-PROG-COUNT >= MAX-ALERT-PROGS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ALERT-PROG-COUNT
               MOVE ALERT-PROG-COUNT TO FOUND-IDX
               MOVE ALERTMST-PROGRAM TO AL-PROGRAM(FOUND-IDX)
               MOVE 0 TO AL-ENTRIES(FOUND-IDX)
           END-IF
           ADD 1 TO AL-ENTRIES(FOUND-IDX).

       CHECK-PO-STOCK-ITEMS.
           MOVE "PODATA.INT" TO CHECK-FILE-TEXT
           MOVE 0 TO CHECK-FINDINGS
           OPEN INPUT STOCK-FILE
           IF STOCK-STATUS NOT = "00"
               MOVE "STOCK.CTL not present, purchase order items "
                   TO FINDING-TEXT
               PERFORM WRITE-SKIPPED-CHECK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ STOCK-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(STOCK-RECORD) NOT = SPACES
                     AND STOCK-RECORD(1:1) NOT = "*"
                     AND STOCK-ITEM-COUNT < MAX-STOCK-ITEMS
                     ADD 1 TO STOCK-ITEM-COUNT
                     MOVE SPACES TO STOCK-ITEM(STOCK-ITEM-COUNT)
                     UNSTRING STOCK-RECORD DELIMITED BY ","
                         INTO STOCK-ITEM(STOCK-ITEM-COUNT)
                     END-UNSTRING
                     MOVE FUNCTION TRIM(STOCK-ITEM(STOCK-ITEM-COUNT))
                         TO STOCK-ITEM(STOCK-ITEM-COUNT)
                     INSPECT STOCK-ITEM(STOCK-ITEM-COUNT) CONVERTING
                         "abcdefghijklmnopqrstuvwxyz" TO
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STOCK-FILE
           OPEN INPUT PO-INT-FILE
           IF PO-INT-STATUS NOT = "00"
               MOVE "PODATA.INT not present, purchase order items "
                   TO FINDING-TEXT
               PERFORM WRITE-SKIPPED-CHECK
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPEN-POS
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ PO-INT-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(PO-INT-RECORD) NOT = SPACES
                     PERFORM CHECK-ONE-PO-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PO-INT-FILE
           MOVE "CRIT" TO CHECK-SEVERITY
           MOVE "PO-STOCK-ITEM" TO CHECK-REASON
           PERFORM POST-CHECK-ALERT.

       CHECK-ONE-PO-LINE.
           MOVE SPACES TO TOK-1 TOK-3 TOK-4
           UNSTRING PO-INT-RECORD DELIMITED BY ","
               INTO TOK-1 TOK-3 TOK-4
           END-UNSTRING
           MOVE TOK-1 TO OPO-WANT-PO
           PERFORM FIND-OPEN-PO
           IF OPO-FOUND-IDX > 0
               IF OP-STATUS(OPO-FOUND-IDX) = "C"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION TRIM(TOK-4) TO WANT-TEXT
           INSPECT WANT-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > STOCK-ITEM-COUNT
             IF STOCK-ITEM(FIND-IDX) = WANT-TEXT
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE "CRIT" TO FINDING-SEVERITY
           MOVE TOK-1 TO FINDING-KEY
           MOVE SPACES TO FINDING-TEXT
           STRING "open PO item " DELIMITED BY SIZE
               FUNCTION TRIM(TOK-4) DELIMITED BY SIZE
               " is not on STOCK.CTL" DELIMITED BY SIZE
               INTO FINDING-TEXT
           END-STRING
           PERFORM WRITE-FINDING.

       CHECK-INCLUDE-BLOCKS.
           MOVE "SUBCIRC.LIB" TO CHECK-FILE-TEXT
           MOVE 0 TO CHECK-FINDINGS
           IF ARGC = 0
               MOVE "no circuit files named, INCLUDE blocks "
                   TO FINDING-TEXT
               PERFORM WRITE-SKIPPED-CHECK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SUBLIB-FILE
           IF SUBLIB-STATUS = "00"
               MOVE "N" TO SCAN-EOF
               PERFORM UNTIL SCAN-EOF = "Y"
                 READ SUBLIB-FILE NEXT RECORD
                   AT END
                     MOVE "Y" TO SCAN-EOF
                   NOT AT END
                     PERFORM NOTE-LIBRARY-BLOCK
                 END-READ
               END-PERFORM
               CLOSE SUBLIB-FILE
           END-IF
           PERFORM VARYING ARG-IDX FROM 1 BY 1
               UNTIL ARG-IDX > ARGC
             DISPLAY ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(ARG) TO CIRCUIT-IN-NAME
             PERFORM SCAN-CIRCUIT-FILE
           END-PERFORM
           IF CIRCUIT-SCANNED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > BLOCK-COUNT
             IF BK-USED(LIST-IDX) NOT = "Y"
                 MOVE "INFO" TO FINDING-SEVERITY
                 MOVE BK-NAME(LIST-IDX) TO FINDING-KEY
                 MOVE "library block not included by any circuit file"
                     TO FINDING-TEXT
                 PERFORM WRITE-FINDING
             END-IF
           END-PERFORM
           MOVE "CRIT" TO CHECK-SEVERITY
           MOVE "INCLUDE-BLOCK" TO CHECK-REASON
           PERFORM POST-CHECK-ALERT.

       NOTE-LIBRARY-BLOCK.
           IF BLOCK-COUNT > 0
               IF BK-NAME(BLOCK-COUNT) = SUBLIB-BLOCK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF BLOCK-COUNT >= MAX-BLOCKS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BLOCK-COUNT
           MOVE SUBLIB-BLOCK TO BK-NAME(BLOCK-COUNT)
           MOVE "N" TO BK-USED(BLOCK-COUNT).

       SCAN-CIRCUIT-FILE.
           OPEN INPUT CIRCUIT-IN-FILE
           IF CIRCUIT-IN-STATUS NOT = "00"
               DISPLAY "WARNING: circuit file "
                   FUNCTION TRIM(CIRCUIT-IN-NAME)
                   " not readable, not checked"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CIRCUIT-SCANNED
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ CIRCUIT-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF CIRCUIT-IN-RECORD(1:8) = "INCLUDE "
                     PERFORM CHECK-ONE-INCLUDE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CIRCUIT-IN-FILE.

       CHECK-ONE-INCLUDE.
           MOVE SPACES TO TOK-1 TOK-3
           UNSTRING CIRCUIT-IN-RECORD DELIMITED BY ALL SPACE
               INTO TOK-1 TOK-3
           END-UNSTRING
           PERFORM VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > BLOCK-COUNT
             IF BK-NAME(FIND-IDX) = TOK-3
                 MOVE "Y" TO BK-USED(FIND-IDX)
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE "CRIT" TO FINDING-SEVERITY
           MOVE TOK-3 TO FINDING-KEY
           MOVE SPACES TO FINDING-TEXT
           STRING "INCLUDE in " DELIMITED BY SIZE
               FUNCTION TRIM(CIRCUIT-IN-NAME) DELIMITED BY SIZE
               " names a block not on SUBCIRC.LIB" DELIMITED BY SIZE
               INTO FINDING-TEXT
           END-STRING
           PERFORM WRITE-FINDING.

       WRITE-FINDING.
           EVALUATE FINDING-SEVERITY
             WHEN "CRIT"
               ADD 1 TO CRIT-FINDINGS
               ADD 1 TO CHECK-FINDINGS
             WHEN "WARN"
               ADD 1 TO WARN-FINDINGS
               ADD 1 TO CHECK-FINDINGS
             WHEN OTHER
               ADD 1 TO INFO-FINDINGS
           END-EVALUATE
           MOVE SPACES TO RPT-DETAIL
           MOVE CHECK-FILE-TEXT TO RPT-DETAIL(1:14)
           MOVE FINDING-SEVERITY TO RPT-DETAIL(16:4)
           MOVE FINDING-KEY TO RPT-DETAIL(22:20)
           MOVE FINDING-TEXT TO RPT-DETAIL(44:88)
           PERFORM RPT-WRITE-DETAIL.

       WRITE-SKIPPED-CHECK.
           ADD 1 TO CHECKS-SKIPPED
           MOVE SPACES TO RPT-DETAIL
           MOVE CHECK-FILE-TEXT TO RPT-DETAIL(1:14)
           STRING FUNCTION TRIM(FINDING-TEXT) DELIMITED BY SIZE
               " not checked" DELIMITED BY SIZE
               INTO RPT-DETAIL(22:110)
           END-STRING
           PERFORM RPT-WRITE-DETAIL
           DISPLAY "note: " FUNCTION TRIM(FINDING-TEXT)
               " not checked".

       POST-CHECK-ALERT.
           IF CHECK-FINDINGS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ALERTS-POSTED
           OPEN EXTEND ALERTS-OUT-FILE
           IF ALERTS-OUT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-OUT-FILE
           END-IF
           MOVE CHECK-FINDINGS TO DISP-COUNT
           MOVE SPACES TO ALERTS-OUT-RECORD
           STRING CHECK-SEVERITY DELIMITED BY SIZE
               ",INTEGAUD," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " in " DELIMITED BY SIZE
               FUNCTION TRIM(CHECK-FILE-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CHECK-REASON) DELIMITED BY SIZE
               INTO ALERTS-OUT-RECORD
           END-STRING
           WRITE ALERTS-OUT-RECORD
           CLOSE ALERTS-OUT-FILE.

       COPY OPOPARA.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==AUDIT-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
