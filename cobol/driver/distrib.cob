       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DIST-CTL-FILE ASSIGN TO "DISTRIB.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIST-CTL-STATUS.
       SELECT DRIVER-LOCK-FILE ASSIGN TO "DRIVER.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRIVER-LOCK-STATUS.
       SELECT REPORT-IN-FILE ASSIGN TO REPORT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-IN-STATUS.
       SELECT BURST-OUT-FILE ASSIGN TO BURST-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BURST-OUT-STATUS.
       SELECT DIST-LOG-FILE ASSIGN TO "DISTRIB.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIST-LOG-STATUS.
       SELECT DIST-RPT-FILE ASSIGN TO "DISTRIB.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD DIST-CTL-FILE.
       01 DIST-CTL-RECORD      PIC X(132).

       FD DRIVER-LOCK-FILE.
       01 DRIVER-LOCK-RECORD   PIC X(80).

       FD REPORT-IN-FILE.
       01 REPORT-IN-RECORD     PIC X(256).

       FD BURST-OUT-FILE.
       01 BURST-OUT-RECORD     PIC X(256).

       FD DIST-LOG-FILE.
       01 DIST-LOG-RECORD      PIC X(256).

       FD DIST-RPT-FILE.
       01 DIST-RPT-RECORD      PIC X(132).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       77 DIST-CTL-STATUS      PIC X(2).
       77 DRIVER-LOCK-STATUS   PIC X(2).
       77 REPORT-IN-STATUS     PIC X(2).
       77 BURST-OUT-STATUS     PIC X(2).
       77 DIST-LOG-STATUS      PIC X(2).
       77 REPORT-IN-NAME       PIC X(96).
       77 BURST-OUT-NAME       PIC X(160).
       77 TODAY-DATE           PIC X(10).
       77 STAMP-NOW            PIC X(14).
       77 SCAN-EOF             PIC X(1).
       77 CTL-EOF              PIC X(1).
       77 SHELL-COMMAND        PIC X(300).
       77 CTL-REPORT           PIC X(32).
       77 CTL-RECIPIENT        PIC X(32).
       77 CTL-MODE             PIC X(8).
       77 NAME-CHECK           PIC X(32).
       77 NAME-BAD-COUNT       PIC 9(3).
       77 DEST-DIR             PIC X(96).
       77 DEST-NAME            PIC X(160).
       77 DELIVER-LINES        PIC 9(7).
       77 DELIVER-RESULT       PIC X(12).
       77 BURST-CUST           PIC X(32).
       77 BURST-HEADER         PIC X(256).
       77 BURST-OPEN           PIC X(1).
       77 PENDING-BLANKS       PIC 9(3).
       77 BURST-FILE-COUNT     PIC 9(5).
       77 STATEMENT-MARKER     PIC X(23)
           VALUE "statement for customer ".
       77 CTL-LINE-COUNT       PIC 9(4) VALUE 0.
       77 DELIVERED-COUNT      PIC 9(5) VALUE 0.
       77 STATEMENT-COUNT      PIC 9(5) VALUE 0.
       77 MISSING-COUNT        PIC 9(4) VALUE 0.
       77 FAILED-COUNT         PIC 9(4) VALUE 0.
       77 DISP-COUNT           PIC Z(6)9.
       77 AUDIT-SUMMARY        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 0
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
           DISPLAY "reports and recipients are read from DISTRIB.CTL "
               "(<report>,<recipient>[,COPY|BURST])"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP-NOW
       MOVE SPACES TO TODAY-DATE
       STRING STAMP-NOW(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           STAMP-NOW(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           STAMP-NOW(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       MOVE "DISTRIB" TO AUDIT-PROGRAM
       MOVE "DISTRIB.CTL" TO FILENAME

       OPEN INPUT DRIVER-LOCK-FILE
       IF DRIVER-LOCK-STATUS = "00"
           CLOSE DRIVER-LOCK-FILE
           DISPLAY "error: a DRIVER run is in progress (DRIVER.LCK "
               "present), reports not distributed"
           MOVE 2 TO RETURN-CODE
           MOVE "DRIVER RUNNING" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN INPUT DIST-CTL-FILE
       IF DIST-CTL-STATUS NOT = "00"
           DISPLAY "error: distribution control file DISTRIB.CTL "
               "not found"
           MOVE 1 TO RETURN-CODE
           MOVE "NO DISTRIB.CTL" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       MOVE SPACES TO SHELL-COMMAND
       MOVE "mkdir -p OUTBOUND" TO SHELL-COMMAND
       CALL "SYSTEM" USING SHELL-COMMAND
       MOVE 0 TO RETURN-CODE

       MOVE "DISTRIB.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT DIST-RPT-FILE
       MOVE SPACES TO RPT-TITLE
       STRING "REPORT DISTRIBUTION " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO RPT-TITLE
       END-STRING
       MOVE SPACES TO RPT-COLUMN-HEADING
       MOVE "report" TO RPT-COLUMN-HEADING(1:6)
       MOVE "recipient" TO RPT-COLUMN-HEADING(18:9)
       MOVE "mode" TO RPT-COLUMN-HEADING(36:4)
       MOVE "lines" TO RPT-COLUMN-HEADING(44:5)
       MOVE "result" TO RPT-COLUMN-HEADING(51:6)
       MOVE "delivered to" TO RPT-COLUMN-HEADING(64:12)
       PERFORM RPT-INIT-REPORT

       MOVE "N" TO CTL-EOF
       PERFORM UNTIL CTL-EOF = "Y"
         READ DIST-CTL-FILE
           AT END
             MOVE "Y" TO CTL-EOF
           NOT AT END
             IF DIST-CTL-RECORD NOT = SPACES
                 AND DIST-CTL-RECORD(1:1) NOT = "*"
                 PERFORM DISTRIBUTE-ONE-LINE
             END-IF
         END-READ
       END-PERFORM
       CLOSE DIST-CTL-FILE

       PERFORM RPT-WRITE-TOTALS
       MOVE SPACES TO RPT-DETAIL
       MOVE DELIVERED-COUNT TO DISP-COUNT
       STRING "deliveries = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       MOVE SPACES TO RPT-DETAIL
       MOVE STATEMENT-COUNT TO DISP-COUNT
       STRING "customer statements burst = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       MOVE SPACES TO RPT-DETAIL
       MOVE MISSING-COUNT TO DISP-COUNT
       STRING "reports not present = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       MOVE SPACES TO RPT-DETAIL
       MOVE FAILED-COUNT TO DISP-COUNT
       STRING "deliveries failed or rejected = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       CLOSE DIST-RPT-FILE

       MOVE DELIVERED-COUNT TO DISP-COUNT
       DISPLAY "deliveries = " FUNCTION TRIM(DISP-COUNT)
       IF STATEMENT-COUNT > 0
           MOVE STATEMENT-COUNT TO DISP-COUNT
           DISPLAY "customer statements burst = "
               FUNCTION TRIM(DISP-COUNT)
       END-IF

       IF CTL-LINE-COUNT = 0
           DISPLAY "WARNING: DISTRIB.CTL lists no reports"
           MOVE 4 TO RETURN-CODE
       END-IF
       IF MISSING-COUNT > 0 OR FAILED-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE DELIVERED-COUNT TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "delivered=" DELIMITED BY SIZE
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

       DISTRIBUTE-ONE-LINE.
           ADD 1 TO CTL-LINE-COUNT
           MOVE SPACES TO CTL-REPORT CTL-RECIPIENT CTL-MODE
           UNSTRING DIST-CTL-RECORD DELIMITED BY ","
               INTO CTL-REPORT CTL-RECIPIENT CTL-MODE
           END-UNSTRING
           MOVE FUNCTION TRIM(CTL-REPORT) TO CTL-REPORT
           MOVE FUNCTION TRIM(CTL-RECIPIENT) TO CTL-RECIPIENT
           MOVE FUNCTION TRIM(CTL-MODE) TO CTL-MODE
           INSPECT CTL-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF CTL-MODE = SPACES
               MOVE "COPY" TO CTL-MODE
           END-IF
           MOVE 0 TO DELIVER-LINES
           MOVE SPACES TO DEST-NAME

           MOVE CTL-REPORT TO NAME-CHECK
           PERFORM CHECK-SAFE-NAME
           IF CTL-REPORT = SPACES OR NAME-BAD-COUNT > 0
               ADD 1 TO FAILED-COUNT
               MOVE "REJECTED" TO DELIVER-RESULT
               PERFORM RECORD-DELIVERY
               DISPLAY "WARNING: DISTRIB.CTL line "
                   FUNCTION TRIM(DIST-CTL-RECORD)
                   " has an unusable report name"
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-RECIPIENT TO NAME-CHECK
           PERFORM CHECK-SAFE-NAME
           IF CTL-RECIPIENT = SPACES OR NAME-BAD-COUNT > 0
               ADD 1 TO FAILED-COUNT
               MOVE "REJECTED" TO DELIVER-RESULT
               PERFORM RECORD-DELIVERY
               DISPLAY "WARNING: DISTRIB.CTL line "
                   FUNCTION TRIM(DIST-CTL-RECORD)
                   " has an unusable recipient"
               EXIT PARAGRAPH
           END-IF
           IF CTL-MODE NOT = "COPY" AND CTL-MODE NOT = "BURST"
               ADD 1 TO FAILED-COUNT
               MOVE "REJECTED" TO DELIVER-RESULT
               PERFORM RECORD-DELIVERY
               DISPLAY "WARNING: DISTRIB.CTL line "
                   FUNCTION TRIM(DIST-CTL-RECORD)
                   " has unknown mode " FUNCTION TRIM(CTL-MODE)
               EXIT PARAGRAPH
           END-IF

           MOVE CTL-REPORT TO REPORT-IN-NAME
           OPEN INPUT REPORT-IN-FILE
           IF REPORT-IN-STATUS NOT = "00"
               ADD 1 TO MISSING-COUNT
               MOVE "NOT PRESENT" TO DELIVER-RESULT
               PERFORM RECORD-DELIVERY
               DISPLAY "WARNING: " FUNCTION TRIM(CTL-REPORT)
                   " not present, nothing sent to "
                   FUNCTION TRIM(CTL-RECIPIENT)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DEST-DIR
           STRING "OUTBOUND/" DELIMITED BY SIZE
               FUNCTION TRIM(CTL-RECIPIENT) DELIMITED BY SIZE
               INTO DEST-DIR
           END-STRING
           PERFORM MAKE-DEST-DIR

           IF CTL-MODE = "BURST"
               PERFORM BURST-REPORT
           ELSE
               PERFORM COPY-REPORT
           END-IF.

       CHECK-SAFE-NAME.
           MOVE 0 TO NAME-BAD-COUNT
           INSPECT NAME-CHECK TALLYING NAME-BAD-COUNT
               FOR ALL "'" ALL "/" ALL ".."
           IF FUNCTION TRIM(NAME-CHECK) = "."
               ADD 1 TO NAME-BAD-COUNT
           END-IF.

       MAKE-DEST-DIR.
           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p '" DELIMITED BY SIZE
               FUNCTION TRIM(DEST-DIR) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE 0 TO RETURN-CODE.

       COPY-REPORT.
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ REPORT-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 ADD 1 TO DELIVER-LINES
             END-READ
           END-PERFORM
           CLOSE REPORT-IN-FILE
           MOVE SPACES TO DEST-NAME
           STRING FUNCTION TRIM(DEST-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(CTL-REPORT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               STAMP-NOW(1:8) DELIMITED BY SIZE
               INTO DEST-NAME
           END-STRING
           MOVE SPACES TO SHELL-COMMAND
           STRING "cp '" DELIMITED BY SIZE
               FUNCTION TRIM(CTL-REPORT) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(DEST-NAME) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           IF RETURN-CODE = 0
               ADD 1 TO DELIVERED-COUNT
               MOVE "DELIVERED" TO DELIVER-RESULT
           ELSE
               ADD 1 TO FAILED-COUNT
               MOVE "COPY FAILED" TO DELIVER-RESULT
               DISPLAY "WARNING: could not copy "
                   FUNCTION TRIM(CTL-REPORT) " to "
                   FUNCTION TRIM(DEST-NAME)
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM RECORD-DELIVERY.

       BURST-REPORT.
           MOVE "N" TO BURST-OPEN
           MOVE 0 TO PENDING-BLANKS
           MOVE 0 TO BURST-FILE-COUNT
           MOVE SPACES TO BURST-HEADER
           MOVE "N" TO SCAN-EOF
           READ REPORT-IN-FILE
             AT END
               MOVE "Y" TO SCAN-EOF
             NOT AT END
               MOVE REPORT-IN-RECORD TO BURST-HEADER
           END-READ
           PERFORM UNTIL SCAN-EOF = "Y"
             READ REPORT-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 PERFORM BURST-ONE-LINE
             END-READ
           END-PERFORM
           CLOSE REPORT-IN-FILE
           PERFORM CLOSE-BURST-FILE
           IF BURST-FILE-COUNT = 0
               MOVE "NO STATEMENTS" TO DELIVER-RESULT
               PERFORM RECORD-DELIVERY
               DISPLAY "WARNING: " FUNCTION TRIM(CTL-REPORT)
                   " holds no customer statements to burst"
           END-IF.

       BURST-ONE-LINE.
           IF REPORT-IN-RECORD(1:23) = STATEMENT-MARKER
               PERFORM CLOSE-BURST-FILE
               ADD 1 TO BURST-FILE-COUNT
               MOVE 0 TO PENDING-BLANKS
               MOVE FUNCTION TRIM(REPORT-IN-RECORD(24:))
                   TO BURST-CUST
               PERFORM OPEN-BURST-FILE
           END-IF
           IF BURST-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF REPORT-IN-RECORD = SPACES
               ADD 1 TO PENDING-BLANKS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PENDING-BLANKS = 0
             MOVE SPACES TO BURST-OUT-RECORD
             PERFORM WRITE-BURST-LINE
             SUBTRACT 1 FROM PENDING-BLANKS
           END-PERFORM
           MOVE REPORT-IN-RECORD TO BURST-OUT-RECORD
           PERFORM WRITE-BURST-LINE.

       WRITE-BURST-LINE.
           WRITE BURST-OUT-RECORD
           ADD 1 TO DELIVER-LINES.

       OPEN-BURST-FILE.
           MOVE 0 TO DELIVER-LINES
           MOVE SPACES TO DEST-NAME
           MOVE BURST-CUST TO NAME-CHECK
           PERFORM CHECK-SAFE-NAME
           IF BURST-CUST = SPACES OR NAME-BAD-COUNT > 0
               ADD 1 TO FAILED-COUNT
               MOVE "BAD CUSTOMER" TO DELIVER-RESULT
               PERFORM RECORD-DELIVERY
               DISPLAY "WARNING: statement for customer "
                   FUNCTION TRIM(BURST-CUST)
                   " cannot be burst, customer code unusable"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEST-DIR
           STRING "OUTBOUND/" DELIMITED BY SIZE
               FUNCTION TRIM(CTL-RECIPIENT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(BURST-CUST) DELIMITED BY SIZE
               INTO DEST-DIR
           END-STRING
           PERFORM MAKE-DEST-DIR
           STRING FUNCTION TRIM(DEST-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(CTL-REPORT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               STAMP-NOW(1:8) DELIMITED BY SIZE
               INTO DEST-NAME
           END-STRING
           MOVE DEST-NAME TO BURST-OUT-NAME
           OPEN OUTPUT BURST-OUT-FILE
           IF BURST-OUT-STATUS NOT = "00"
               ADD 1 TO FAILED-COUNT
               MOVE "WRITE FAILED" TO DELIVER-RESULT
               PERFORM RECORD-DELIVERY
               DISPLAY "WARNING: cannot write "
                   FUNCTION TRIM(DEST-NAME)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BURST-OPEN
           MOVE BURST-HEADER TO BURST-OUT-RECORD
           PERFORM WRITE-BURST-LINE
           MOVE SPACES TO BURST-OUT-RECORD
           PERFORM WRITE-BURST-LINE.

       CLOSE-BURST-FILE.
           IF BURST-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           CLOSE BURST-OUT-FILE
           MOVE "N" TO BURST-OPEN
           ADD 1 TO STATEMENT-COUNT
           ADD 1 TO DELIVERED-COUNT
           MOVE "DELIVERED" TO DELIVER-RESULT
           PERFORM RECORD-DELIVERY.

       RECORD-DELIVERY.
           MOVE SPACES TO RPT-DETAIL
           MOVE CTL-REPORT TO RPT-DETAIL(1:16)
           MOVE CTL-RECIPIENT TO RPT-DETAIL(18:17)
           MOVE CTL-MODE TO RPT-DETAIL(36:6)
           MOVE DELIVER-LINES TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-DETAIL(42:7)
           MOVE DELIVER-RESULT TO RPT-DETAIL(51:12)
           MOVE DEST-NAME TO RPT-DETAIL(64:69)
           PERFORM RPT-WRITE-DETAIL

           OPEN EXTEND DIST-LOG-FILE
           IF DIST-LOG-STATUS NOT = "00"
               OPEN OUTPUT DIST-LOG-FILE
           END-IF
           MOVE SPACES TO DIST-LOG-RECORD
           STRING TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               STAMP-NOW(9:6) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CTL-REPORT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CTL-RECIPIENT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CTL-MODE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DEST-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DELIVER-RESULT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
               INTO DIST-LOG-RECORD
           END-STRING
           WRITE DIST-LOG-RECORD
           CLOSE DIST-LOG-FILE.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==DIST-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
