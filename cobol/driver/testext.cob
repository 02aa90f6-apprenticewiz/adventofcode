       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CUSTSEL.
       SELECT TEST-CUST-FILE ASSIGN TO TEST-CUST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TC-CODE
           FILE STATUS IS TEST-CUST-STATUS.
       SELECT SRC-FILE ASSIGN TO SRC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRC-STATUS.
       SELECT DST-FILE ASSIGN TO DST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DST-STATUS.
       SELECT EXT-RPT-FILE ASSIGN TO "TESTEXT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CUSTFD.

       FD TEST-CUST-FILE.
       01 TEST-CUST-RECORD.
          05 TC-CODE           PIC X(10).
          05 TC-NAME           PIC X(30).
          05 TC-ADDRESS        PIC X(40).
          05 TC-REST           PIC X(23).

       FD SRC-FILE.
       01 SRC-RECORD           PIC X(400).

       FD DST-FILE.
       01 DST-RECORD           PIC X(400).

       FD EXT-RPT-FILE.
       01 EXT-RPT-RECORD       PIC X(132).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       COPY CUSTWS.
       77 TEST-CUST-STATUS     PIC X(2).
       77 SRC-STATUS           PIC X(2).
       77 DST-STATUS           PIC X(2).
       77 TEST-CUST-NAME       PIC X(64).
       77 SRC-NAME             PIC X(256).
       77 DST-NAME             PIC X(256).
       77 TARGET-PREFIX        PIC X(8) VALUE "TEST".
       77 MKDIR-COMMAND        PIC X(80).
       77 TODAY-DATE           PIC X(10).
       77 CUTOFF-DATE          PIC X(10).
       77 CUTOFF-PERIOD        PIC X(7).
       77 ARG-IDX              PIC 9(2).
       77 SRC-EOF              PIC X(1).
       77 FILE-KIND            PIC X(3).
       77 KEEP-LINE            PIC X(1).
       77 OUT-LINE             PIC X(400).
       77 BASE-NAME            PIC X(256).
       77 BASE-START           PIC 9(3).
       77 NAME-IDX             PIC 9(3).
       77 FILE-READ            PIC 9(7).
       77 FILE-WRITTEN         PIC 9(7).
       77 FILE-DROPPED         PIC 9(7).
       77 FILE-MASKED          PIC 9(7).
       77 FILE-NOTE            PIC X(40).
       77 FILES-EXTRACTED      PIC 9(2) VALUE 0.
       77 FILES-ABSENT         PIC 9(2) VALUE 0.
       77 FILES-FAILED         PIC 9(2) VALUE 0.
       77 TOTAL-WRITTEN        PIC 9(9) VALUE 0.
       77 TOTAL-MASKED         PIC 9(9) VALUE 0.
       77 TOK-1                PIC X(16).
       77 TOK-2                PIC X(16).
       77 TOK-3                PIC X(16).
       77 TOK-4                PIC X(16).
       77 TOK-5                PIC X(16).
       77 TOK-6                PIC X(16).
       77 TOK-7                PIC X(16).
       77 LINE-FRONT           PIC X(400).
       77 LINE-TAIL            PIC X(400).
       77 LINE-REST            PIC X(400).
       77 LINE-OLD-NAME        PIC X(64).
       77 AMOUNT-KEY           PIC X(10).
       77 AMOUNT-TEXT          PIC X(20).
       77 AMOUNT-VALUE         PIC S9(11)V99.
       77 BLOCK-IDX            PIC 9(5).
       77 BLOCK-COUNT          PIC 9(5).
       77 MAX-BLOCKS           PIC 9(5) VALUE 20000.
       77 SUM-PAPER            PIC S9(11)V99.
       77 SUM-RIBBON           PIC S9(11)V99.
       77 SUM-BOW              PIC S9(11)V99.
       77 SUM-TOTAL            PIC S9(11)V99.
       77 SUM-TAX              PIC S9(11)V99.
       77 ORDER-KEEP           PIC X(1).
       77 BOX-L-TEXT           PIC X(8).
       77 BOX-W-TEXT           PIC X(8).
       77 BOX-H-TEXT           PIC X(8).
       77 DROPPED-VOLUME       PIC 9(15).
       77 KEPT-DATA-COUNT      PIC 9(9).
       77 TRAILER-TOTAL        PIC 9(15).
       77 MASK-CODE            PIC X(10).
       77 MASK-NAME            PIC X(30).
       77 MASK-ADDRESS         PIC X(40).
       77 MASK-HASH            PIC 9(9).
       77 MASK-WORK            PIC 9(9).
       77 MASK-POS             PIC 9(2).
       77 MASK-IDX-1           PIC 9(2).
       77 MASK-IDX-2           PIC 9(2).
       77 MASK-NUMBER          PIC 9(4).
       77 CKSUM-MODULUS        PIC 9(9) VALUE 999999937.
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-COUNT           PIC Z(8)9.
       77 DISP-COUNT-2         PIC Z(8)9.
       77 DISP-TRAILER         PIC Z(14)9.
       77 DISP-HOUSE           PIC Z(3)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 MASK-SURNAME-INIT.
          05 FILLER PIC X(10) VALUE "ASHDOWN".
          05 FILLER PIC X(10) VALUE "BRAMLEY".
          05 FILLER PIC X(10) VALUE "CARLOW".
          05 FILLER PIC X(10) VALUE "DENHOLM".
          05 FILLER PIC X(10) VALUE "ELSWORTH".
          05 FILLER PIC X(10) VALUE "FARNDALE".
          05 FILLER PIC X(10) VALUE "GRESLEY".
          05 FILLER PIC X(10) VALUE "HARLOW".
          05 FILLER PIC X(10) VALUE "INGLEBY".
          05 FILLER PIC X(10) VALUE "JARROW".
          05 FILLER PIC X(10) VALUE "KELSALL".
          05 FILLER PIC X(10) VALUE "LANGLEY".
          05 FILLER PIC X(10) VALUE "MARDEN".
          05 FILLER PIC X(10) VALUE "NORBURY".
          05 FILLER PIC X(10) VALUE "OAKHAM".
          05 FILLER PIC X(10) VALUE "PENRITH".
       01 MASK-SURNAME-TABLE REDEFINES MASK-SURNAME-INIT.
          05 MASK-SURNAME OCCURS 16 TIMES PIC X(10).
       01 MASK-SUFFIX-INIT.
          05 FILLER PIC X(10) VALUE "TRADING".
          05 FILLER PIC X(10) VALUE "SUPPLY".
          05 FILLER PIC X(10) VALUE "GIFTS".
          05 FILLER PIC X(10) VALUE "STORES".
          05 FILLER PIC X(10) VALUE "& SONS".
          05 FILLER PIC X(10) VALUE "WHOLESALE".
          05 FILLER PIC X(10) VALUE "RETAIL".
          05 FILLER PIC X(10) VALUE "DEPOT".
       01 MASK-SUFFIX-TABLE REDEFINES MASK-SUFFIX-INIT.
          05 MASK-SUFFIX OCCURS 8 TIMES PIC X(10).
       01 MASK-STREET-INIT.
          05 FILLER PIC X(10) VALUE "MILL".
          05 FILLER PIC X(10) VALUE "CHURCH".
          05 FILLER PIC X(10) VALUE "STATION".
          05 FILLER PIC X(10) VALUE "BRIDGE".
          05 FILLER PIC X(10) VALUE "MARKET".
          05 FILLER PIC X(10) VALUE "ORCHARD".
          05 FILLER PIC X(10) VALUE "QUARRY".
          05 FILLER PIC X(10) VALUE "WILLOW".
       01 MASK-STREET-TABLE REDEFINES MASK-STREET-INIT.
          05 MASK-STREET OCCURS 8 TIMES PIC X(10).
       01 MASK-ROAD-INIT.
          05 FILLER PIC X(6) VALUE "ROAD".
          05 FILLER PIC X(6) VALUE "LANE".
          05 FILLER PIC X(6) VALUE "STREET".
          05 FILLER PIC X(6) VALUE "WAY".
       01 MASK-ROAD-TABLE REDEFINES MASK-ROAD-INIT.
          05 MASK-ROAD OCCURS 4 TIMES PIC X(6).
       01 BLOCK-TABLE.
          05 BLOCK-KEEP OCCURS 20000 TIMES PIC X(1).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC < 1 OR ARGC > 10
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <cutoff yyyy-mm-dd> [order file ...]"
           DISPLAY "copies production data dated on or before the "
               "cutoff into the TEST profile with customer names "
               "and addresses masked"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO CUTOFF-DATE
       IF CUTOFF-DATE(5:1) NOT = "-" OR CUTOFF-DATE(8:1) NOT = "-"
           DISPLAY "invalid cutoff date: " FUNCTION TRIM(CUTOFF-DATE)
               " (expected yyyy-mm-dd)"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE CUTOFF-DATE(1:7) TO CUTOFF-PERIOD

       IF SUITE-ENV-NAME NOT = SPACES
           DISPLAY "error: the extract reads production files and "
               "must run under the production profile (SUITE_ENV="
               FUNCTION TRIM(SUITE-ENV-NAME) ")"
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

       MOVE "TESTEXT" TO AUDIT-PROGRAM
       MOVE CUTOFF-DATE TO FILENAME

       MOVE "EXTRACT" TO OPER-PRIV
       PERFORM CHECK-OPERATOR-PRIVILEGE
       IF OPER-ALLOWED NOT = "Y"
           DISPLAY "error: operator "
               FUNCTION TRIM(AUDIT-OPERATOR-ID)
               " is not authorized to extract production data"
           MOVE 8 TO RETURN-CODE
           MOVE "EXTRACT DENIED" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       MOVE SPACES TO MKDIR-COMMAND
       STRING "mkdir -p " DELIMITED BY SIZE
           FUNCTION TRIM(TARGET-PREFIX) DELIMITED BY SIZE
           INTO MKDIR-COMMAND
       END-STRING
       CALL "SYSTEM" USING MKDIR-COMMAND
       MOVE 0 TO RETURN-CODE

       MOVE "TESTEXT.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT EXT-RPT-FILE
       MOVE SPACES TO RPT-TITLE
       STRING "MASKED TEST EXTRACT, CUTOFF " DELIMITED BY SIZE
           CUTOFF-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           FUNCTION TRIM(TARGET-PREFIX) DELIMITED BY SIZE
           INTO RPT-TITLE
       END-STRING
       MOVE SPACES TO RPT-COLUMN-HEADING
       MOVE "file" TO RPT-COLUMN-HEADING(1:4)
       MOVE "read" TO RPT-COLUMN-HEADING(31:4)
       MOVE "written" TO RPT-COLUMN-HEADING(38:7)
       MOVE "dropped" TO RPT-COLUMN-HEADING(48:7)
       MOVE "masked" TO RPT-COLUMN-HEADING(59:6)
       MOVE "note" TO RPT-COLUMN-HEADING(67:4)
       PERFORM RPT-INIT-REPORT

       PERFORM EXTRACT-CUSTOMER-MASTER

       MOVE "DAY02A.INV" TO SRC-NAME
       MOVE "INV" TO FILE-KIND
       PERFORM EXTRACT-ONE-FILE
       MOVE "BILLING.BAL" TO SRC-NAME
       MOVE "BAL" TO FILE-KIND
       PERFORM EXTRACT-ONE-FILE
       MOVE "CREDIT.MEM" TO SRC-NAME
       MOVE "MEM" TO FILE-KIND
       PERFORM EXTRACT-ONE-FILE
       MOVE "CASH.UNA" TO SRC-NAME
       MOVE "CPY" TO FILE-KIND
       PERFORM EXTRACT-ONE-FILE
       MOVE "RATES.CTL" TO SRC-NAME
       PERFORM EXTRACT-ONE-FILE
       MOVE "TAXRATES.CTL" TO SRC-NAME
       PERFORM EXTRACT-ONE-FILE
       MOVE "CARRIER.CTL" TO SRC-NAME
       PERFORM EXTRACT-ONE-FILE
       MOVE "CARTON.CTL" TO SRC-NAME
       PERFORM EXTRACT-ONE-FILE
       MOVE "MATCOST.CTL" TO SRC-NAME
       PERFORM EXTRACT-ONE-FILE

       PERFORM VARYING ARG-IDX FROM 2 BY 1 UNTIL ARG-IDX > ARGC
         DISPLAY ARG-IDX UPON ARGUMENT-NUMBER
         ACCEPT ARG FROM ARGUMENT-VALUE
         MOVE FUNCTION TRIM(ARG) TO SRC-NAME
         MOVE "ORD" TO FILE-KIND
         PERFORM EXTRACT-ONE-FILE
       END-PERFORM

       PERFORM RPT-WRITE-TOTALS
       MOVE SPACES TO RPT-DETAIL
       MOVE FILES-EXTRACTED TO DISP-COUNT
       MOVE FILES-ABSENT TO DISP-COUNT-2
       STRING "files extracted = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           ", not present = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       MOVE FILES-FAILED TO DISP-COUNT
       STRING FUNCTION TRIM(RPT-DETAIL) DELIMITED BY SIZE
           ", failed = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       MOVE SPACES TO RPT-DETAIL
       MOVE TOTAL-WRITTEN TO DISP-COUNT
       MOVE TOTAL-MASKED TO DISP-COUNT-2
       STRING "records written = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           ", customer names masked = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           INTO RPT-DETAIL
       END-STRING
       PERFORM RPT-WRITE-TOTAL-LINE
       CLOSE EXT-RPT-FILE

       MOVE FILES-EXTRACTED TO DISP-COUNT
       MOVE TOTAL-MASKED TO DISP-COUNT-2
       DISPLAY "files extracted to " FUNCTION TRIM(TARGET-PREFIX)
           " = " FUNCTION TRIM(DISP-COUNT)
           ", names masked = " FUNCTION TRIM(DISP-COUNT-2)

       IF FILES-FAILED > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE TOTAL-WRITTEN TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "records=" DELIMITED BY SIZE
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

       EXTRACT-CUSTOMER-MASTER.
           MOVE 0 TO FILE-READ FILE-WRITTEN FILE-DROPPED FILE-MASKED
           MOVE SPACES TO FILE-NOTE
           MOVE "CUSTOMER.MST" TO SRC-NAME
           MOVE SPACES TO TEST-CUST-NAME
           STRING FUNCTION TRIM(TARGET-PREFIX) DELIMITED BY SIZE
               "/CUSTOMER.MST" DELIMITED BY SIZE
               INTO TEST-CUST-NAME
           END-STRING
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               MOVE "not present" TO FILE-NOTE
               ADD 1 TO FILES-ABSENT
               PERFORM REPORT-ONE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-CUST-FILE
           IF TEST-CUST-STATUS NOT = "00"
               DISPLAY "error: cannot create "
                   FUNCTION TRIM(TEST-CUST-NAME)
                   " (status " TEST-CUST-STATUS ")"
               CLOSE CUSTOMER-FILE
               MOVE "cannot create target" TO FILE-NOTE
               ADD 1 TO FILES-FAILED
               PERFORM REPORT-ONE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SRC-EOF
           PERFORM UNTIL SRC-EOF = "Y"
             READ CUSTOMER-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO SRC-EOF
               NOT AT END
                 ADD 1 TO FILE-READ
                 MOVE CUSTOMER-RECORD TO TEST-CUST-RECORD
                 MOVE CUST-CODE TO MASK-CODE
                 PERFORM MASK-CUSTOMER
                 MOVE MASK-NAME TO TC-NAME
                 MOVE MASK-ADDRESS TO TC-ADDRESS
                 WRITE TEST-CUST-RECORD
                 IF TEST-CUST-STATUS = "00"
                     ADD 1 TO FILE-WRITTEN
                     ADD 1 TO FILE-MASKED
                 ELSE
                     ADD 1 TO FILE-DROPPED
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE TEST-CUST-FILE
           ADD 1 TO FILES-EXTRACTED
           PERFORM REPORT-ONE-FILE.

       MASK-CUSTOMER.
           MOVE 7 TO MASK-HASH
           PERFORM VARYING MASK-POS FROM 1 BY 1 UNTIL MASK-POS > 10
             COMPUTE MASK-HASH = FUNCTION MOD(MASK-HASH * 31
                 + FUNCTION ORD(MASK-CODE(MASK-POS:1)),
                 CKSUM-MODULUS)
           END-PERFORM
           COMPUTE MASK-IDX-1 = FUNCTION MOD(MASK-HASH, 16) + 1
           COMPUTE MASK-WORK = MASK-HASH / 16
           COMPUTE MASK-IDX-2 = FUNCTION MOD(MASK-WORK, 8) + 1
           COMPUTE MASK-WORK = MASK-WORK / 8
           COMPUTE MASK-NUMBER = FUNCTION MOD(MASK-WORK, 9000) + 1000
           MOVE SPACES TO MASK-NAME
           STRING FUNCTION TRIM(MASK-SURNAME(MASK-IDX-1))
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MASK-SUFFIX(MASK-IDX-2))
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASK-NUMBER DELIMITED BY SIZE
               INTO MASK-NAME
           END-STRING
           COMPUTE MASK-WORK = MASK-WORK / 9000
           COMPUTE MASK-IDX-1 = FUNCTION MOD(MASK-WORK, 8) + 1
           COMPUTE MASK-WORK = MASK-WORK / 8
           COMPUTE MASK-IDX-2 = FUNCTION MOD(MASK-WORK, 4) + 1
           COMPUTE MASK-NUMBER =
               FUNCTION MOD(MASK-HASH, 997) + 1
           MOVE SPACES TO MASK-ADDRESS
           MOVE MASK-NUMBER TO DISP-HOUSE
           STRING FUNCTION TRIM(DISP-HOUSE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MASK-STREET(MASK-IDX-1))
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MASK-ROAD(MASK-IDX-2))
               DELIMITED BY SIZE
               ", TESTVILLE" DELIMITED BY SIZE
               INTO MASK-ADDRESS
           END-STRING.

       EXTRACT-ONE-FILE.
           MOVE 0 TO FILE-READ FILE-WRITTEN FILE-DROPPED FILE-MASKED
           MOVE SPACES TO FILE-NOTE
           PERFORM BUILD-TARGET-NAME
           IF FILE-KIND = "INV"
               PERFORM PLAN-INVOICE-BLOCKS
           END-IF
           OPEN INPUT SRC-FILE
           IF SRC-STATUS NOT = "00"
               MOVE "not present" TO FILE-NOTE
               ADD 1 TO FILES-ABSENT
               IF FILE-KIND = "ORD"
                   DISPLAY "WARNING: order file "
                       FUNCTION TRIM(SRC-NAME) " not found"
                   ADD 1 TO FILES-FAILED
               END-IF
               PERFORM REPORT-ONE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DST-FILE
           IF DST-STATUS NOT = "00"
               DISPLAY "error: cannot create " FUNCTION TRIM(DST-NAME)
                   " (status " DST-STATUS ")"
               CLOSE SRC-FILE
               MOVE "cannot create target" TO FILE-NOTE
               ADD 1 TO FILES-FAILED
               PERFORM REPORT-ONE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SUM-PAPER SUM-RIBBON SUM-BOW SUM-TOTAL SUM-TAX
           MOVE 0 TO BLOCK-IDX DROPPED-VOLUME KEPT-DATA-COUNT
           MOVE 1 TO BLOCK-IDX
           MOVE "Y" TO ORDER-KEEP
           MOVE "N" TO SRC-EOF
           PERFORM UNTIL SRC-EOF = "Y"
             READ SRC-FILE
               AT END
                 MOVE "Y" TO SRC-EOF
               NOT AT END
                 ADD 1 TO FILE-READ
                 MOVE SRC-RECORD TO OUT-LINE
                 MOVE "Y" TO KEEP-LINE
                 EVALUATE FILE-KIND
                   WHEN "INV"
                     PERFORM FILTER-INVOICE-LINE
                   WHEN "BAL"
                     PERFORM FILTER-BALANCE-LINE
                   WHEN "MEM"
                     PERFORM FILTER-MEMO-LINE
                   WHEN "ORD"
                     PERFORM FILTER-ORDER-LINE
                 END-EVALUATE
                 IF KEEP-LINE = "Y"
                     MOVE OUT-LINE TO DST-RECORD
                     WRITE DST-RECORD
                     ADD 1 TO FILE-WRITTEN
                 ELSE
                     ADD 1 TO FILE-DROPPED
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SRC-FILE
           CLOSE DST-FILE
           ADD 1 TO FILES-EXTRACTED
           PERFORM REPORT-ONE-FILE.

       BUILD-TARGET-NAME.
           MOVE 1 TO BASE-START
           PERFORM VARYING NAME-IDX FROM 1 BY 1 UNTIL NAME-IDX > 256
             IF SRC-NAME(NAME-IDX:1) = "/"
                 COMPUTE BASE-START = NAME-IDX + 1
             END-IF
           END-PERFORM
           MOVE SPACES TO BASE-NAME
           IF BASE-START <= 256
               MOVE SRC-NAME(BASE-START:) TO BASE-NAME
           END-IF
           MOVE SPACES TO DST-NAME
           STRING FUNCTION TRIM(TARGET-PREFIX) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(BASE-NAME) DELIMITED BY SIZE
               INTO DST-NAME
           END-STRING.

       PLAN-INVOICE-BLOCKS.
           MOVE 0 TO BLOCK-COUNT
           OPEN INPUT SRC-FILE
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SRC-EOF
           PERFORM UNTIL SRC-EOF = "Y"
             READ SRC-FILE
               AT END
                 MOVE "Y" TO SRC-EOF
               NOT AT END
                 EVALUATE TRUE
                   WHEN SRC-RECORD(1:14) = "order total = "
                     CONTINUE
                   WHEN SRC-RECORD(1:6) = "order "
                     PERFORM SPLIT-SOURCE-TOKENS
                     IF BLOCK-COUNT < MAX-BLOCKS
                         ADD 1 TO BLOCK-COUNT
                         MOVE "Y" TO BLOCK-KEEP(BLOCK-COUNT)
                         IF TOK-5 = "date" AND TOK-6 > CUTOFF-DATE
                             MOVE "N" TO BLOCK-KEEP(BLOCK-COUNT)
                         END-IF
                     END-IF
                   WHEN SRC-RECORD(1:11) = "held order "
                     IF BLOCK-COUNT < MAX-BLOCKS
                         ADD 1 TO BLOCK-COUNT
                         MOVE "N" TO BLOCK-KEEP(BLOCK-COUNT)
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE SRC-FILE
           IF BLOCK-COUNT < MAX-BLOCKS
               ADD 1 TO BLOCK-COUNT
               MOVE "N" TO BLOCK-KEEP(BLOCK-COUNT)
           END-IF.

       SPLIT-SOURCE-TOKENS.
           MOVE SPACES TO TOK-1 TOK-2 TOK-3 TOK-4 TOK-5 TOK-6 TOK-7
           UNSTRING SRC-RECORD DELIMITED BY ALL SPACE
               INTO TOK-1 TOK-2 TOK-3 TOK-4 TOK-5 TOK-6 TOK-7
           END-UNSTRING.

       FILTER-INVOICE-LINE.
           IF BLOCK-IDX > BLOCK-COUNT
               MOVE BLOCK-COUNT TO BLOCK-IDX
           END-IF
           EVALUATE TRUE
             WHEN SRC-RECORD(1:14) = "order total = "
               MOVE SUM-TOTAL TO DISP-COST
               MOVE SPACES TO OUT-LINE
               STRING "order total = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                   INTO OUT-LINE
               END-STRING
             WHEN SRC-RECORD(1:4) = "box "
               MOVE BLOCK-KEEP(BLOCK-IDX) TO KEEP-LINE
             WHEN SRC-RECORD(1:6) = "order "
               MOVE BLOCK-KEEP(BLOCK-IDX) TO KEEP-LINE
               ADD 1 TO BLOCK-IDX
               IF KEEP-LINE = "Y"
                   PERFORM SUM-INVOICE-ORDER
                   PERFORM MASK-INVOICE-NAME
               END-IF
             WHEN SRC-RECORD(1:11) = "held order "
               MOVE "N" TO KEEP-LINE
               ADD 1 TO BLOCK-IDX
             WHEN SRC-RECORD(1:10) = "tax order "
               PERFORM SPLIT-SOURCE-TOKENS
               IF TOK-6 = "date" AND TOK-7 > CUTOFF-DATE
                   MOVE "N" TO KEEP-LINE
               ELSE
                   MOVE "tax=" TO AMOUNT-KEY
                   PERFORM GET-LINE-AMOUNT
                   ADD AMOUNT-VALUE TO SUM-TAX
               END-IF
             WHEN SRC-RECORD(1:17) = "paper subtotal = "
               PERFORM BUILD-SUBTOTAL-LINE
             WHEN SRC-RECORD(1:25) = "held for credit review = "
               MOVE "N" TO KEEP-LINE
             WHEN SRC-RECORD(1:18) = "sales tax total = "
               MOVE SUM-TAX TO DISP-COST
               MOVE SPACES TO OUT-LINE
               STRING "sales tax total = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                   INTO OUT-LINE
               END-STRING
           END-EVALUATE.

       SUM-INVOICE-ORDER.
           MOVE "paper=" TO AMOUNT-KEY
           PERFORM GET-LINE-AMOUNT
           ADD AMOUNT-VALUE TO SUM-PAPER
           MOVE "ribbon=" TO AMOUNT-KEY
           PERFORM GET-LINE-AMOUNT
           ADD AMOUNT-VALUE TO SUM-RIBBON
           MOVE "bow=" TO AMOUNT-KEY
           PERFORM GET-LINE-AMOUNT
           ADD AMOUNT-VALUE TO SUM-BOW
           MOVE "total=" TO AMOUNT-KEY
           PERFORM GET-LINE-AMOUNT
           ADD AMOUNT-VALUE TO SUM-TOTAL.

       GET-LINE-AMOUNT.
           MOVE 0 TO AMOUNT-VALUE
           MOVE SPACES TO LINE-REST LINE-TAIL
           EVALUATE AMOUNT-KEY
             WHEN "paper="
               UNSTRING SRC-RECORD DELIMITED BY " paper="
                   INTO LINE-REST LINE-TAIL
               END-UNSTRING
             WHEN "ribbon="
               UNSTRING SRC-RECORD DELIMITED BY " ribbon="
                   INTO LINE-REST LINE-TAIL
               END-UNSTRING
             WHEN "bow="
               UNSTRING SRC-RECORD DELIMITED BY " bow="
                   INTO LINE-REST LINE-TAIL
               END-UNSTRING
             WHEN "total="
               UNSTRING SRC-RECORD DELIMITED BY " total="
                   INTO LINE-REST LINE-TAIL
               END-UNSTRING
             WHEN "tax="
               UNSTRING SRC-RECORD DELIMITED BY " tax="
                   INTO LINE-REST LINE-TAIL
               END-UNSTRING
           END-EVALUATE
           MOVE SPACES TO AMOUNT-TEXT
           UNSTRING LINE-TAIL DELIMITED BY SPACE
               INTO AMOUNT-TEXT
           END-UNSTRING
           IF AMOUNT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(AMOUNT-TEXT) TO AMOUNT-VALUE
           END-IF.

       MASK-INVOICE-NAME.
           MOVE SPACES TO LINE-FRONT LINE-TAIL
           UNSTRING SRC-RECORD DELIMITED BY " name="
               INTO LINE-FRONT LINE-TAIL
           END-UNSTRING
           IF LINE-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-OLD-NAME LINE-REST
           UNSTRING LINE-TAIL DELIMITED BY " boxes="
               INTO LINE-OLD-NAME LINE-REST
           END-UNSTRING
           PERFORM SPLIT-SOURCE-TOKENS
           MOVE TOK-4 TO MASK-CODE
           PERFORM MASK-CUSTOMER
           MOVE SPACES TO OUT-LINE
           STRING FUNCTION TRIM(LINE-FRONT TRAILING) DELIMITED BY SIZE
               " name=" DELIMITED BY SIZE
               FUNCTION TRIM(MASK-NAME) DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING
           IF LINE-REST NOT = SPACES
               STRING FUNCTION TRIM(OUT-LINE) DELIMITED BY SIZE
                   " boxes=" DELIMITED BY SIZE
                   FUNCTION TRIM(LINE-REST) DELIMITED BY SIZE
                   INTO OUT-LINE
               END-STRING
           END-IF
           ADD 1 TO FILE-MASKED.

       BUILD-SUBTOTAL-LINE.
           MOVE SPACES TO OUT-LINE
           MOVE SUM-PAPER TO DISP-COST
           STRING "paper subtotal = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING
           MOVE SUM-RIBBON TO DISP-COST
           STRING FUNCTION TRIM(OUT-LINE) DELIMITED BY SIZE
               "  ribbon subtotal = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING
           MOVE SUM-BOW TO DISP-COST
           STRING FUNCTION TRIM(OUT-LINE) DELIMITED BY SIZE
               "  bow subtotal = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING.

       FILTER-BALANCE-LINE.
           IF SRC-RECORD = SPACES OR SRC-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOK-1 TOK-2
           UNSTRING SRC-RECORD DELIMITED BY ","
               INTO TOK-1 TOK-2
           END-UNSTRING
           IF FUNCTION TRIM(TOK-2) > CUTOFF-PERIOD
               MOVE "N" TO KEEP-LINE
           END-IF.

       FILTER-MEMO-LINE.
           IF SRC-RECORD = SPACES OR SRC-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOK-1 TOK-2
           UNSTRING SRC-RECORD DELIMITED BY ","
               INTO TOK-1 TOK-2
           END-UNSTRING
           IF FUNCTION TRIM(TOK-2) > CUTOFF-DATE
               MOVE "N" TO KEEP-LINE
           END-IF.

       FILTER-ORDER-LINE.
           EVALUATE TRUE
             WHEN SRC-RECORD(1:7) = "TRAILER"
               PERFORM BUILD-TRAILER-LINE
               EXIT PARAGRAPH
             WHEN SRC-RECORD(1:6) = "ORDER "
               PERFORM SPLIT-SOURCE-TOKENS
               MOVE "Y" TO ORDER-KEEP
               IF TOK-4(5:1) = "-" AND TOK-4 > CUTOFF-DATE
                   MOVE "N" TO ORDER-KEEP
               END-IF
               MOVE ORDER-KEEP TO KEEP-LINE
             WHEN SRC-RECORD(1:8) = "ENDORDER"
               MOVE ORDER-KEEP TO KEEP-LINE
               MOVE "Y" TO ORDER-KEEP
             WHEN OTHER
               MOVE ORDER-KEEP TO KEEP-LINE
               IF KEEP-LINE = "N"
                   PERFORM ADD-DROPPED-VOLUME
               END-IF
           END-EVALUATE
           IF KEEP-LINE = "Y"
               ADD 1 TO KEPT-DATA-COUNT
           END-IF.

       ADD-DROPPED-VOLUME.
           MOVE SPACES TO BOX-L-TEXT BOX-W-TEXT BOX-H-TEXT
           UNSTRING SRC-RECORD DELIMITED BY "x" OR SPACE
               INTO BOX-L-TEXT BOX-W-TEXT BOX-H-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(BOX-L-TEXT) IS NUMERIC
               AND FUNCTION TRIM(BOX-W-TEXT) IS NUMERIC
               AND FUNCTION TRIM(BOX-H-TEXT) IS NUMERIC
               COMPUTE DROPPED-VOLUME = DROPPED-VOLUME +
                   FUNCTION NUMVAL(BOX-L-TEXT) *
                   FUNCTION NUMVAL(BOX-W-TEXT) *
                   FUNCTION NUMVAL(BOX-H-TEXT)
           END-IF.

       BUILD-TRAILER-LINE.
           PERFORM SPLIT-SOURCE-TOKENS
           MOVE KEPT-DATA-COUNT TO DISP-TRAILER
           MOVE SPACES TO OUT-LINE
           STRING FUNCTION TRIM(TOK-1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-TRAILER) DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING
           IF FUNCTION TRIM(TOK-3) IS NUMERIC
               MOVE FUNCTION NUMVAL(TOK-3) TO TRAILER-TOTAL
               IF DROPPED-VOLUME <= TRAILER-TOTAL
                   SUBTRACT DROPPED-VOLUME FROM TRAILER-TOTAL
               ELSE
                   MOVE 0 TO TRAILER-TOTAL
               END-IF
               MOVE TRAILER-TOTAL TO DISP-TRAILER
               STRING FUNCTION TRIM(OUT-LINE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-TRAILER) DELIMITED BY SIZE
                   INTO OUT-LINE
               END-STRING
           END-IF.

       REPORT-ONE-FILE.
           ADD FILE-WRITTEN TO TOTAL-WRITTEN
           ADD FILE-MASKED TO TOTAL-MASKED
           MOVE SPACES TO RPT-DETAIL
           MOVE SRC-NAME TO RPT-DETAIL(1:24)
           MOVE FILE-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-DETAIL(26:9)
           MOVE FILE-WRITTEN TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-DETAIL(36:9)
           MOVE FILE-DROPPED TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-DETAIL(46:9)
           MOVE FILE-MASKED TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-DETAIL(56:9)
           MOVE FILE-NOTE TO RPT-DETAIL(67:40)
           PERFORM RPT-WRITE-DETAIL.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==EXT-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
