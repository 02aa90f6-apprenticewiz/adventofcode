       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GLMAP-FILE ASSIGN TO "GLMAP.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLMAP-STATUS.
       SELECT INVOICE-IN-FILE ASSIGN TO INVOICE-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-IN-STATUS.
       SELECT FREIGHT-IN-FILE ASSIGN TO FREIGHT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FREIGHT-IN-STATUS.
       SELECT MEMO-IN-FILE ASSIGN TO "CREDIT.MEM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMO-IN-STATUS.
       COPY INVRSEL.
       SELECT STOCKVAL-IN-FILE ASSIGN TO "STOCKVAL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STOCKVAL-IN-STATUS.
       SELECT CASH-LOG-FILE ASSIGN TO "CASH.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASH-LOG-STATUS.
       SELECT SALVAGE-IN-FILE ASSIGN TO "SALVAGE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALVAGE-IN-STATUS.
       SELECT GL-LOG-FILE ASSIGN TO "GLINTF.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-LOG-STATUS.
       SELECT GL-OUT-FILE ASSIGN TO "GLINTF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-OUT-STATUS.
       SELECT JOURNAL-RPT-FILE ASSIGN TO "GLINTF.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD GLMAP-FILE.
       01 GLMAP-RECORD         PIC X(80).

       FD INVOICE-IN-FILE.
       01 INVOICE-IN-RECORD    PIC X(200).

       FD FREIGHT-IN-FILE.
       01 FREIGHT-IN-RECORD    PIC X(132).

       FD MEMO-IN-FILE.
       01 MEMO-IN-RECORD       PIC X(200).

       COPY INVRFD.

       FD STOCKVAL-IN-FILE.
       01 STOCKVAL-IN-RECORD   PIC X(132).

       FD CASH-LOG-FILE.
       01 CASH-LOG-RECORD      PIC X(132).

       FD SALVAGE-IN-FILE.
       01 SALVAGE-IN-RECORD    PIC X(96).

       FD GL-LOG-FILE.
       01 GL-LOG-RECORD        PIC X(96).

       FD GL-OUT-FILE.
       01 GL-OUT-RECORD        PIC X(96).

       FD JOURNAL-RPT-FILE.
       01 JOURNAL-RPT-RECORD   PIC X(132).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       COPY INVRWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 INVOICE-IN-NAME      PIC X(256).
       77 FREIGHT-IN-NAME      PIC X(256).
       77 ARG-IDX              PIC 9(4).
       77 FIRST-FILE-ARG       PIC 9(4) VALUE 2.
       77 EXT-COUNT            PIC 9(4).
       77 GL-PERIOD            PIC X(7).
       77 REPLACE-OPTION       PIC X(1) VALUE "N".
       77 GLMAP-STATUS         PIC X(2).
       77 INVOICE-IN-STATUS    PIC X(2).
       77 FREIGHT-IN-STATUS    PIC X(2).
       77 MEMO-IN-STATUS       PIC X(2).
       77 STOCKVAL-IN-STATUS   PIC X(2).
       77 CASH-LOG-STATUS      PIC X(2).
       77 SALVAGE-IN-STATUS    PIC X(2).
       77 GL-LOG-STATUS        PIC X(2).
       77 GL-OUT-STATUS        PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 TOK-KW1              PIC X(10).
       77 TOK-KW2              PIC X(10).
       77 TOK-ORDNUM           PIC X(10).
       77 TOK-KW3              PIC X(10).
       77 TOK-CUST             PIC X(10).
       77 TOK-KW4              PIC X(10).
       77 TOK-ODATE            PIC X(10).
       77 LINE-FRONT           PIC X(200).
       77 LINE-TAIL            PIC X(200).
       77 TOK-VALUE            PIC X(20).
       77 WORK-AMOUNT          PIC S9(11)V99.
       77 CASH-FIELD-1         PIC X(10).
       77 CASH-FIELD-2         PIC X(10).
       77 CASH-FIELD-3         PIC X(20).
       77 CASH-FIELD-4         PIC X(10).
       77 CASH-FIELD-5         PIC X(16).
       77 CASH-FIELD-6         PIC X(16).
       77 CASH-FIELD-7         PIC X(16).
       77 MAP-SOURCE-TEXT      PIC X(16).
       77 MAP-SIDE-TEXT        PIC X(4).
       77 MAP-ACCOUNT-TEXT     PIC X(16).
       77 MAP-DESC-TEXT        PIC X(30).
       77 LOG-PERIOD-TEXT      PIC X(8).
       77 MEMO-NUMBER-TEXT     PIC X(10).
       77 MEMO-DATE-TEXT       PIC X(10).
       77 MEMO-ORDER-TEXT      PIC X(10).
       77 MEMO-SKIP-TEXT       PIC X(16).
       77 MEMO-TOTAL-TEXT      PIC X(16).
       77 MEMO-TAX-TEXT        PIC X(16).
       77 SOURCE-COUNT         PIC 9(2) VALUE 12.
       77 SRC-IDX              PIC 9(2).
       77 SRC-FOUND-IDX        PIC 9(2).
       77 MAP-COUNT            PIC 9(3) VALUE 0.
       77 MAX-MAPS             PIC 9(3) VALUE 100.
       77 MAP-IDX              PIC 9(3).
       77 MAP-LEGS             PIC 9(3).
       77 ORDER-COUNT          PIC 9(5) VALUE 0.
       77 MAX-ORDERS           PIC 9(5) VALUE 20000.
       77 ORD-IDX              PIC 9(5).
       77 ORD-FOUND            PIC X(1).
       77 VOID-COUNT           PIC 9(5) VALUE 0.
       77 MAX-VOIDS            PIC 9(5) VALUE 5000.
       77 VOID-IDX             PIC 9(5).
       77 VOID-FOUND           PIC X(1).
       77 VOID-SKIP-COUNT      PIC 9(5) VALUE 0.
       77 JRNL-COUNT           PIC 9(3) VALUE 0.
       77 MAX-JRNL             PIC 9(3) VALUE 500.
       77 JL-IDX               PIC 9(3).
       77 JL-FOUND-IDX         PIC 9(3).
       77 POST-SIDE            PIC X(2).
       77 POST-AMOUNT          PIC 9(11)V99.
       77 UNMAPPED-COUNT       PIC 9(2) VALUE 0.
       77 NOTE-COUNT           PIC 9(2) VALUE 0.
       77 STOCK-PERIOD-OK      PIC X(1) VALUE "N".
       77 SALVAGE-PERIOD-OK    PIC X(1) VALUE "N".
       77 TOTAL-DEBITS         PIC 9(13)V99 VALUE 0.
       77 TOTAL-CREDITS        PIC 9(13)V99 VALUE 0.
       77 BATCH-BALANCED       PIC X(1) VALUE "N".
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-AMOUNT          PIC Z(12)9.99.
       77 DISP-AMOUNT-2        PIC Z(12)9.99.
       77 DISP-SIGNED          PIC -(12)9.99.
       77 GL-PTR               PIC 9(3).
       77 AUDIT-SUMMARY        PIC X(20).
       01 SOURCE-NAME-INIT.
          05 FILLER PIC X(16) VALUE "REVENUE".
          05 FILLER PIC X(16) VALUE "SALES-TAX".
          05 FILLER PIC X(16) VALUE "FREIGHT".
          05 FILLER PIC X(16) VALUE "STOCK-RECEIPT".
          05 FILLER PIC X(16) VALUE "STOCK-CONSUME".
          05 FILLER PIC X(16) VALUE "STOCK-ADJUST".
          05 FILLER PIC X(16) VALUE "CASH-RECEIVED".
          05 FILLER PIC X(16) VALUE "CASH-APPLIED".
          05 FILLER PIC X(16) VALUE "CASH-UNAPPLIED".
          05 FILLER PIC X(16) VALUE "SALVAGE".
          05 FILLER PIC X(16) VALUE "CREDIT-MEMO".
          05 FILLER PIC X(16) VALUE "CREDIT-TAX".
       01 SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-INIT.
          05 SOURCE-NAME OCCURS 12 TIMES PIC X(16).
       01 SOURCE-AMOUNT-TABLE.
          05 SOURCE-AMOUNT OCCURS 12 TIMES PIC S9(11)V99 VALUE 0.
       01 SOURCE-ITEMS-TABLE.
          05 SOURCE-ITEMS OCCURS 12 TIMES PIC 9(7) VALUE 0.
       01 GLMAP-TABLE.
          05 GLMAP-ENTRY OCCURS 100 TIMES.
             10 GM-SOURCE      PIC 9(2).
             10 GM-SIDE        PIC X(2).
             10 GM-ACCOUNT     PIC X(12).
             10 GM-DESC        PIC X(30).
       01 PERIOD-ORDER-TABLE.
          05 PERIOD-ORDER OCCURS 20000 TIMES PIC X(10).
       01 VOID-ORDER-TABLE.
          05 VOID-ENTRY OCCURS 5000 TIMES.
             10 VO-ORDER       PIC X(10).
             10 VO-REISSUED    PIC X(1).
       01 JOURNAL-TABLE.
          05 JOURNAL-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON JRNL-COUNT.
             10 JL-ACCOUNT     PIC X(12).
             10 JL-SIDE        PIC X(2).
             10 JL-SOURCE      PIC X(16).
             10 JL-DESC        PIC X(30).
             10 JL-AMOUNT      PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       MOVE SPACES TO GL-PERIOD
       IF ARGC > 0
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO GL-PERIOD
       END-IF
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG2 FROM ARGUMENT-VALUE
           INSPECT ARG2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(ARG2) = "-REPLACE"
               MOVE "Y" TO REPLACE-OPTION
               MOVE 3 TO FIRST-FILE-ARG
           END-IF
       END-IF

       IF GL-PERIOD(1:4) IS NOT NUMERIC
           OR GL-PERIOD(5:1) NOT = "-"
           OR GL-PERIOD(6:2) IS NOT NUMERIC
           OR GL-PERIOD(6:2) < "01" OR GL-PERIOD(6:2) > "12"
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <period yyyy-mm> [-replace] [invoice file ...]"
           DISPLAY "account mapping is read from GLMAP.CTL "
               "(<source>,DR|CR,<account>[,<description>])"
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

       MOVE "GLINTF" TO AUDIT-PROGRAM
       MOVE "GLINTF.DAT" TO FILENAME

       PERFORM CHECK-PERIOD-SENT
       PERFORM LOAD-GL-MAPPING

       PERFORM LOAD-VOIDED-ORDERS

       IF ARGC < FIRST-FILE-ARG
           MOVE "DAY02A.INV" TO INVOICE-IN-NAME
           PERFORM SCAN-INVOICE-AND-FREIGHT
       ELSE
           PERFORM VARYING ARG-IDX FROM FIRST-FILE-ARG BY 1
               UNTIL ARG-IDX > ARGC
             DISPLAY ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(ARG) TO INVOICE-IN-NAME
             PERFORM SCAN-INVOICE-AND-FREIGHT
           END-PERFORM
       END-IF
       PERFORM SCAN-CREDIT-MEMOS
       PERFORM SCAN-STOCK-VALUATION
       PERFORM SCAN-CASH-LOG
       PERFORM SCAN-SALVAGE-REPORT

       PERFORM VARYING SRC-IDX FROM 1 BY 1
           UNTIL SRC-IDX > SOURCE-COUNT
         IF SOURCE-AMOUNT(SRC-IDX) NOT = 0
             PERFORM POST-SOURCE-AMOUNT
         END-IF
       END-PERFORM

       IF TOTAL-DEBITS = TOTAL-CREDITS AND UNMAPPED-COUNT = 0
           MOVE "Y" TO BATCH-BALANCED
       END-IF
       IF JRNL-COUNT > 1
           SORT JOURNAL-ENTRY ASCENDING KEY JL-ACCOUNT JL-SIDE
               JL-SOURCE
       END-IF

       PERFORM WRITE-JOURNAL-REPORT

       MOVE TOTAL-DEBITS TO DISP-AMOUNT
       MOVE TOTAL-CREDITS TO DISP-AMOUNT-2
       DISPLAY "period " GL-PERIOD " debits = "
           FUNCTION TRIM(DISP-AMOUNT) ", credits = "
           FUNCTION TRIM(DISP-AMOUNT-2)
       IF VOID-SKIP-COUNT > 0
           MOVE VOID-SKIP-COUNT TO DISP-COUNT
           DISPLAY "voided orders excluded = "
               FUNCTION TRIM(DISP-COUNT)
       END-IF

       IF BATCH-BALANCED NOT = "Y"
           DISPLAY "error: journal batch for " GL-PERIOD
               " does not balance, GLINTF.DAT not written"
           MOVE 5 TO RETURN-CODE
           MOVE "OUT OF BALANCE" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       IF JRNL-COUNT = 0
           DISPLAY "WARNING: no financial activity for " GL-PERIOD
               ", GLINTF.DAT not written"
           MOVE 4 TO RETURN-CODE
           MOVE "NO ACTIVITY" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM WRITE-GL-INTERFACE
       PERFORM WRITE-GL-LOG-RECORD

       IF NOTE-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE JRNL-COUNT TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "lines=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GL-PERIOD DELIMITED BY SIZE
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

       CHECK-PERIOD-SENT.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT GL-LOG-FILE
           IF GL-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ GL-LOG-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO LOG-PERIOD-TEXT
                 UNSTRING GL-LOG-RECORD DELIMITED BY ","
                     INTO LOG-PERIOD-TEXT
                 END-UNSTRING
                 IF LOG-PERIOD-TEXT = GL-PERIOD
                     AND REPLACE-OPTION NOT = "Y"
                     CLOSE GL-LOG-FILE
                     DISPLAY "error: period " GL-PERIOD
                         " was already sent to the general ledger "
                         "on " GL-LOG-RECORD(9:10)
                         ", use -replace to send it again"
                     MOVE 6 TO RETURN-CODE
                     MOVE "ALREADY SENT" TO AUDIT-RESULT-TEXT
                     PERFORM WRITE-AUDIT-RECORD
                     STOP RUN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GL-LOG-FILE.

       LOAD-GL-MAPPING.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT GLMAP-FILE
           IF GLMAP-STATUS NOT = "00"
               DISPLAY "error: account mapping file GLMAP.CTL is not "
                   "readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ GLMAP-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(GLMAP-RECORD) NOT = SPACES
                     AND GLMAP-RECORD(1:1) NOT = "*"
                     PERFORM LOAD-GL-MAP-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GLMAP-FILE.

       LOAD-GL-MAP-RECORD.
           MOVE SPACES TO MAP-SOURCE-TEXT MAP-SIDE-TEXT
               MAP-ACCOUNT-TEXT MAP-DESC-TEXT
           UNSTRING GLMAP-RECORD DELIMITED BY ","
               INTO MAP-SOURCE-TEXT MAP-SIDE-TEXT MAP-ACCOUNT-TEXT
                   MAP-DESC-TEXT
           END-UNSTRING
           INSPECT MAP-SOURCE-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT MAP-SIDE-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO SRC-FOUND-IDX
           PERFORM VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SOURCE-COUNT
             IF SOURCE-NAME(SRC-IDX) = MAP-SOURCE-TEXT
                 MOVE SRC-IDX TO SRC-FOUND-IDX
             END-IF
           END-PERFORM
           IF SRC-FOUND-IDX = 0
               OR (MAP-SIDE-TEXT NOT = "DR"
                   AND MAP-SIDE-TEXT NOT = "CR")
               OR MAP-ACCOUNT-TEXT = SPACES
               DISPLAY "error: bad GLMAP.CTL record: "
                   FUNCTION TRIM(GLMAP-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MAP-COUNT >= MAX-MAPS
               DISPLAY "error: more than " FUNCTION TRIM(MAX-MAPS)
                   " records on GLMAP.CTL"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO MAP-COUNT
           MOVE SRC-FOUND-IDX TO GM-SOURCE(MAP-COUNT)
           MOVE MAP-SIDE-TEXT TO GM-SIDE(MAP-COUNT)
           MOVE MAP-ACCOUNT-TEXT TO GM-ACCOUNT(MAP-COUNT)
           MOVE MAP-DESC-TEXT TO GM-DESC(MAP-COUNT).

       LOAD-VOIDED-ORDERS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT INVREG-FILE
           IF INVREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ INVREG-FILE NEXT
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF IR-TYPE = "H"
                     PERFORM NOTE-INVOICE-STATUS
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INVREG-FILE.

       NOTE-INVOICE-STATUS.
           MOVE IH-ORDER TO TOK-ORDNUM
           PERFORM FIND-VOIDED-ORDER
           IF IH-STATUS NOT = "V"
               IF VOID-FOUND = "Y"
                   MOVE "Y" TO VO-REISSUED(VOID-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF VOID-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF VOID-COUNT >= MAX-VOIDS
               DISPLAY "error: more than " FUNCTION TRIM(MAX-VOIDS)
                   " voided orders on INVREG.MST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO VOID-COUNT
           MOVE IH-ORDER TO VO-ORDER(VOID-COUNT)
           MOVE "N" TO VO-REISSUED(VOID-COUNT).

       FIND-VOIDED-ORDER.
           MOVE "N" TO VOID-FOUND
           PERFORM VARYING VOID-IDX FROM 1 BY 1
               UNTIL VOID-IDX > VOID-COUNT
             IF VO-ORDER(VOID-IDX) = TOK-ORDNUM
                 MOVE "Y" TO VOID-FOUND
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       CHECK-ORDER-VOIDED.
           PERFORM FIND-VOIDED-ORDER
           IF VOID-FOUND = "Y"
               AND VO-REISSUED(VOID-IDX) = "Y"
               MOVE "N" TO VOID-FOUND
           END-IF.

       SCAN-INVOICE-AND-FREIGHT.
           MOVE INVOICE-IN-NAME TO FREIGHT-IN-NAME
           MOVE 0 TO EXT-COUNT
           INSPECT FREIGHT-IN-NAME TALLYING EXT-COUNT
               FOR ALL ".INV" ".inv"
           IF EXT-COUNT > 0
               INSPECT FREIGHT-IN-NAME REPLACING
                   FIRST ".INV" BY ".FRT"
                   FIRST ".inv" BY ".frt"
           ELSE
               MOVE SPACES TO FREIGHT-IN-NAME
               STRING FUNCTION TRIM(INVOICE-IN-NAME) DELIMITED BY SIZE
                   ".FRT" DELIMITED BY SIZE
                   INTO FREIGHT-IN-NAME
               END-STRING
           END-IF
           PERFORM SCAN-INVOICE-FILE
           PERFORM SCAN-FREIGHT-FILE.

       SCAN-INVOICE-FILE.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT INVOICE-IN-FILE
           IF INVOICE-IN-STATUS NOT = "00"
               DISPLAY "note: " FUNCTION TRIM(INVOICE-IN-NAME)
                   " not present, no revenue, tax or freight "
                   "journalled from it"
               ADD 1 TO NOTE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ INVOICE-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 EVALUATE TRUE
                   WHEN INVOICE-IN-RECORD(1:6) = "order "
                     PERFORM CAPTURE-REVENUE-LINE
                   WHEN INVOICE-IN-RECORD(1:10) = "tax order "
                     PERFORM CAPTURE-TAX-LINE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE INVOICE-IN-FILE.

       CAPTURE-REVENUE-LINE.
           MOVE SPACES TO TOK-KW1 TOK-ORDNUM TOK-KW2 TOK-CUST
               TOK-KW3 TOK-ODATE
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO TOK-KW1 TOK-ORDNUM TOK-KW2 TOK-CUST
                   TOK-KW3 TOK-ODATE
           END-UNSTRING
           IF TOK-ODATE(1:7) NOT = GL-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ORDER-VOIDED
           IF VOID-FOUND = "Y"
               ADD 1 TO VOID-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-FRONT LINE-TAIL
           UNSTRING INVOICE-IN-RECORD DELIMITED BY " total="
               INTO LINE-FRONT LINE-TAIL
           END-UNSTRING
           PERFORM EXTRACT-TAIL-AMOUNT
           ADD WORK-AMOUNT TO SOURCE-AMOUNT(1)
           ADD 1 TO SOURCE-ITEMS(1)
           IF ORDER-COUNT >= MAX-ORDERS
               DISPLAY "error: more than " FUNCTION TRIM(MAX-ORDERS)
                   " orders in the period"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ORDER-COUNT
           MOVE TOK-ORDNUM TO PERIOD-ORDER(ORDER-COUNT).

       CAPTURE-TAX-LINE.
           MOVE SPACES TO TOK-KW1 TOK-KW2 TOK-ORDNUM TOK-KW3
               TOK-CUST TOK-KW4 TOK-ODATE
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO TOK-KW1 TOK-KW2 TOK-ORDNUM TOK-KW3
                   TOK-CUST TOK-KW4 TOK-ODATE
           END-UNSTRING
           IF TOK-ODATE(1:7) NOT = GL-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ORDER-VOIDED
           IF VOID-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-FRONT LINE-TAIL
           UNSTRING INVOICE-IN-RECORD DELIMITED BY " tax="
               INTO LINE-FRONT LINE-TAIL
           END-UNSTRING
           PERFORM EXTRACT-TAIL-AMOUNT
           ADD WORK-AMOUNT TO SOURCE-AMOUNT(2)
           ADD 1 TO SOURCE-ITEMS(2).

       EXTRACT-TAIL-AMOUNT.
           MOVE SPACES TO TOK-VALUE
           UNSTRING LINE-TAIL DELIMITED BY SPACE
               INTO TOK-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(TOK-VALUE) = SPACES
               MOVE "0" TO TOK-VALUE
           END-IF
           MOVE FUNCTION NUMVAL(TOK-VALUE) TO WORK-AMOUNT.

       SCAN-FREIGHT-FILE.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FREIGHT-IN-FILE
           IF FREIGHT-IN-STATUS NOT = "00"
               DISPLAY "note: " FUNCTION TRIM(FREIGHT-IN-NAME)
                   " not present, no freight journalled from it"
               ADD 1 TO NOTE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ FREIGHT-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FREIGHT-IN-RECORD(1:6) = "order "
                     PERFORM CAPTURE-FREIGHT-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FREIGHT-IN-FILE.

       CAPTURE-FREIGHT-LINE.
           MOVE SPACES TO TOK-KW1 TOK-ORDNUM
           UNSTRING FREIGHT-IN-RECORD DELIMITED BY SPACE
               INTO TOK-KW1 TOK-ORDNUM
           END-UNSTRING
           MOVE "N" TO ORD-FOUND
           PERFORM VARYING ORD-IDX FROM 1 BY 1
               UNTIL ORD-IDX > ORDER-COUNT
             IF PERIOD-ORDER(ORD-IDX) = TOK-ORDNUM
                 MOVE "Y" TO ORD-FOUND
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF ORD-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-FRONT LINE-TAIL
           UNSTRING FREIGHT-IN-RECORD DELIMITED BY " freight="
               INTO LINE-FRONT LINE-TAIL
           END-UNSTRING
           PERFORM EXTRACT-TAIL-AMOUNT
           ADD WORK-AMOUNT TO SOURCE-AMOUNT(3)
           ADD 1 TO SOURCE-ITEMS(3).

       SCAN-CREDIT-MEMOS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT MEMO-IN-FILE
           IF MEMO-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ MEMO-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF MEMO-IN-RECORD(1:1) IS NUMERIC
                     PERFORM CAPTURE-CREDIT-MEMO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MEMO-IN-FILE.

       CAPTURE-CREDIT-MEMO.
           MOVE SPACES TO MEMO-NUMBER-TEXT MEMO-DATE-TEXT
               MEMO-ORDER-TEXT MEMO-TOTAL-TEXT MEMO-TAX-TEXT
           UNSTRING MEMO-IN-RECORD DELIMITED BY ","
               INTO MEMO-NUMBER-TEXT MEMO-DATE-TEXT MEMO-ORDER-TEXT
                   MEMO-SKIP-TEXT MEMO-SKIP-TEXT MEMO-SKIP-TEXT
                   MEMO-SKIP-TEXT MEMO-SKIP-TEXT MEMO-SKIP-TEXT
                   MEMO-TOTAL-TEXT MEMO-SKIP-TEXT MEMO-SKIP-TEXT
                   MEMO-TAX-TEXT
           END-UNSTRING
           IF MEMO-DATE-TEXT(1:7) NOT = GL-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE MEMO-ORDER-TEXT TO TOK-ORDNUM
           PERFORM CHECK-ORDER-VOIDED
           IF VOID-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE MEMO-TOTAL-TEXT TO LINE-TAIL
           PERFORM EXTRACT-TAIL-AMOUNT
           ADD WORK-AMOUNT TO SOURCE-AMOUNT(11)
           ADD 1 TO SOURCE-ITEMS(11)
           MOVE MEMO-TAX-TEXT TO LINE-TAIL
           PERFORM EXTRACT-TAIL-AMOUNT
           IF WORK-AMOUNT NOT = 0
               ADD WORK-AMOUNT TO SOURCE-AMOUNT(12)
               ADD 1 TO SOURCE-ITEMS(12)
           END-IF.

       SCAN-STOCK-VALUATION.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT STOCKVAL-IN-FILE
           IF STOCKVAL-IN-STATUS NOT = "00"
               DISPLAY "note: STOCKVAL.RPT not present, run stockval "
                   GL-PERIOD " to journal inventory movements"
               ADD 1 TO NOTE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ STOCKVAL-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 PERFORM CAPTURE-STOCK-LINE
             END-READ
           END-PERFORM
           CLOSE STOCKVAL-IN-FILE
           IF STOCK-PERIOD-OK NOT = "Y"
               DISPLAY "note: STOCKVAL.RPT is not for period "
                   GL-PERIOD ", run stockval " GL-PERIOD
                   " to journal inventory movements"
               ADD 1 TO NOTE-COUNT
               MOVE 0 TO SOURCE-AMOUNT(4) SOURCE-AMOUNT(5)
                   SOURCE-AMOUNT(6)
               MOVE 0 TO SOURCE-ITEMS(4) SOURCE-ITEMS(5)
                   SOURCE-ITEMS(6)
           END-IF.

       CAPTURE-STOCK-LINE.
           IF STOCKVAL-IN-RECORD(1:49) =
               "stock valuation at weighted average cost, period "
               IF STOCKVAL-IN-RECORD(50:7) = GL-PERIOD
                   MOVE "Y" TO STOCK-PERIOD-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-FRONT LINE-TAIL
           UNSTRING STOCKVAL-IN-RECORD DELIMITED BY " | receipts qty="
               INTO LINE-FRONT LINE-TAIL
           END-UNSTRING
           IF LINE-TAIL NOT = SPACES
               MOVE LINE-TAIL TO LINE-FRONT
               MOVE SPACES TO LINE-TAIL
               UNSTRING LINE-FRONT DELIMITED BY " value="
                   INTO TOK-VALUE LINE-TAIL
               END-UNSTRING
               PERFORM EXTRACT-TAIL-AMOUNT
               ADD WORK-AMOUNT TO SOURCE-AMOUNT(4)
               ADD 1 TO SOURCE-ITEMS(4)
               EXIT PARAGRAPH
           END-IF
           IF STOCKVAL-IN-RECORD(1:20) NOT = "    consumption qty="
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-FRONT LINE-TAIL
           UNSTRING STOCKVAL-IN-RECORD DELIMITED BY " at cost="
               INTO LINE-FRONT LINE-TAIL
           END-UNSTRING
           PERFORM EXTRACT-TAIL-AMOUNT
           ADD WORK-AMOUNT TO SOURCE-AMOUNT(5)
           ADD 1 TO SOURCE-ITEMS(5)
           MOVE SPACES TO LINE-FRONT LINE-TAIL
           UNSTRING STOCKVAL-IN-RECORD DELIMITED BY " | adjustments"
               INTO LINE-FRONT LINE-TAIL
           END-UNSTRING
           MOVE LINE-TAIL TO LINE-FRONT
           MOVE SPACES TO LINE-TAIL
           UNSTRING LINE-FRONT DELIMITED BY " value="
               INTO TOK-VALUE LINE-TAIL
           END-UNSTRING
           PERFORM EXTRACT-TAIL-AMOUNT
           IF WORK-AMOUNT NOT = 0
               ADD WORK-AMOUNT TO SOURCE-AMOUNT(6)
               ADD 1 TO SOURCE-ITEMS(6)
           END-IF.

       SCAN-CASH-LOG.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT CASH-LOG-FILE
           IF CASH-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ CASH-LOG-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF CASH-LOG-RECORD(1:7) = GL-PERIOD
                     PERFORM CAPTURE-CASH-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CASH-LOG-FILE.

       CAPTURE-CASH-RECORD.
           MOVE SPACES TO CASH-FIELD-1 CASH-FIELD-2 CASH-FIELD-3
               CASH-FIELD-4 CASH-FIELD-5 CASH-FIELD-6 CASH-FIELD-7
           UNSTRING CASH-LOG-RECORD DELIMITED BY ","
               INTO CASH-FIELD-1 CASH-FIELD-2 CASH-FIELD-3
                   CASH-FIELD-4 CASH-FIELD-5 CASH-FIELD-6
                   CASH-FIELD-7
           END-UNSTRING
           MOVE CASH-FIELD-5 TO LINE-TAIL
           PERFORM EXTRACT-TAIL-AMOUNT
           ADD WORK-AMOUNT TO SOURCE-AMOUNT(7)
           ADD 1 TO SOURCE-ITEMS(7)
           MOVE CASH-FIELD-6 TO LINE-TAIL
           PERFORM EXTRACT-TAIL-AMOUNT
           ADD WORK-AMOUNT TO SOURCE-AMOUNT(8)
           ADD 1 TO SOURCE-ITEMS(8)
           MOVE CASH-FIELD-7 TO LINE-TAIL
           PERFORM EXTRACT-TAIL-AMOUNT
           IF WORK-AMOUNT NOT = 0
               ADD WORK-AMOUNT TO SOURCE-AMOUNT(9)
               ADD 1 TO SOURCE-ITEMS(9)
           END-IF.

       SCAN-SALVAGE-REPORT.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SALVAGE-IN-FILE
           IF SALVAGE-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SALVAGE-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF SALVAGE-IN-RECORD(1:22) = "salvage valuation run "
                     AND SALVAGE-IN-RECORD(23:7) = GL-PERIOD
                     MOVE "Y" TO SALVAGE-PERIOD-OK
                 END-IF
                 IF SALVAGE-IN-RECORD(1:23) = "salvage credit total = "
                     MOVE SALVAGE-IN-RECORD(24:) TO LINE-TAIL
                     PERFORM EXTRACT-TAIL-AMOUNT
                     ADD WORK-AMOUNT TO SOURCE-AMOUNT(10)
                     ADD 1 TO SOURCE-ITEMS(10)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SALVAGE-IN-FILE
           IF SALVAGE-PERIOD-OK NOT = "Y"
               DISPLAY "note: SALVAGE.RPT was not run in period "
                   GL-PERIOD ", salvage credits not journalled"
               ADD 1 TO NOTE-COUNT
               MOVE 0 TO SOURCE-AMOUNT(10)
               MOVE 0 TO SOURCE-ITEMS(10)
           END-IF.

       POST-SOURCE-AMOUNT.
           MOVE 0 TO MAP-LEGS
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT
             IF GM-SOURCE(MAP-IDX) = SRC-IDX
                 ADD 1 TO MAP-LEGS
                 PERFORM POST-JOURNAL-LEG
             END-IF
           END-PERFORM
           IF MAP-LEGS = 0
               ADD 1 TO UNMAPPED-COUNT
               MOVE SOURCE-AMOUNT(SRC-IDX) TO DISP-SIGNED
               DISPLAY "error: " FUNCTION TRIM(SOURCE-NAME(SRC-IDX))
                   " amount " FUNCTION TRIM(DISP-SIGNED)
                   " has no account on GLMAP.CTL"
           END-IF.

       POST-JOURNAL-LEG.
           MOVE GM-SIDE(MAP-IDX) TO POST-SIDE
           IF SOURCE-AMOUNT(SRC-IDX) < 0
               COMPUTE POST-AMOUNT = 0 - SOURCE-AMOUNT(SRC-IDX)
               IF POST-SIDE = "DR"
                   MOVE "CR" TO POST-SIDE
               ELSE
                   MOVE "DR" TO POST-SIDE
               END-IF
           ELSE
               MOVE SOURCE-AMOUNT(SRC-IDX) TO POST-AMOUNT
           END-IF
           IF POST-SIDE = "DR"
               ADD POST-AMOUNT TO TOTAL-DEBITS
           ELSE
               ADD POST-AMOUNT TO TOTAL-CREDITS
           END-IF
           MOVE 0 TO JL-FOUND-IDX
           PERFORM VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > JRNL-COUNT
             IF JL-ACCOUNT(JL-IDX) = GM-ACCOUNT(MAP-IDX)
                 AND JL-SIDE(JL-IDX) = POST-SIDE
                 AND JL-SOURCE(JL-IDX) = SOURCE-NAME(SRC-IDX)
                 MOVE JL-IDX TO JL-FOUND-IDX
             END-IF
           END-PERFORM
           IF JL-FOUND-IDX = 0
               IF JRNL-COUNT >= MAX-JRNL
                   DISPLAY "error: more than " FUNCTION TRIM(MAX-JRNL)
                       " journal lines in the period"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO JRNL-COUNT
               MOVE JRNL-COUNT TO JL-FOUND-IDX
               MOVE GM-ACCOUNT(MAP-IDX) TO JL-ACCOUNT(JL-FOUND-IDX)
               MOVE POST-SIDE TO JL-SIDE(JL-FOUND-IDX)
               MOVE SOURCE-NAME(SRC-IDX) TO JL-SOURCE(JL-FOUND-IDX)
               MOVE GM-DESC(MAP-IDX) TO JL-DESC(JL-FOUND-IDX)
               IF JL-DESC(JL-FOUND-IDX) = SPACES
                   MOVE SOURCE-NAME(SRC-IDX) TO JL-DESC(JL-FOUND-IDX)
               END-IF
               MOVE 0 TO JL-AMOUNT(JL-FOUND-IDX)
           END-IF
           ADD POST-AMOUNT TO JL-AMOUNT(JL-FOUND-IDX).

       WRITE-JOURNAL-REPORT.
           MOVE "GLINTF.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT JOURNAL-RPT-FILE
           MOVE SPACES TO RPT-TITLE
           STRING "GENERAL LEDGER INTERFACE JOURNAL PERIOD "
               DELIMITED BY SIZE
               GL-PERIOD DELIMITED BY SIZE
               INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-COLUMN-HEADING
           MOVE "account      side source" TO RPT-COLUMN-HEADING
           MOVE "debit" TO RPT-COLUMN-HEADING(55:5)
           MOVE "credit" TO RPT-COLUMN-HEADING(71:6)
           MOVE "description" TO RPT-COLUMN-HEADING(79:11)
           PERFORM RPT-INIT-REPORT
           PERFORM VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > JRNL-COUNT
             MOVE SPACES TO RPT-DETAIL
             MOVE JL-ACCOUNT(JL-IDX) TO RPT-DETAIL(1:12)
             MOVE JL-SIDE(JL-IDX) TO RPT-DETAIL(14:2)
             MOVE JL-SOURCE(JL-IDX) TO RPT-DETAIL(19:16)
             MOVE JL-AMOUNT(JL-IDX) TO DISP-AMOUNT
             IF JL-SIDE(JL-IDX) = "DR"
                 MOVE DISP-AMOUNT TO RPT-DETAIL(43:17)
             ELSE
                 MOVE DISP-AMOUNT TO RPT-DETAIL(60:17)
             END-IF
             MOVE JL-DESC(JL-IDX) TO RPT-DETAIL(79:30)
             PERFORM RPT-WRITE-DETAIL
           END-PERFORM
           PERFORM RPT-WRITE-TOTALS
           PERFORM VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SOURCE-COUNT
             MOVE SPACES TO RPT-DETAIL
             MOVE SOURCE-NAME(SRC-IDX) TO RPT-DETAIL(1:16)
             MOVE SOURCE-ITEMS(SRC-IDX) TO DISP-COUNT
             MOVE SOURCE-AMOUNT(SRC-IDX) TO DISP-SIGNED
             STRING "items=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                 " amount=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-SIGNED) DELIMITED BY SIZE
                 INTO RPT-DETAIL(19:60)
             END-STRING
             PERFORM RPT-WRITE-TOTAL-LINE
           END-PERFORM
           MOVE TOTAL-DEBITS TO DISP-AMOUNT
           MOVE TOTAL-CREDITS TO DISP-AMOUNT-2
           MOVE SPACES TO RPT-DETAIL
           MOVE "total" TO RPT-DETAIL(1:5)
           MOVE DISP-AMOUNT TO RPT-DETAIL(43:17)
           MOVE DISP-AMOUNT-2 TO RPT-DETAIL(60:17)
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-DETAIL
           IF BATCH-BALANCED = "Y"
               MOVE "batch balanced, written to GLINTF.DAT"
                   TO RPT-DETAIL
           ELSE
               MOVE UNMAPPED-COUNT TO DISP-COUNT
               STRING "BATCH OUT OF BALANCE, GLINTF.DAT NOT WRITTEN "
                   DELIMITED BY SIZE
                   "(unmapped sources=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO RPT-DETAIL
               END-STRING
           END-IF
           PERFORM RPT-WRITE-TOTAL-LINE
           CLOSE JOURNAL-RPT-FILE.

       WRITE-GL-INTERFACE.
           MOVE "GLINTF.DAT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT GL-OUT-FILE
           IF GL-OUT-STATUS NOT = "00"
               DISPLAY "error: cannot write GLINTF.DAT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-OUT-RECORD
           STRING "H," DELIMITED BY SIZE
               GL-PERIOD DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
               INTO GL-OUT-RECORD
           END-STRING
           WRITE GL-OUT-RECORD
           PERFORM VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > JRNL-COUNT
             MOVE JL-AMOUNT(JL-IDX) TO DISP-AMOUNT
             MOVE SPACES TO GL-OUT-RECORD
             MOVE 1 TO GL-PTR
             STRING "D," DELIMITED BY SIZE
                 GL-PERIOD DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(JL-ACCOUNT(JL-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 JL-SIDE(JL-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-AMOUNT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(JL-SOURCE(JL-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(JL-DESC(JL-IDX)) DELIMITED BY SIZE
                 INTO GL-OUT-RECORD
                 WITH POINTER GL-PTR
             END-STRING
             WRITE GL-OUT-RECORD
           END-PERFORM
           MOVE JRNL-COUNT TO DISP-COUNT
           MOVE TOTAL-DEBITS TO DISP-AMOUNT
           MOVE TOTAL-CREDITS TO DISP-AMOUNT-2
           MOVE SPACES TO GL-OUT-RECORD
           STRING "T," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AMOUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AMOUNT-2) DELIMITED BY SIZE
               INTO GL-OUT-RECORD
           END-STRING
           WRITE GL-OUT-RECORD
           CLOSE GL-OUT-FILE.

       WRITE-GL-LOG-RECORD.
           OPEN EXTEND GL-LOG-FILE
           IF GL-LOG-STATUS NOT = "00"
               OPEN OUTPUT GL-LOG-FILE
           END-IF
           MOVE JRNL-COUNT TO DISP-COUNT
           MOVE TOTAL-DEBITS TO DISP-AMOUNT
           MOVE TOTAL-CREDITS TO DISP-AMOUNT-2
           MOVE SPACES TO GL-LOG-RECORD
           STRING GL-PERIOD DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AMOUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AMOUNT-2) DELIMITED BY SIZE
               INTO GL-LOG-RECORD
           END-STRING
           WRITE GL-LOG-RECORD
           CLOSE GL-LOG-FILE.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==JOURNAL-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
