       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETURNS-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETURNS-STATUS.
       SELECT INVOICE-IN-FILE ASSIGN TO INVOICE-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-IN-STATUS.
       SELECT MATCH-RPT-FILE ASSIGN TO "SHIPMATCH.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATCH-RPT-STATUS.
       SELECT MEMO-FILE ASSIGN TO "CREDIT.MEM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMO-STATUS.
       SELECT RETURNS-LOG-FILE ASSIGN TO "CREDMEMO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETURNS-LOG-STATUS.
       SELECT REGISTER-FILE ASSIGN TO "CREDMEMO.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-FILE.
       01 RETURNS-RECORD       PIC X(96).

       FD INVOICE-IN-FILE.
       01 INVOICE-IN-RECORD    PIC X(200).

       FD MATCH-RPT-FILE.
       01 MATCH-RPT-RECORD     PIC X(132).

       FD MEMO-FILE.
       01 MEMO-RECORD          PIC X(200).

       FD RETURNS-LOG-FILE.
       01 RETURNS-LOG-RECORD   PIC X(300).

       FD REGISTER-FILE.
       01 REGISTER-RECORD      PIC X(132).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       77 RETURNS-STATUS       PIC X(2).
       77 INVOICE-IN-NAME      PIC X(256) VALUE "DAY02A.INV".
       77 INVOICE-IN-STATUS    PIC X(2).
       77 MATCH-RPT-STATUS     PIC X(2).
       77 MEMO-STATUS          PIC X(2).
       77 RETURNS-LOG-STATUS   PIC X(2).
       77 RETURNS-EOF          PIC X(1).
       77 LOG-EOF              PIC X(1).
       77 LOG-DATE-TEXT        PIC X(10).
       77 LOG-FILE-TEXT        PIC X(256).
       77 INV-EOF              PIC X(1).
       77 MATCH-EOF            PIC X(1).
       77 MEMO-EOF             PIC X(1).
       77 ARG-IDX              PIC 9(4).
       77 TODAY-DATE           PIC X(10).
       77 TOK-KW1              PIC X(10).
       77 TOK-ORDNUM           PIC X(10).
       77 TOK-KW2              PIC X(10).
       77 TOK-CUST             PIC X(10).
       77 TOK-KW3              PIC X(10).
       77 TOK-ODATE            PIC X(10).
       77 TOK-PAPER            PIC X(20).
       77 TOK-RIBBON           PIC X(20).
       77 TOK-BOW              PIC X(20).
       77 TOK-TOTAL            PIC X(20).
       77 TOK-LABEL            PIC X(8).
       77 TOK-VALUE            PIC X(16).
       77 INV-FRONT            PIC X(200).
       77 INV-TAIL             PIC X(200).
       77 BOXES-TEXT           PIC X(10).
       77 WORK-AMOUNT          PIC 9(11)V99.
       77 RTN-ORDER            PIC X(10).
       77 RTN-BOXES-TEXT       PIC X(10).
       77 RTN-REASON           PIC X(4).
       77 RTN-BOXES            PIC 9(6).
       77 MM-WORD-1            PIC X(12).
       77 MM-WORD-2            PIC X(12).
       77 MM-WORD-3            PIC X(12).
       77 MM-ORDER             PIC X(10).
       77 MM-WORD-5            PIC X(12).
       77 MM-ORDERED-TEXT      PIC X(20).
       77 MM-WORD-7            PIC X(12).
       77 MM-CARTONS-TEXT      PIC X(20).
       77 MM-ORDERED           PIC 9(6).
       77 MM-CARTONS           PIC 9(6).
       77 OLD-MEMO-TEXT        PIC X(8).
       77 OLD-DATE-TEXT        PIC X(10).
       77 OLD-ORDER-TEXT       PIC X(10).
       77 OLD-CUST-TEXT        PIC X(10).
       77 OLD-BOXES-TEXT       PIC X(8).
       77 OLD-REASON-TEXT      PIC X(4).
       77 LAST-MEMO-NUMBER     PIC 9(6) VALUE 0.
       77 MEMO-NUMBER          PIC 9(6).
       77 ORDER-COUNT          PIC 9(4) VALUE 0.
       77 MAX-ORDERS           PIC 9(4) VALUE 1000.
       77 ORDER-IDX            PIC 9(4).
       77 FOUND-IDX            PIC 9(4).
       77 LAST-ORDER-IDX       PIC 9(4) VALUE 0.
       77 REASON-COUNT         PIC 9(3) VALUE 0.
       77 MAX-REASONS          PIC 9(3) VALUE 50.
       77 REASON-IDX           PIC 9(3).
       77 REASON-FOUND-IDX     PIC 9(3).
       77 MEMO-COUNT           PIC 9(4) VALUE 0.
       77 BAD-RETURN-COUNT     PIC 9(4) VALUE 0.
       77 SKIPPED-COUNT        PIC 9(4) VALUE 0.
       77 CREDIT-BOXES         PIC 9(6).
       77 CREDIT-PAPER         PIC 9(11)V99.
       77 CREDIT-RIBBON        PIC 9(11)V99.
       77 CREDIT-BOW           PIC 9(11)V99.
       77 CREDIT-TOTAL         PIC 9(11)V99.
       77 CREDIT-TAX           PIC 9(11)V99.
       77 MEMO-GRAND-TOTAL     PIC 9(13)V99 VALUE 0.
       77 MEMO-TAX-TOTAL       PIC 9(13)V99 VALUE 0.
       77 MEMO-BOX-TOTAL       PIC 9(8) VALUE 0.
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-COST-2          PIC Z(12)9.99.
       77 DISP-COST-3          PIC Z(12)9.99.
       77 DISP-COST-4          PIC Z(12)9.99.
       77 DISP-COST-5          PIC Z(12)9.99.
       77 DISP-BOXES           PIC Z(5)9.
       77 DISP-COUNT           PIC Z(4).
       77 AUDIT-SUMMARY        PIC X(20).
       01 MEMO-ORDER-TABLE.
          05 MEMO-ORDER-ENTRY OCCURS 1000 TIMES.
             10 MO-NUMBER      PIC X(10).
             10 MO-CUST        PIC X(10).
             10 MO-DATE        PIC X(10).
             10 MO-PAPER       PIC 9(11)V99.
             10 MO-RIBBON      PIC 9(11)V99.
             10 MO-BOW         PIC 9(11)V99.
             10 MO-TOTAL       PIC 9(11)V99.
             10 MO-TAX         PIC 9(11)V99.
             10 MO-BOXES       PIC 9(6).
             10 MO-CREDITED    PIC 9(6).
             10 MO-PENDING     PIC 9(6).
             10 MO-SHORT-DONE  PIC X(1).
       01 REASON-TABLE.
          05 REASON-ENTRY OCCURS 50 TIMES.
             10 RS-CODE        PIC X(4).
             10 RS-COUNT       PIC 9(4).
             10 RS-BOXES       PIC 9(8).
             10 RS-TOTAL       PIC 9(13)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <returns file> [invoice file...]"
           DISPLAY "returns records: <order>,<boxes returned>,"
               "<reason code>"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       IF ARGC > 1
           PERFORM VARYING ARG-IDX FROM 2 BY 1 UNTIL ARG-IDX > ARGC
             DISPLAY ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(ARG) TO INVOICE-IN-NAME
             PERFORM SCAN-INVOICE-FILE
           END-PERFORM
       ELSE
           PERFORM SCAN-INVOICE-FILE
       END-IF

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO FILENAME

       PERFORM CHECK-RETURNS-CREDITED
       PERFORM LOAD-ISSUED-MEMOS
       PERFORM VALIDATE-RETURNS

       IF BAD-RETURN-COUNT > 0
           MOVE BAD-RETURN-COUNT TO DISP-COUNT
           DISPLAY "error: " FUNCTION TRIM(DISP-COUNT)
               " returns records failed validation, no credit memos "
               "issued"
           MOVE 4 TO RETURN-CODE
           MOVE "CREDMEMO" TO AUDIT-PROGRAM
           MOVE "RETURNS REJECTED" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       MOVE "CREDMEMO.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT REGISTER-FILE
       MOVE SPACES TO REGISTER-RECORD
       STRING "credit memo register, issued " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           " from " DELIMITED BY SIZE
           FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
           " and SHIPMATCH.RPT" DELIMITED BY SIZE
           INTO REGISTER-RECORD
       END-STRING
       WRITE REGISTER-RECORD
       MOVE SPACES TO REGISTER-RECORD
       WRITE REGISTER-RECORD

       OPEN EXTEND MEMO-FILE
       IF MEMO-STATUS NOT = "00"
           OPEN OUTPUT MEMO-FILE
           MOVE "* credit memos issued by credmemo, netted by billing"
               TO MEMO-RECORD
           WRITE MEMO-RECORD
       END-IF
       PERFORM ISSUE-RETURN-MEMOS
       PERFORM ISSUE-SHORT-SHIP-MEMOS
       CLOSE MEMO-FILE

       PERFORM WRITE-REASON-TOTALS
       CLOSE REGISTER-FILE
       PERFORM LOG-RETURNS-CREDITED

       MOVE MEMO-COUNT TO DISP-COUNT
       MOVE MEMO-GRAND-TOTAL TO DISP-COST
       MOVE MEMO-TAX-TOTAL TO DISP-COST-2
       DISPLAY "credit memos issued = " FUNCTION TRIM(DISP-COUNT)
           ", credit total = " FUNCTION TRIM(DISP-COST)
           ", tax credited = " FUNCTION TRIM(DISP-COST-2)

       MOVE "CREDMEMO" TO AUDIT-PROGRAM
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "memos=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       CHECK-RETURNS-CREDITED.
           MOVE "N" TO LOG-EOF
           OPEN INPUT RETURNS-LOG-FILE
           IF RETURNS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOG-EOF = "Y"
             READ RETURNS-LOG-FILE
               AT END
                 MOVE "Y" TO LOG-EOF
               NOT AT END
                 MOVE SPACES TO LOG-DATE-TEXT LOG-FILE-TEXT
                 UNSTRING RETURNS-LOG-RECORD DELIMITED BY ","
                     INTO LOG-DATE-TEXT LOG-FILE-TEXT
                 END-UNSTRING
                 IF LOG-FILE-TEXT = FILENAME
                     CLOSE RETURNS-LOG-FILE
                     DISPLAY "error: returns file "
                         FUNCTION TRIM(FILENAME)
                         " was already credited on " LOG-DATE-TEXT
                     MOVE 6 TO RETURN-CODE
                     MOVE "CREDMEMO" TO AUDIT-PROGRAM
                     MOVE "DUPLICATE RETURNS" TO AUDIT-RESULT-TEXT
                     PERFORM WRITE-AUDIT-RECORD
                     STOP RUN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RETURNS-LOG-FILE.

       LOG-RETURNS-CREDITED.
           OPEN EXTEND RETURNS-LOG-FILE
           IF RETURNS-LOG-STATUS NOT = "00"
               OPEN OUTPUT RETURNS-LOG-FILE
           END-IF
           MOVE MEMO-COUNT TO DISP-COUNT
           MOVE SPACES TO RETURNS-LOG-RECORD
           STRING TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO RETURNS-LOG-RECORD
           END-STRING
           WRITE RETURNS-LOG-RECORD
           CLOSE RETURNS-LOG-FILE.

       SCAN-INVOICE-FILE.
           MOVE "N" TO INV-EOF
           OPEN INPUT INVOICE-IN-FILE
           IF INVOICE-IN-STATUS NOT = "00"
               DISPLAY "error: invoice file "
                   FUNCTION TRIM(INVOICE-IN-NAME)
                   " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL INV-EOF = "Y"
             READ INVOICE-IN-FILE
               AT END
                 MOVE "Y" TO INV-EOF
               NOT AT END
                 IF INVOICE-IN-RECORD(1:6) = "order "
                     PERFORM CAPTURE-ORDER-LINE
                 END-IF
                 IF INVOICE-IN-RECORD(1:10) = "tax order "
                     PERFORM CAPTURE-TAX-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INVOICE-IN-FILE.

       CAPTURE-ORDER-LINE.
           MOVE SPACES TO TOK-KW1 TOK-ORDNUM TOK-KW2 TOK-CUST
               TOK-KW3 TOK-ODATE TOK-PAPER TOK-RIBBON TOK-BOW
               TOK-TOTAL
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO TOK-KW1 TOK-ORDNUM TOK-KW2 TOK-CUST
                   TOK-KW3 TOK-ODATE TOK-PAPER TOK-RIBBON TOK-BOW
                   TOK-TOTAL
           END-UNSTRING
           MOVE 0 TO LAST-ORDER-IDX
           MOVE TOK-ORDNUM TO RTN-ORDER
           PERFORM FIND-MEMO-ORDER
           IF FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ORDER-COUNT >= MAX-ORDERS
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-ORDERS)
                   " order lines on the invoice files"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ORDER-COUNT
           MOVE TOK-ORDNUM TO MO-NUMBER(ORDER-COUNT)
           MOVE TOK-CUST TO MO-CUST(ORDER-COUNT)
           MOVE TOK-ODATE TO MO-DATE(ORDER-COUNT)
           MOVE TOK-PAPER TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO MO-PAPER(ORDER-COUNT)
           MOVE TOK-RIBBON TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO MO-RIBBON(ORDER-COUNT)
           MOVE TOK-BOW TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO MO-BOW(ORDER-COUNT)
           MOVE TOK-TOTAL TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO MO-TOTAL(ORDER-COUNT)
           MOVE SPACES TO INV-FRONT INV-TAIL BOXES-TEXT
           UNSTRING INVOICE-IN-RECORD DELIMITED BY " boxes="
               INTO INV-FRONT INV-TAIL
           END-UNSTRING
           UNSTRING INV-TAIL DELIMITED BY SPACE
               INTO BOXES-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(BOXES-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(BOXES-TEXT)
                   TO MO-BOXES(ORDER-COUNT)
           ELSE
               MOVE 0 TO MO-BOXES(ORDER-COUNT)
           END-IF
           MOVE 0 TO MO-TAX(ORDER-COUNT)
           MOVE 0 TO MO-CREDITED(ORDER-COUNT)
           MOVE 0 TO MO-PENDING(ORDER-COUNT)
           MOVE "N" TO MO-SHORT-DONE(ORDER-COUNT)
           MOVE ORDER-COUNT TO LAST-ORDER-IDX.

       CAPTURE-TAX-LINE.
           IF LAST-ORDER-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOK-KW1 TOK-KW2 TOK-ORDNUM
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO TOK-KW1 TOK-KW2 TOK-ORDNUM
           END-UNSTRING
           IF TOK-ORDNUM NOT = MO-NUMBER(LAST-ORDER-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INV-FRONT INV-TAIL TOK-VALUE
           UNSTRING INVOICE-IN-RECORD DELIMITED BY " tax="
               INTO INV-FRONT INV-TAIL
           END-UNSTRING
           UNSTRING INV-TAIL DELIMITED BY SPACE
               INTO TOK-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(TOK-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(TOK-VALUE)
                   TO MO-TAX(LAST-ORDER-IDX)
           END-IF.

       EXTRACT-KEYED-AMOUNT.
           MOVE SPACES TO TOK-LABEL
           UNSTRING TOK-VALUE DELIMITED BY "="
               INTO TOK-LABEL TOK-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(TOK-VALUE) = SPACES
               MOVE 0 TO WORK-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(TOK-VALUE) TO WORK-AMOUNT
           END-IF.

       FIND-MEMO-ORDER.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT
             IF MO-NUMBER(ORDER-IDX) = FUNCTION TRIM(RTN-ORDER)
                 MOVE ORDER-IDX TO FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       LOAD-ISSUED-MEMOS.
           MOVE "N" TO MEMO-EOF
           OPEN INPUT MEMO-FILE
           IF MEMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MEMO-EOF = "Y"
             READ MEMO-FILE
               AT END
                 MOVE "Y" TO MEMO-EOF
               NOT AT END
                 IF FUNCTION TRIM(MEMO-RECORD) NOT = SPACES
                     AND MEMO-RECORD(1:1) NOT = "*"
                     PERFORM NOTE-ISSUED-MEMO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MEMO-FILE.

       NOTE-ISSUED-MEMO.
           MOVE SPACES TO OLD-MEMO-TEXT OLD-DATE-TEXT OLD-ORDER-TEXT
               OLD-CUST-TEXT OLD-BOXES-TEXT OLD-REASON-TEXT
           UNSTRING MEMO-RECORD DELIMITED BY ","
               INTO OLD-MEMO-TEXT OLD-DATE-TEXT OLD-ORDER-TEXT
                   OLD-CUST-TEXT OLD-BOXES-TEXT OLD-REASON-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(OLD-MEMO-TEXT) IS NUMERIC
               IF FUNCTION NUMVAL(OLD-MEMO-TEXT) > LAST-MEMO-NUMBER
                   MOVE FUNCTION NUMVAL(OLD-MEMO-TEXT)
                       TO LAST-MEMO-NUMBER
               END-IF
           END-IF
           MOVE OLD-ORDER-TEXT TO RTN-ORDER
           PERFORM FIND-MEMO-ORDER
           IF FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(OLD-BOXES-TEXT) IS NUMERIC
               ADD FUNCTION NUMVAL(OLD-BOXES-TEXT)
                   TO MO-CREDITED(FOUND-IDX)
           END-IF
           IF OLD-REASON-TEXT = "SHRT"
               MOVE "Y" TO MO-SHORT-DONE(FOUND-IDX)
           END-IF.

       VALIDATE-RETURNS.
           MOVE "N" TO RETURNS-EOF
           OPEN INPUT RETURNS-FILE
           IF RETURNS-STATUS NOT = "00"
               DISPLAY "error: returns file "
                   FUNCTION TRIM(FILENAME) " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL RETURNS-EOF = "Y"
             READ RETURNS-FILE
               AT END
                 MOVE "Y" TO RETURNS-EOF
               NOT AT END
                 IF FUNCTION TRIM(RETURNS-RECORD) NOT = SPACES
                     AND RETURNS-RECORD(1:1) NOT = "*"
                     PERFORM VALIDATE-ONE-RETURN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RETURNS-FILE.

       SPLIT-RETURNS-RECORD.
           MOVE SPACES TO RTN-ORDER RTN-BOXES-TEXT RTN-REASON
           UNSTRING RETURNS-RECORD DELIMITED BY ","
               INTO RTN-ORDER RTN-BOXES-TEXT RTN-REASON
           END-UNSTRING
           MOVE FUNCTION TRIM(RTN-ORDER) TO RTN-ORDER
           MOVE FUNCTION TRIM(RTN-REASON) TO RTN-REASON
           INSPECT RTN-REASON CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(RTN-BOXES-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(RTN-BOXES-TEXT) TO RTN-BOXES
           ELSE
               MOVE 0 TO RTN-BOXES
           END-IF
           PERFORM FIND-MEMO-ORDER.

       VALIDATE-ONE-RETURN.
           PERFORM SPLIT-RETURNS-RECORD
           EVALUATE TRUE
             WHEN RTN-ORDER = SPACES OR RTN-REASON = SPACES
               DISPLAY "bad returns record: "
                   FUNCTION TRIM(RETURNS-RECORD)
             WHEN RTN-BOXES = 0
               DISPLAY "bad returns record (boxes): "
                   FUNCTION TRIM(RETURNS-RECORD)
             WHEN FOUND-IDX = 0
               DISPLAY "returns record for order "
                   FUNCTION TRIM(RTN-ORDER)
                   " not found on the invoice files"
             WHEN MO-BOXES(FOUND-IDX) = 0
               DISPLAY "order " FUNCTION TRIM(RTN-ORDER)
                   " has no billed box count to price against"
             WHEN MO-CREDITED(FOUND-IDX) + MO-PENDING(FOUND-IDX)
                 + RTN-BOXES > MO-BOXES(FOUND-IDX)
               DISPLAY "order " FUNCTION TRIM(RTN-ORDER)
                   " would be credited for more boxes than billed"
             WHEN OTHER
               ADD RTN-BOXES TO MO-PENDING(FOUND-IDX)
               EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO BAD-RETURN-COUNT.

       ISSUE-RETURN-MEMOS.
           MOVE "N" TO RETURNS-EOF
           OPEN INPUT RETURNS-FILE
           PERFORM UNTIL RETURNS-EOF = "Y"
             READ RETURNS-FILE
               AT END
                 MOVE "Y" TO RETURNS-EOF
               NOT AT END
                 IF FUNCTION TRIM(RETURNS-RECORD) NOT = SPACES
                     AND RETURNS-RECORD(1:1) NOT = "*"
                     PERFORM SPLIT-RETURNS-RECORD
                     MOVE RTN-BOXES TO CREDIT-BOXES
                     PERFORM ISSUE-ONE-MEMO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RETURNS-FILE.

       ISSUE-SHORT-SHIP-MEMOS.
           MOVE "N" TO MATCH-EOF
           OPEN INPUT MATCH-RPT-FILE
           IF MATCH-RPT-STATUS NOT = "00"
               DISPLAY "note: SHIPMATCH.RPT not present, no short "
                   "shipment credits"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MATCH-EOF = "Y"
             READ MATCH-RPT-FILE
               AT END
                 MOVE "Y" TO MATCH-EOF
               NOT AT END
                 IF MATCH-RPT-RECORD(1:18) = "quantity mismatch:"
                     PERFORM ISSUE-ONE-SHORT-SHIP
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATCH-RPT-FILE.

       ISSUE-ONE-SHORT-SHIP.
           MOVE SPACES TO MM-WORD-1 MM-WORD-2 MM-WORD-3 MM-ORDER
               MM-WORD-5 MM-ORDERED-TEXT MM-WORD-7 MM-CARTONS-TEXT
           UNSTRING MATCH-RPT-RECORD DELIMITED BY ALL SPACE
               INTO MM-WORD-1 MM-WORD-2 MM-WORD-3 MM-ORDER
                   MM-WORD-5 MM-ORDERED-TEXT MM-WORD-7
                   MM-CARTONS-TEXT
           END-UNSTRING
           MOVE MM-ORDERED-TEXT TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO MM-ORDERED
           MOVE MM-CARTONS-TEXT TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO MM-CARTONS
           IF MM-CARTONS >= MM-ORDERED
               EXIT PARAGRAPH
           END-IF
           MOVE MM-ORDER TO RTN-ORDER
           PERFORM FIND-MEMO-ORDER
           IF FOUND-IDX = 0
               MOVE SPACES TO REGISTER-RECORD
               STRING "short shipment on order " DELIMITED BY SIZE
                   FUNCTION TRIM(MM-ORDER) DELIMITED BY SIZE
                   " not on the invoice files, not credited"
                   DELIMITED BY SIZE
                   INTO REGISTER-RECORD
               END-STRING
               WRITE REGISTER-RECORD
               DISPLAY FUNCTION TRIM(REGISTER-RECORD)
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MO-SHORT-DONE(FOUND-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE CREDIT-BOXES = MM-ORDERED - MM-CARTONS
           IF MO-CREDITED(FOUND-IDX) + CREDIT-BOXES
               > MO-BOXES(FOUND-IDX)
               COMPUTE CREDIT-BOXES = MO-BOXES(FOUND-IDX)
                   - MO-CREDITED(FOUND-IDX)
           END-IF
           IF CREDIT-BOXES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "SHRT" TO RTN-REASON
           PERFORM ISSUE-ONE-MEMO
           MOVE "Y" TO MO-SHORT-DONE(FOUND-IDX).

       ISSUE-ONE-MEMO.
           ADD 1 TO LAST-MEMO-NUMBER
           MOVE LAST-MEMO-NUMBER TO MEMO-NUMBER
           ADD CREDIT-BOXES TO MO-CREDITED(FOUND-IDX)
           COMPUTE CREDIT-PAPER ROUNDED = MO-PAPER(FOUND-IDX)
               * CREDIT-BOXES / MO-BOXES(FOUND-IDX)
           COMPUTE CREDIT-RIBBON ROUNDED = MO-RIBBON(FOUND-IDX)
               * CREDIT-BOXES / MO-BOXES(FOUND-IDX)
           COMPUTE CREDIT-BOW ROUNDED = MO-BOW(FOUND-IDX)
               * CREDIT-BOXES / MO-BOXES(FOUND-IDX)
           COMPUTE CREDIT-TOTAL = CREDIT-PAPER + CREDIT-RIBBON
               + CREDIT-BOW
           COMPUTE CREDIT-TAX ROUNDED = MO-TAX(FOUND-IDX)
               * CREDIT-BOXES / MO-BOXES(FOUND-IDX)
           ADD 1 TO MEMO-COUNT
           ADD CREDIT-TOTAL TO MEMO-GRAND-TOTAL
           ADD CREDIT-TAX TO MEMO-TAX-TOTAL
           ADD CREDIT-BOXES TO MEMO-BOX-TOTAL
           PERFORM NOTE-MEMO-REASON
           MOVE CREDIT-PAPER TO DISP-COST
           MOVE CREDIT-RIBBON TO DISP-COST-2
           MOVE CREDIT-BOW TO DISP-COST-3
           MOVE CREDIT-TOTAL TO DISP-COST-4
           MOVE CREDIT-TAX TO DISP-COST-5
           MOVE CREDIT-BOXES TO DISP-BOXES
           MOVE SPACES TO MEMO-RECORD
           STRING MEMO-NUMBER DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(MO-NUMBER(FOUND-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(MO-CUST(FOUND-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BOXES) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(RTN-REASON) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-4) DELIMITED BY SIZE
               ",,," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-5) DELIMITED BY SIZE
               INTO MEMO-RECORD
           END-STRING
           WRITE MEMO-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING "memo " DELIMITED BY SIZE
               MEMO-NUMBER DELIMITED BY SIZE
               " order " DELIMITED BY SIZE
               FUNCTION TRIM(MO-NUMBER(FOUND-IDX)) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(MO-CUST(FOUND-IDX)) DELIMITED BY SIZE
               " reason " DELIMITED BY SIZE
               RTN-REASON DELIMITED BY SIZE
               " boxes=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BOXES) DELIMITED BY SIZE
               " paper=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               " ribbon=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
               " bow=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
               " credit=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-4) DELIMITED BY SIZE
               " tax=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-5) DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           DISPLAY FUNCTION TRIM(REGISTER-RECORD).

       NOTE-MEMO-REASON.
           MOVE 0 TO REASON-FOUND-IDX
           PERFORM VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > REASON-COUNT
             IF RS-CODE(REASON-IDX) = RTN-REASON
                 MOVE REASON-IDX TO REASON-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF REASON-FOUND-IDX = 0
               IF REASON-COUNT >= MAX-REASONS
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-REASONS)
                       " reason codes in one run"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REASON-COUNT
               MOVE REASON-COUNT TO REASON-FOUND-IDX
               MOVE RTN-REASON TO RS-CODE(REASON-FOUND-IDX)
               MOVE 0 TO RS-COUNT(REASON-FOUND-IDX)
               MOVE 0 TO RS-BOXES(REASON-FOUND-IDX)
               MOVE 0 TO RS-TOTAL(REASON-FOUND-IDX)
           END-IF
           ADD 1 TO RS-COUNT(REASON-FOUND-IDX)
           ADD CREDIT-BOXES TO RS-BOXES(REASON-FOUND-IDX)
           ADD CREDIT-TOTAL TO RS-TOTAL(REASON-FOUND-IDX).

       WRITE-REASON-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "credits by reason code" TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > REASON-COUNT
             MOVE RS-COUNT(REASON-IDX) TO DISP-COUNT
             MOVE RS-BOXES(REASON-IDX) TO DISP-BOXES
             MOVE RS-TOTAL(REASON-IDX) TO DISP-COST
             MOVE SPACES TO REGISTER-RECORD
             STRING "  " DELIMITED BY SIZE
                 RS-CODE(REASON-IDX) DELIMITED BY SIZE
                 " memos=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                 " boxes=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-BOXES) DELIMITED BY SIZE
                 " credit=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                 INTO REGISTER-RECORD
             END-STRING
             WRITE REGISTER-RECORD
           END-PERFORM
           MOVE MEMO-COUNT TO DISP-COUNT
           MOVE MEMO-GRAND-TOTAL TO DISP-COST
           MOVE MEMO-TAX-TOTAL TO DISP-COST-2
           MOVE SPACES TO REGISTER-RECORD
           STRING "memos issued = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "  credit total = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               "  tax credited = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           IF SKIPPED-COUNT > 0
               MOVE SKIPPED-COUNT TO DISP-COUNT
               MOVE SPACES TO REGISTER-RECORD
               STRING "short shipments not credited = "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   INTO REGISTER-RECORD
               END-STRING
               WRITE REGISTER-RECORD
           END-IF.

       COPY GENPARA.

       COPY AUDITPARA.
