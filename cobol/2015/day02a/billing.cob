           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT STATEMENT-FILE ASSIGN TO "BILLING.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MEMO-IN-FILE ASSIGN TO "CREDIT.MEM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMO-IN-STATUS.
       SELECT MEMO-OUT-FILE ASSIGN TO "CREDIT.MEM.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT UNAPPLIED-IN-FILE ASSIGN TO "CASH.UNA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNAPPLIED-IN-STATUS.
       SELECT UNAPPLIED-OUT-FILE ASSIGN TO "CASH.UNA.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD     PIC X(132).

       FD MEMO-IN-FILE.
       01 MEMO-IN-RECORD       PIC X(200).

       FD MEMO-OUT-FILE.
       01 MEMO-OUT-RECORD      PIC X(200).

       FD UNAPPLIED-IN-FILE.
       01 UNAPPLIED-IN-RECORD  PIC X(64).

       FD UNAPPLIED-OUT-FILE.
       01 UNAPPLIED-OUT-RECORD PIC X(64).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 TOK-BOW              PIC X(20).
       77 TOK-TOTAL            PIC X(20).
       77 TOK-LABEL            PIC X(8).
       77 TAX-TOK-KW1          PIC X(10).
       77 TAX-TOK-KW2          PIC X(10).
       77 TAX-TOK-ORDNUM       PIC X(10).
       77 TAX-TOK-KW3          PIC X(10).
       77 TAX-TOK-CUST         PIC X(10).
       77 TAX-TOK-KW4          PIC X(10).
       77 TAX-TOK-ODATE        PIC X(10).
       77 TAX-TOK-KW5          PIC X(10).
       77 TAX-TOK-ZONE         PIC X(10).
       77 TAX-TOK-JURIS        PIC X(20).
       77 TAX-TOK-RATE         PIC X(20).
       77 TAX-TOK-TAXABLE      PIC X(20).
       77 TAX-TOK-AMOUNT       PIC X(20).
       77 TAX-ORDERS-FOUND     PIC 9(4) VALUE 0.
       77 TOK-VALUE            PIC X(16).
       77 WORK-AMOUNT          PIC 9(11)V99.
       77 ORDER-COUNT          PIC 9(4) VALUE 0.
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-COST-2          PIC Z(12)9.99.
       77 DISP-COST-3          PIC Z(12)9.99.
       77 MEMO-IN-STATUS       PIC X(2).
       77 UNAPPLIED-IN-STATUS  PIC X(2).
       77 MEMO-EOF             PIC X(1).
       77 UNA-EOF              PIC X(1).
       77 MEMO-COUNT           PIC 9(4) VALUE 0.
       77 MAX-MEMOS            PIC 9(4) VALUE 2000.
       77 MEMO-IDX             PIC 9(4).
       77 MEMOS-APPLIED        PIC 9(4) VALUE 0.
       77 MEMO-CREDIT          PIC 9(11)V99.
       77 MEMO-TO-CURRENT      PIC 9(11)V99.
       77 MEMO-REMAINING       PIC 9(11)V99.
       77 BUCKET-APPLIED       PIC 9(11)V99.
       77 CURRENT-AVAILABLE    PIC 9(11)V99.
       77 UNA-CUST             PIC X(10).
       77 UNA-AMOUNT-TEXT      PIC X(16).
       77 UNA-COUNT            PIC 9(3) VALUE 0.
       77 UNA-IDX              PIC 9(3).
       77 UNA-FOUND-IDX        PIC 9(3).
       77 UNA-CHANGED          PIC X(1) VALUE "N".
       77 DISP-MEMO-COUNT      PIC Z(4).
       77 AUDIT-SUMMARY        PIC X(20).
       01 CREDIT-MEMO-TABLE.
          05 CREDIT-MEMO-ENTRY OCCURS 2000 TIMES.
             10 CM-COMMENT     PIC X(200).
             10 CM-NUMBER      PIC X(8).
             10 CM-DATE        PIC X(10).
             10 CM-ORDER       PIC X(10).
             10 CM-CUST        PIC X(10).
             10 CM-BOXES       PIC X(8).
             10 CM-REASON      PIC X(4).
             10 CM-PAPER       PIC X(16).
             10 CM-RIBBON      PIC X(16).
             10 CM-BOW         PIC X(16).
             10 CM-TOTAL       PIC X(16).
             10 CM-PERIOD      PIC X(7).
             10 CM-BEYOND      PIC X(16).
             10 CM-TAX         PIC X(16).
             10 CM-APPLIES     PIC X(1).
       01 UNAPPLIED-TABLE.
          05 UNAPPLIED-ENTRY OCCURS 100 TIMES.
             10 UN-CUST        PIC X(10).
             10 UN-AMOUNT      PIC 9(11)V99.
       01 BILL-ORDER-TABLE.
          05 BILL-ORDER-ENTRY OCCURS 1000 TIMES.
             10 BO-CUST        PIC X(10).
             10 BO-RIBBON      PIC 9(11)V99.
             10 BO-BOW         PIC 9(11)V99.
             10 BO-TOTAL       PIC 9(11)V99.
             10 BO-TAX         PIC 9(11)V99.
       01 BILL-CUST-TABLE.
          05 BILL-CUST-ENTRY OCCURS 100 TIMES.
             10 BC-CODE        PIC X(10).
             10 BC-RIBBON      PIC 9(11)V99.
             10 BC-BOW         PIC 9(11)V99.
             10 BC-TOTAL       PIC 9(11)V99.
             10 BC-TAX         PIC 9(11)V99.
             10 BC-AGE-30      PIC 9(11)V99.
             10 BC-AGE-60      PIC 9(11)V99.
             10 BC-AGE-90      PIC 9(11)V99.
             10 BC-CREDIT      PIC 9(11)V99.
             10 BC-TO-UNAPPLIED PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
       END-PERFORM

       PERFORM APPLY-PRIOR-BALANCES
       PERFORM LOAD-CREDIT-MEMOS
       PERFORM APPLY-CREDIT-MEMOS
       PERFORM WRITE-STATEMENTS
       PERFORM REWRITE-BALANCE-FILE
       IF MEMOS-APPLIED > 0
           PERFORM REWRITE-MEMO-FILE
       END-IF
       IF UNA-CHANGED = "Y"
           PERFORM REWRITE-UNAPPLIED-FILE
       END-IF

       MOVE STMT-COUNT TO DISP-STMT-COUNT
       MOVE ORDER-COUNT TO DISP-ORDER-COUNT
       DISPLAY "statements = " FUNCTION TRIM(DISP-STMT-COUNT)
           ", orders billed = " FUNCTION TRIM(DISP-ORDER-COUNT)
       IF MEMOS-APPLIED > 0
           MOVE MEMOS-APPLIED TO DISP-MEMO-COUNT
           DISPLAY "credit memos netted = "
               FUNCTION TRIM(DISP-MEMO-COUNT)
       END-IF

       MOVE "BILLING" TO AUDIT-PROGRAM
       MOVE BILL-PERIOD TO FILENAME
                 IF INVOICE-IN-RECORD(1:6) = "order "
                     PERFORM CAPTURE-ORDER-LINE
                 END-IF
                 IF INVOICE-IN-RECORD(1:10) = "tax order "
                     PERFORM CAPTURE-TAX-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INVOICE-IN-FILE.
           MOVE TOK-TOTAL TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO BO-TOTAL(ORDER-COUNT)
           MOVE 0 TO BO-TAX(ORDER-COUNT)
           PERFORM NOTE-ORDER-CUSTOMER.

       CAPTURE-TAX-LINE.
           MOVE SPACES TO TAX-TOK-KW1 TAX-TOK-KW2 TAX-TOK-ORDNUM
               TAX-TOK-KW3 TAX-TOK-CUST TAX-TOK-KW4 TAX-TOK-ODATE
               TAX-TOK-KW5 TAX-TOK-ZONE TAX-TOK-JURIS TAX-TOK-RATE
               TAX-TOK-TAXABLE TAX-TOK-AMOUNT
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO TAX-TOK-KW1 TAX-TOK-KW2 TAX-TOK-ORDNUM
                   TAX-TOK-KW3 TAX-TOK-CUST TAX-TOK-KW4 TAX-TOK-ODATE
                   TAX-TOK-KW5 TAX-TOK-ZONE TAX-TOK-JURIS
                   TAX-TOK-RATE TAX-TOK-TAXABLE TAX-TOK-AMOUNT
           END-UNSTRING
           IF TAX-TOK-ODATE(1:7) NOT = BILL-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE TAX-TOK-AMOUNT TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           PERFORM VARYING ORDER-IDX FROM ORDER-COUNT BY -1
               UNTIL ORDER-IDX < 1
             IF BO-NUMBER(ORDER-IDX) = TAX-TOK-ORDNUM
                 AND BO-CUST(ORDER-IDX) = TAX-TOK-CUST
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF ORDER-IDX < 1
               DISPLAY "WARNING: tax line for order "
                   FUNCTION TRIM(TAX-TOK-ORDNUM)
                   " has no order line, tax not billed"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TAX-ORDERS-FOUND
           ADD WORK-AMOUNT TO BO-TAX(ORDER-IDX)
           MOVE 0 TO CUST-FOUND-IDX
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             IF BC-CODE(CUST-IDX) = BO-CUST(ORDER-IDX)
                 MOVE CUST-IDX TO CUST-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           ADD WORK-AMOUNT TO BC-TAX(CUST-FOUND-IDX)
           ADD WORK-AMOUNT TO BC-TOTAL(CUST-FOUND-IDX).

       EXTRACT-KEYED-AMOUNT.
           MOVE SPACES TO TOK-LABEL
           UNSTRING TOK-VALUE DELIMITED BY "="
               MOVE 0 TO BC-RIBBON(CUST-FOUND-IDX)
               MOVE 0 TO BC-BOW(CUST-FOUND-IDX)
               MOVE 0 TO BC-TOTAL(CUST-FOUND-IDX)
               MOVE 0 TO BC-TAX(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-30(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-60(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-90(CUST-FOUND-IDX)
               MOVE 0 TO BC-CREDIT(CUST-FOUND-IDX)
               MOVE 0 TO BC-TO-UNAPPLIED(CUST-FOUND-IDX)
           END-IF
           ADD 1 TO BC-ORDERS(CUST-FOUND-IDX)
           ADD BO-PAPER(ORDER-COUNT) TO BC-PAPER(CUST-FOUND-IDX)
               MOVE 0 TO BC-RIBBON(CUST-FOUND-IDX)
               MOVE 0 TO BC-BOW(CUST-FOUND-IDX)
               MOVE 0 TO BC-TOTAL(CUST-FOUND-IDX)
               MOVE 0 TO BC-TAX(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-30(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-60(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-90(CUST-FOUND-IDX)
               MOVE 0 TO BC-CREDIT(CUST-FOUND-IDX)
               MOVE 0 TO BC-TO-UNAPPLIED(CUST-FOUND-IDX)
           END-IF
           IF FUNCTION TRIM(BAL-PERIOD) = BILL-PERIOD
               COMPUTE BC-AGE-30(CUST-FOUND-IDX) =
           COMPUTE PRIOR-BALANCE = BC-AGE-30(CUST-IDX)
               + BC-AGE-60(CUST-IDX) + BC-AGE-90(CUST-IDX)
           IF BC-ORDERS(CUST-IDX) = 0 AND PRIOR-BALANCE = 0
               AND BC-CREDIT(CUST-IDX) = 0
               AND BC-TO-UNAPPLIED(CUST-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STMT-COUNT
                     FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
                 END-STRING
                 IF BO-TAX(ORDER-IDX) > 0
                     MOVE BO-TAX(ORDER-IDX) TO DISP-COST
                     STRING FUNCTION TRIM(STATEMENT-RECORD TRAILING)
                         DELIMITED BY SIZE
                         " tax = " DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                         INTO STATEMENT-RECORD
                     END-STRING
                 END-IF
                 WRITE STATEMENT-RECORD
             END-IF
           END-PERFORM
               FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           IF BC-TAX(CUST-IDX) > 0
               MOVE BC-TAX(CUST-IDX) TO DISP-COST
               STRING FUNCTION TRIM(STATEMENT-RECORD TRAILING)
                   DELIMITED BY SIZE
                   "  sales tax = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               END-STRING
           END-IF
           WRITE STATEMENT-RECORD
           MOVE BC-TOTAL(CUST-IDX) TO DISP-COST
           MOVE PRIOR-BALANCE TO DISP-COST-2
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           PERFORM WRITE-STATEMENT-CREDITS
           MOVE BC-AGE-30(CUST-IDX) TO DISP-COST
           MOVE BC-AGE-60(CUST-IDX) TO DISP-COST-2
           MOVE BC-AGE-90(CUST-IDX) TO DISP-COST-3
           END-STRING
           WRITE STATEMENT-RECORD
           COMPUTE BALANCE-DUE = BC-TOTAL(CUST-IDX) + PRIOR-BALANCE
               - BC-CREDIT(CUST-IDX)
           MOVE BALANCE-DUE TO DISP-COST
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  balance due = " DELIMITED BY SIZE
           OPEN OUTPUT BALANCE-OUT-FILE
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             COMPUTE WORK-AMOUNT = BC-TOTAL(CUST-IDX)
                 - BC-CREDIT(CUST-IDX)
             MOVE WORK-AMOUNT TO DISP-COST
             MOVE BC-AGE-30(CUST-IDX) TO DISP-COST-2
             MOVE SPACES TO BALANCE-OUT-RECORD
             STRING FUNCTION TRIM(BC-CODE(CUST-IDX))
               "BILLING.BAL"
           MOVE 0 TO RETURN-CODE.

       LOAD-CREDIT-MEMOS.
           MOVE "N" TO MEMO-EOF
           OPEN INPUT MEMO-IN-FILE
           IF MEMO-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MEMO-EOF = "Y"
             READ MEMO-IN-FILE
               AT END
                 MOVE "Y" TO MEMO-EOF
               NOT AT END
                 IF FUNCTION TRIM(MEMO-IN-RECORD) NOT = SPACES
                     PERFORM LOAD-ONE-MEMO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MEMO-IN-FILE.

       LOAD-ONE-MEMO.
           IF MEMO-COUNT >= MAX-MEMOS
               DISPLAY "error: more than " FUNCTION TRIM(MAX-MEMOS)
                   " lines on CREDIT.MEM, archive netted memos "
                   "before billing"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO MEMO-COUNT
           MOVE SPACES TO CREDIT-MEMO-ENTRY(MEMO-COUNT)
           MOVE "N" TO CM-APPLIES(MEMO-COUNT)
           IF MEMO-IN-RECORD(1:1) = "*"
               MOVE MEMO-IN-RECORD TO CM-COMMENT(MEMO-COUNT)
               EXIT PARAGRAPH
           END-IF
           UNSTRING MEMO-IN-RECORD DELIMITED BY ","
               INTO CM-NUMBER(MEMO-COUNT) CM-DATE(MEMO-COUNT)
                   CM-ORDER(MEMO-COUNT) CM-CUST(MEMO-COUNT)
                   CM-BOXES(MEMO-COUNT) CM-REASON(MEMO-COUNT)
                   CM-PAPER(MEMO-COUNT) CM-RIBBON(MEMO-COUNT)
                   CM-BOW(MEMO-COUNT) CM-TOTAL(MEMO-COUNT)
                   CM-PERIOD(MEMO-COUNT) CM-BEYOND(MEMO-COUNT)
                   CM-TAX(MEMO-COUNT)
           END-UNSTRING
           IF CM-PERIOD(MEMO-COUNT) = BILL-PERIOD
               MOVE "Y" TO CM-APPLIES(MEMO-COUNT)
           END-IF
           IF CM-PERIOD(MEMO-COUNT) = SPACES
               AND CM-DATE(MEMO-COUNT)(1:7) <= BILL-PERIOD
               MOVE "Y" TO CM-APPLIES(MEMO-COUNT)
           END-IF.

       APPLY-CREDIT-MEMOS.
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
               UNTIL MEMO-IDX > MEMO-COUNT
             IF CM-APPLIES(MEMO-IDX) = "Y"
                 PERFORM APPLY-ONE-MEMO
             END-IF
           END-PERFORM.

       APPLY-ONE-MEMO.
           MOVE FUNCTION TRIM(CM-CUST(MEMO-IDX)) TO BAL-CUST
           MOVE 0 TO CUST-FOUND-IDX
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             IF BC-CODE(CUST-IDX) = BAL-CUST
                 MOVE CUST-IDX TO CUST-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF CUST-FOUND-IDX = 0
               IF CUST-COUNT >= MAX-CUSTS
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-CUSTS)
                       " customers in the billing period"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CUST-COUNT
               MOVE CUST-COUNT TO CUST-FOUND-IDX
               MOVE BAL-CUST TO BC-CODE(CUST-FOUND-IDX)
               MOVE 0 TO BC-ORDERS(CUST-FOUND-IDX)
               MOVE 0 TO BC-PAPER(CUST-FOUND-IDX)
               MOVE 0 TO BC-RIBBON(CUST-FOUND-IDX)
               MOVE 0 TO BC-BOW(CUST-FOUND-IDX)
               MOVE 0 TO BC-TOTAL(CUST-FOUND-IDX)
               MOVE 0 TO BC-TAX(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-30(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-60(CUST-FOUND-IDX)
               MOVE 0 TO BC-AGE-90(CUST-FOUND-IDX)
               MOVE 0 TO BC-CREDIT(CUST-FOUND-IDX)
               MOVE 0 TO BC-TO-UNAPPLIED(CUST-FOUND-IDX)
           END-IF
           ADD 1 TO MEMOS-APPLIED
           MOVE FUNCTION NUMVAL(CM-TOTAL(MEMO-IDX)) TO MEMO-CREDIT
           IF FUNCTION TRIM(CM-TAX(MEMO-IDX)) NOT = SPACES
               ADD FUNCTION NUMVAL(CM-TAX(MEMO-IDX)) TO MEMO-CREDIT
           END-IF
           IF CM-PERIOD(MEMO-IDX) = BILL-PERIOD
               IF FUNCTION TRIM(CM-BEYOND(MEMO-IDX)) NOT = SPACES
                   SUBTRACT FUNCTION NUMVAL(CM-BEYOND(MEMO-IDX))
                       FROM MEMO-CREDIT
               END-IF
           END-IF
           COMPUTE CURRENT-AVAILABLE = BC-TOTAL(CUST-FOUND-IDX)
               - BC-CREDIT(CUST-FOUND-IDX)
           IF MEMO-CREDIT < CURRENT-AVAILABLE
               MOVE MEMO-CREDIT TO MEMO-TO-CURRENT
           ELSE
               MOVE CURRENT-AVAILABLE TO MEMO-TO-CURRENT
           END-IF
           ADD MEMO-TO-CURRENT TO BC-CREDIT(CUST-FOUND-IDX)
           COMPUTE MEMO-REMAINING = MEMO-CREDIT - MEMO-TO-CURRENT
           IF CM-PERIOD(MEMO-IDX) = BILL-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE BILL-PERIOD TO CM-PERIOD(MEMO-IDX)
           MOVE MEMO-REMAINING TO DISP-COST
           MOVE FUNCTION TRIM(DISP-COST) TO CM-BEYOND(MEMO-IDX)
           IF MEMO-REMAINING = 0
               EXIT PARAGRAPH
           END-IF
           IF BC-AGE-90(CUST-FOUND-IDX) < MEMO-REMAINING
               MOVE BC-AGE-90(CUST-FOUND-IDX) TO BUCKET-APPLIED
           ELSE
               MOVE MEMO-REMAINING TO BUCKET-APPLIED
           END-IF
           SUBTRACT BUCKET-APPLIED FROM BC-AGE-90(CUST-FOUND-IDX)
           SUBTRACT BUCKET-APPLIED FROM MEMO-REMAINING
           IF BC-AGE-60(CUST-FOUND-IDX) < MEMO-REMAINING
               MOVE BC-AGE-60(CUST-FOUND-IDX) TO BUCKET-APPLIED
           ELSE
               MOVE MEMO-REMAINING TO BUCKET-APPLIED
           END-IF
           SUBTRACT BUCKET-APPLIED FROM BC-AGE-60(CUST-FOUND-IDX)
           SUBTRACT BUCKET-APPLIED FROM MEMO-REMAINING
           IF BC-AGE-30(CUST-FOUND-IDX) < MEMO-REMAINING
               MOVE BC-AGE-30(CUST-FOUND-IDX) TO BUCKET-APPLIED
           ELSE
               MOVE MEMO-REMAINING TO BUCKET-APPLIED
           END-IF
           SUBTRACT BUCKET-APPLIED FROM BC-AGE-30(CUST-FOUND-IDX)
           SUBTRACT BUCKET-APPLIED FROM MEMO-REMAINING
           ADD MEMO-REMAINING TO BC-TO-UNAPPLIED(CUST-FOUND-IDX)
           IF MEMO-REMAINING > 0
               MOVE "Y" TO UNA-CHANGED
           END-IF.

       WRITE-STATEMENT-CREDITS.
           IF BC-CREDIT(CUST-IDX) = 0
               AND BC-TO-UNAPPLIED(CUST-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
               UNTIL MEMO-IDX > MEMO-COUNT
             IF CM-APPLIES(MEMO-IDX) = "Y"
                 AND CM-CUST(MEMO-IDX) = BC-CODE(CUST-IDX)
                 MOVE SPACES TO STATEMENT-RECORD
                 STRING "  credit memo " DELIMITED BY SIZE
                     FUNCTION TRIM(CM-NUMBER(MEMO-IDX))
                     DELIMITED BY SIZE
                     " order " DELIMITED BY SIZE
                     FUNCTION TRIM(CM-ORDER(MEMO-IDX))
                     DELIMITED BY SIZE
                     " reason " DELIMITED BY SIZE
                     CM-REASON(MEMO-IDX) DELIMITED BY SIZE
                     " credit = " DELIMITED BY SIZE
                     FUNCTION TRIM(CM-TOTAL(MEMO-IDX))
                     DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
                 END-STRING
                 IF FUNCTION TRIM(CM-TAX(MEMO-IDX)) NOT = SPACES
                     AND FUNCTION NUMVAL(CM-TAX(MEMO-IDX)) > 0
                     STRING FUNCTION TRIM(STATEMENT-RECORD TRAILING)
                         DELIMITED BY SIZE
                         " tax credit = " DELIMITED BY SIZE
                         FUNCTION TRIM(CM-TAX(MEMO-IDX))
                         DELIMITED BY SIZE
                         INTO STATEMENT-RECORD
                     END-STRING
                 END-IF
                 WRITE STATEMENT-RECORD
             END-IF
           END-PERFORM
           MOVE BC-CREDIT(CUST-IDX) TO DISP-COST
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  credits against current charges = "
               DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           IF BC-TO-UNAPPLIED(CUST-IDX) > 0
               MOVE BC-TO-UNAPPLIED(CUST-IDX) TO DISP-COST
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  credit carried forward as unapplied = "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF.

       REWRITE-MEMO-FILE.
           OPEN OUTPUT MEMO-OUT-FILE
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
               UNTIL MEMO-IDX > MEMO-COUNT
             IF CM-COMMENT(MEMO-IDX) NOT = SPACES
                 MOVE CM-COMMENT(MEMO-IDX) TO MEMO-OUT-RECORD
             ELSE
                 MOVE SPACES TO MEMO-OUT-RECORD
                 STRING FUNCTION TRIM(CM-NUMBER(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     CM-DATE(MEMO-IDX) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-ORDER(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-CUST(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-BOXES(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-REASON(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-PAPER(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-RIBBON(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-BOW(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-TOTAL(MEMO-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     CM-PERIOD(MEMO-IDX) DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CM-BEYOND(MEMO-IDX))
                     DELIMITED BY SIZE
                     INTO MEMO-OUT-RECORD
                 END-STRING
                 IF CM-TAX(MEMO-IDX) NOT = SPACES
                     STRING FUNCTION TRIM(MEMO-OUT-RECORD TRAILING)
                         DELIMITED BY SIZE
                         "," DELIMITED BY SIZE
                         FUNCTION TRIM(CM-TAX(MEMO-IDX))
                         DELIMITED BY SIZE
                         INTO MEMO-OUT-RECORD
                     END-STRING
                 END-IF
             END-IF
             WRITE MEMO-OUT-RECORD
           END-PERFORM
           CLOSE MEMO-OUT-FILE
           CALL "CBL_DELETE_FILE" USING "CREDIT.MEM"
           CALL "CBL_RENAME_FILE" USING "CREDIT.MEM.NEW"
               "CREDIT.MEM"
           MOVE 0 TO RETURN-CODE.

       REWRITE-UNAPPLIED-FILE.
           MOVE "N" TO UNA-EOF
           OPEN INPUT UNAPPLIED-IN-FILE
           IF UNAPPLIED-IN-STATUS = "00"
               PERFORM UNTIL UNA-EOF = "Y"
                 READ UNAPPLIED-IN-FILE
                   AT END
                     MOVE "Y" TO UNA-EOF
                   NOT AT END
                     IF FUNCTION TRIM(UNAPPLIED-IN-RECORD) NOT = SPACES
                         AND UNAPPLIED-IN-RECORD(1:1) NOT = "*"
                         MOVE SPACES TO UNA-CUST UNA-AMOUNT-TEXT
                         UNSTRING UNAPPLIED-IN-RECORD DELIMITED BY ","
                             INTO UNA-CUST UNA-AMOUNT-TEXT
                         END-UNSTRING
                         PERFORM FIND-UNAPPLIED-CUSTOMER
                         COMPUTE UN-AMOUNT(UNA-FOUND-IDX) =
                             FUNCTION NUMVAL(UNA-AMOUNT-TEXT)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE UNAPPLIED-IN-FILE
           END-IF
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             IF BC-TO-UNAPPLIED(CUST-IDX) > 0
                 MOVE BC-CODE(CUST-IDX) TO UNA-CUST
                 PERFORM FIND-UNAPPLIED-CUSTOMER
                 ADD BC-TO-UNAPPLIED(CUST-IDX)
                     TO UN-AMOUNT(UNA-FOUND-IDX)
             END-IF
           END-PERFORM
           OPEN OUTPUT UNAPPLIED-OUT-FILE
           MOVE "* unapplied cash maintained by cashpost"
               TO UNAPPLIED-OUT-RECORD
           WRITE UNAPPLIED-OUT-RECORD
           PERFORM VARYING UNA-IDX FROM 1 BY 1
               UNTIL UNA-IDX > UNA-COUNT
             IF UN-AMOUNT(UNA-IDX) > 0
                 MOVE UN-AMOUNT(UNA-IDX) TO DISP-COST
                 MOVE SPACES TO UNAPPLIED-OUT-RECORD
                 STRING FUNCTION TRIM(UN-CUST(UNA-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                     INTO UNAPPLIED-OUT-RECORD
                 END-STRING
                 WRITE UNAPPLIED-OUT-RECORD
             END-IF
           END-PERFORM
           CLOSE UNAPPLIED-OUT-FILE
           CALL "CBL_DELETE_FILE" USING "CASH.UNA"
           CALL "CBL_RENAME_FILE" USING "CASH.UNA.NEW" "CASH.UNA"
           MOVE 0 TO RETURN-CODE.

       FIND-UNAPPLIED-CUSTOMER.
           MOVE 0 TO UNA-FOUND-IDX
           PERFORM VARYING UNA-IDX FROM 1 BY 1
               UNTIL UNA-IDX > UNA-COUNT
             IF UN-CUST(UNA-IDX) = FUNCTION TRIM(UNA-CUST)
                 MOVE UNA-IDX TO UNA-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF UNA-FOUND-IDX = 0
               IF UNA-COUNT >= MAX-CUSTS
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-CUSTS)
                       " customers carried on CASH.UNA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO UNA-COUNT
               MOVE UNA-COUNT TO UNA-FOUND-IDX
               MOVE FUNCTION TRIM(UNA-CUST) TO UN-CUST(UNA-FOUND-IDX)
               MOVE 0 TO UN-AMOUNT(UNA-FOUND-IDX)
           END-IF.

       COPY GENPARA.

       COPY AUDITPARA.
