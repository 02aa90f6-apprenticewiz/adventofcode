       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVOICE-IN-FILE ASSIGN TO INVOICE-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-IN-STATUS.
       SELECT MEMO-IN-FILE ASSIGN TO "CREDIT.MEM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMO-IN-STATUS.
       SELECT REGISTER-FILE ASSIGN TO "TAXREG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-IN-FILE.
       01 INVOICE-IN-RECORD    PIC X(200).

       FD MEMO-IN-FILE.
       01 MEMO-IN-RECORD       PIC X(200).

       FD REGISTER-FILE.
       01 REGISTER-RECORD      PIC X(132).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       77 TAX-PERIOD           PIC X(7).
       77 INVOICE-IN-NAME      PIC X(256).
       77 INVOICE-IN-STATUS    PIC X(2).
       77 ARG-IDX              PIC 9(4).
       77 INV-EOF              PIC X(1).
       77 MEMO-IN-STATUS       PIC X(2).
       77 MEMO-EOF             PIC X(1).
       77 MEMO-NUMBER-TEXT     PIC X(8).
       77 MEMO-DATE-TEXT       PIC X(10).
       77 MEMO-ORDER-TEXT      PIC X(10).
       77 MEMO-SKIP-TEXT       PIC X(16).
       77 MEMO-TAX-TEXT        PIC X(16).
       77 MEMO-TAX             PIC 9(11)V99.
       77 ORDER-TAX-COUNT      PIC 9(4) VALUE 0.
       77 MAX-ORDER-TAX        PIC 9(4) VALUE 5000.
       77 OT-IDX               PIC 9(4).
       77 OT-FOUND-IDX         PIC 9(4).
       77 UNMATCHED-CREDIT     PIC 9(13)V99 VALUE 0.
       77 FILE-COUNT           PIC 9(4) VALUE 0.
       77 TAX-TOK-KW1          PIC X(10).
       77 TAX-TOK-KW2          PIC X(10).
       77 TAX-TOK-ORDNUM       PIC X(10).
       77 TAX-TOK-KW3          PIC X(10).
       77 TAX-TOK-CUST         PIC X(10).
       77 TAX-TOK-KW4          PIC X(10).
       77 TAX-TOK-ODATE        PIC X(10).
       77 TAX-TOK-KW5          PIC X(10).
       77 TAX-TOK-ZONE         PIC X(10).
       77 TAX-TOK-TAXABLE      PIC X(20).
       77 TAX-TOK-AMOUNT       PIC X(20).
       77 TAX-HEAD-PART        PIC X(120).
       77 TAX-TAIL-PART        PIC X(120).
       77 JURIS-LEN            PIC 9(2).
       77 TOK-LABEL            PIC X(8).
       77 TOK-VALUE            PIC X(16).
       77 LINE-JURIS           PIC X(12).
       77 LINE-RATE            PIC X(8).
       77 LINE-TAXABLE         PIC 9(11)V99.
       77 LINE-TAX             PIC 9(11)V99.
       77 REG-COUNT            PIC 9(3) VALUE 0.
       77 MAX-REG              PIC 9(3) VALUE 100.
       77 REG-IDX              PIC 9(3).
       77 REG-FOUND-IDX        PIC 9(3).
       77 REG-SHIFT-IDX        PIC 9(3).
       77 TAX-LINE-COUNT       PIC 9(5) VALUE 0.
       77 TOTAL-TAXABLE        PIC 9(13)V99 VALUE 0.
       77 TOTAL-TAX            PIC 9(13)V99 VALUE 0.
       77 TOTAL-CREDIT         PIC 9(13)V99 VALUE 0.
       77 NET-TAX              PIC S9(13)V99.
       77 DISP-NET             PIC -(12)9.99.
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-COST-2          PIC Z(12)9.99.
       77 DISP-COUNT           PIC Z(4)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 REGISTER-TABLE.
          05 REGISTER-ENTRY OCCURS 100 TIMES.
             10 RG-JURIS       PIC X(12).
             10 RG-ZONE        PIC X(2).
             10 RG-RATE        PIC X(8).
             10 RG-ORDERS      PIC 9(5).
             10 RG-TAXABLE     PIC 9(11)V99.
             10 RG-TAX         PIC 9(11)V99.
             10 RG-CREDIT      PIC 9(11)V99.
       01 ORDER-TAX-TABLE.
          05 ORDER-TAX-ENTRY OCCURS 5000 TIMES.
             10 OT-ORDER       PIC X(10).
             10 OT-JURIS       PIC X(12).
             10 OT-ZONE        PIC X(10).
             10 OT-RATE        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <period yyyy-mm> [invoice file...]"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO TAX-PERIOD

       IF TAX-PERIOD(5:1) NOT = "-"
           DISPLAY "invalid period: " FUNCTION TRIM(TAX-PERIOD)
               " (expected yyyy-mm)"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       IF ARGC IS LESS THAN 2
           MOVE "DAY02A.INV" TO INVOICE-IN-NAME
           PERFORM SCAN-INVOICE-FILE
       ELSE
           PERFORM VARYING ARG-IDX FROM 2 BY 1 UNTIL ARG-IDX > ARGC
             DISPLAY ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(ARG) TO INVOICE-IN-NAME
             PERFORM SCAN-INVOICE-FILE
           END-PERFORM
       END-IF

       PERFORM APPLY-MEMO-TAX-CREDITS
       PERFORM WRITE-TAX-REGISTER

       MOVE TAX-LINE-COUNT TO DISP-COUNT
       MOVE TOTAL-TAX TO DISP-COST
       MOVE TOTAL-CREDIT TO DISP-COST-2
       DISPLAY "taxed orders = " FUNCTION TRIM(DISP-COUNT)
           ", tax collected = " FUNCTION TRIM(DISP-COST)
           ", tax credited = " FUNCTION TRIM(DISP-COST-2)
       IF UNMATCHED-CREDIT > 0
           MOVE UNMATCHED-CREDIT TO DISP-COST
           DISPLAY "WARNING: credit memo tax of "
               FUNCTION TRIM(DISP-COST)
               " is for orders not on the invoice files read, "
               "not netted"
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE "TAXREG" TO AUDIT-PROGRAM
       MOVE TAX-PERIOD TO FILENAME
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "orders=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

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
           ADD 1 TO FILE-COUNT
           PERFORM UNTIL INV-EOF = "Y"
             READ INVOICE-IN-FILE
               AT END
                 MOVE "Y" TO INV-EOF
               NOT AT END
                 IF INVOICE-IN-RECORD(1:10) = "tax order "
                     PERFORM CAPTURE-TAX-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INVOICE-IN-FILE.

       CAPTURE-TAX-LINE.
           MOVE SPACES TO TAX-TOK-KW1 TAX-TOK-KW2 TAX-TOK-ORDNUM
               TAX-TOK-KW3 TAX-TOK-CUST TAX-TOK-KW4 TAX-TOK-ODATE
               TAX-TOK-KW5 TAX-TOK-ZONE TAX-TOK-TAXABLE TAX-TOK-AMOUNT
           MOVE SPACES TO TAX-HEAD-PART LINE-JURIS TAX-TAIL-PART
           UNSTRING INVOICE-IN-RECORD DELIMITED BY " juris="
               OR " rate="
               INTO TAX-HEAD-PART LINE-JURIS TAX-TAIL-PART
           END-UNSTRING
           UNSTRING TAX-HEAD-PART DELIMITED BY SPACE
               INTO TAX-TOK-KW1 TAX-TOK-KW2 TAX-TOK-ORDNUM
                   TAX-TOK-KW3 TAX-TOK-CUST TAX-TOK-KW4 TAX-TOK-ODATE
                   TAX-TOK-KW5 TAX-TOK-ZONE
           END-UNSTRING
           IF LINE-JURIS NOT = SPACES
               COMPUTE JURIS-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LINE-JURIS TRAILING))
               INSPECT LINE-JURIS(1:JURIS-LEN)
                   REPLACING ALL SPACE BY "-"
           END-IF
           MOVE SPACES TO LINE-RATE
           UNSTRING TAX-TAIL-PART DELIMITED BY SPACE
               INTO LINE-RATE TAX-TOK-TAXABLE TAX-TOK-AMOUNT
           END-UNSTRING
           PERFORM NOTE-ORDER-TAX-LINE
           IF TAX-TOK-ODATE(1:7) NOT = TAX-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE TAX-TOK-TAXABLE TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE FUNCTION NUMVAL(TOK-VALUE) TO LINE-TAXABLE
           MOVE TAX-TOK-AMOUNT TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE FUNCTION NUMVAL(TOK-VALUE) TO LINE-TAX
           PERFORM FIND-REGISTER-ENTRY
           ADD 1 TO RG-ORDERS(REG-FOUND-IDX)
           ADD LINE-TAXABLE TO RG-TAXABLE(REG-FOUND-IDX)
           ADD LINE-TAX TO RG-TAX(REG-FOUND-IDX)
           ADD 1 TO TAX-LINE-COUNT
           ADD LINE-TAXABLE TO TOTAL-TAXABLE
           ADD LINE-TAX TO TOTAL-TAX.

       NOTE-ORDER-TAX-LINE.
           IF ORDER-TAX-COUNT >= MAX-ORDER-TAX
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-ORDER-TAX)
                   " tax lines on the invoice files"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ORDER-TAX-COUNT
           MOVE TAX-TOK-ORDNUM TO OT-ORDER(ORDER-TAX-COUNT)
           MOVE LINE-JURIS TO OT-JURIS(ORDER-TAX-COUNT)
           MOVE TAX-TOK-ZONE TO OT-ZONE(ORDER-TAX-COUNT)
           MOVE LINE-RATE TO OT-RATE(ORDER-TAX-COUNT).

       APPLY-MEMO-TAX-CREDITS.
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
                     AND MEMO-IN-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-ONE-MEMO-CREDIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MEMO-IN-FILE.

       APPLY-ONE-MEMO-CREDIT.
           MOVE SPACES TO MEMO-NUMBER-TEXT MEMO-DATE-TEXT
               MEMO-ORDER-TEXT MEMO-TAX-TEXT
           UNSTRING MEMO-IN-RECORD DELIMITED BY ","
               INTO MEMO-NUMBER-TEXT MEMO-DATE-TEXT MEMO-ORDER-TEXT
                   MEMO-SKIP-TEXT MEMO-SKIP-TEXT MEMO-SKIP-TEXT
                   MEMO-SKIP-TEXT MEMO-SKIP-TEXT MEMO-SKIP-TEXT
                   MEMO-SKIP-TEXT MEMO-SKIP-TEXT MEMO-SKIP-TEXT
                   MEMO-TAX-TEXT
           END-UNSTRING
           IF MEMO-DATE-TEXT(1:7) NOT = TAX-PERIOD
               OR FUNCTION TRIM(MEMO-TAX-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MEMO-TAX-TEXT) TO MEMO-TAX
           IF MEMO-TAX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO OT-FOUND-IDX
           PERFORM VARYING OT-IDX FROM ORDER-TAX-COUNT BY -1
               UNTIL OT-IDX < 1 OR OT-FOUND-IDX > 0
             IF OT-ORDER(OT-IDX) = MEMO-ORDER-TEXT
                 MOVE OT-IDX TO OT-FOUND-IDX
             END-IF
           END-PERFORM
           IF OT-FOUND-IDX = 0
               ADD MEMO-TAX TO UNMATCHED-CREDIT
               EXIT PARAGRAPH
           END-IF
           MOVE OT-JURIS(OT-FOUND-IDX) TO LINE-JURIS
           MOVE OT-ZONE(OT-FOUND-IDX) TO TAX-TOK-ZONE
           MOVE OT-RATE(OT-FOUND-IDX) TO LINE-RATE
           PERFORM FIND-REGISTER-ENTRY
           ADD MEMO-TAX TO RG-CREDIT(REG-FOUND-IDX)
           ADD MEMO-TAX TO TOTAL-CREDIT.

       EXTRACT-KEYED-AMOUNT.
           MOVE SPACES TO TOK-LABEL
           UNSTRING TOK-VALUE DELIMITED BY "="
               INTO TOK-LABEL TOK-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(TOK-VALUE) = SPACES
               MOVE "0" TO TOK-VALUE
           END-IF.

       FIND-REGISTER-ENTRY.
           MOVE 0 TO REG-FOUND-IDX
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
             IF RG-JURIS(REG-IDX) = LINE-JURIS
                 AND RG-ZONE(REG-IDX) = TAX-TOK-ZONE
                 AND RG-RATE(REG-IDX) = LINE-RATE
                 MOVE REG-IDX TO REG-FOUND-IDX
                 EXIT PERFORM
             END-IF
             IF RG-JURIS(REG-IDX) > LINE-JURIS
                 EXIT PERFORM
             END-IF
             IF RG-JURIS(REG-IDX) = LINE-JURIS
                 AND RG-ZONE(REG-IDX) > TAX-TOK-ZONE
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF REG-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF REG-COUNT >= MAX-REG
               DISPLAY "error: more than " FUNCTION TRIM(MAX-REG)
                   " jurisdiction lines in the tax register"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING REG-SHIFT-IDX FROM REG-COUNT BY -1
               UNTIL REG-SHIFT-IDX < REG-IDX
             MOVE REGISTER-ENTRY(REG-SHIFT-IDX)
                 TO REGISTER-ENTRY(REG-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO REG-COUNT
           MOVE REG-IDX TO REG-FOUND-IDX
           MOVE LINE-JURIS TO RG-JURIS(REG-FOUND-IDX)
           MOVE TAX-TOK-ZONE TO RG-ZONE(REG-FOUND-IDX)
           MOVE LINE-RATE TO RG-RATE(REG-FOUND-IDX)
           MOVE 0 TO RG-ORDERS(REG-FOUND-IDX)
           MOVE 0 TO RG-TAXABLE(REG-FOUND-IDX)
           MOVE 0 TO RG-TAX(REG-FOUND-IDX)
           MOVE 0 TO RG-CREDIT(REG-FOUND-IDX).

       WRITE-TAX-REGISTER.
           MOVE "TAXREG.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-RECORD
           STRING "sales tax register for period " DELIMITED BY SIZE
               TAX-PERIOD DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "jurisdiction zone rate     orders"
               TO REGISTER-RECORD
           MOVE "taxable amount" TO REGISTER-RECORD(44:14)
           MOVE "tax collected" TO REGISTER-RECORD(62:13)
           MOVE "tax credited" TO REGISTER-RECORD(81:12)
           MOVE "net tax due" TO REGISTER-RECORD(100:11)
           WRITE REGISTER-RECORD
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
             MOVE SPACES TO REGISTER-RECORD
             MOVE RG-JURIS(REG-IDX) TO REGISTER-RECORD(1:12)
             MOVE RG-ZONE(REG-IDX) TO REGISTER-RECORD(14:2)
             MOVE RG-RATE(REG-IDX) TO REGISTER-RECORD(19:8)
             MOVE RG-ORDERS(REG-IDX) TO DISP-COUNT
             MOVE DISP-COUNT TO REGISTER-RECORD(29:5)
             MOVE RG-TAXABLE(REG-IDX) TO DISP-COST
             MOVE DISP-COST TO REGISTER-RECORD(41:16)
             MOVE RG-TAX(REG-IDX) TO DISP-COST-2
             MOVE DISP-COST-2 TO REGISTER-RECORD(59:16)
             MOVE RG-CREDIT(REG-IDX) TO DISP-COST-2
             MOVE DISP-COST-2 TO REGISTER-RECORD(77:16)
             COMPUTE NET-TAX = RG-TAX(REG-IDX) - RG-CREDIT(REG-IDX)
             MOVE NET-TAX TO DISP-NET
             MOVE DISP-NET TO REGISTER-RECORD(95:16)
             WRITE REGISTER-RECORD
           END-PERFORM
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE TAX-LINE-COUNT TO DISP-COUNT
           MOVE TOTAL-TAXABLE TO DISP-COST
           MOVE TOTAL-TAX TO DISP-COST-2
           MOVE SPACES TO REGISTER-RECORD
           MOVE "total" TO REGISTER-RECORD(1:5)
           MOVE DISP-COUNT TO REGISTER-RECORD(29:5)
           MOVE DISP-COST TO REGISTER-RECORD(41:16)
           MOVE DISP-COST-2 TO REGISTER-RECORD(59:16)
           MOVE TOTAL-CREDIT TO DISP-COST-2
           MOVE DISP-COST-2 TO REGISTER-RECORD(77:16)
           COMPUTE NET-TAX = TOTAL-TAX - TOTAL-CREDIT
           MOVE NET-TAX TO DISP-NET
           MOVE DISP-NET TO REGISTER-RECORD(95:16)
           WRITE REGISTER-RECORD
           IF UNMATCHED-CREDIT > 0
               MOVE UNMATCHED-CREDIT TO DISP-COST
               MOVE SPACES TO REGISTER-RECORD
               STRING "credit memo tax not netted (order not on the "
                   DELIMITED BY SIZE
                   "invoice files read) = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                   INTO REGISTER-RECORD
               END-STRING
               WRITE REGISTER-RECORD
           END-IF
           IF REG-COUNT = 0
               MOVE "no taxed orders in the period" TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           CLOSE REGISTER-FILE.

       COPY GENPARA.

       COPY AUDITPARA.
