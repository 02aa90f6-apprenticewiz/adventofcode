       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVOICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVOICE-IN-FILE ASSIGN TO INVOICE-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-IN-STATUS.
       SELECT EINVOICE-FILE ASSIGN TO "EINVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EINVOICE-STATUS.
       SELECT SENT-LOG-FILE ASSIGN TO "EINVOICE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SENT-LOG-STATUS.
       COPY CUSTSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-IN-FILE.
       01 INVOICE-IN-RECORD    PIC X(200).

       COPY EINVFD.

       FD SENT-LOG-FILE.
       01 SENT-LOG-RECORD      PIC X(80).

       COPY CUSTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CUSTWS.
       77 INVOICE-IN-NAME      PIC X(256).
       77 INVOICE-IN-STATUS    PIC X(2).
       77 EINVOICE-STATUS      PIC X(2).
       77 SENT-LOG-STATUS      PIC X(2).
       77 ARG-IDX              PIC 9(4).
       77 INV-EOF              PIC X(1).
       77 LOG-EOF              PIC X(1).
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
       77 TAX-TOK-KW1          PIC X(10).
       77 TAX-TOK-KW2          PIC X(10).
       77 TAX-TOK-ORDNUM       PIC X(10).
       77 TAX-TOK-KW3          PIC X(10).
       77 TAX-TOK-CUST         PIC X(10).
       77 TAX-TOK-REST         PIC X(160).
       77 BOX-TOK-KW1          PIC X(10).
       77 BOX-TOK-DIMS         PIC X(20).
       77 BOX-TOK-KW2          PIC X(10).
       77 BOX-TOK-AMOUNT       PIC X(20).
       77 WORK-AMOUNT          PIC 9(11)V99.
       77 LOG-ORDER            PIC X(10).
       77 LOG-CUST             PIC X(10).
       77 LOG-INV-DATE         PIC X(10).
       77 LOG-SENT-DATE        PIC X(10).
       77 LOG-SEQ-TEXT         PIC X(8).
       77 LAST-FILE-SEQ        PIC 9(6) VALUE 0.
       77 FILE-SEQ             PIC 9(6) VALUE 0.
       77 SENT-COUNT           PIC 9(5) VALUE 0.
       77 MAX-SENT             PIC 9(5) VALUE 20000.
       77 SENT-IDX             PIC 9(5).
       77 SENT-FOUND           PIC X(1).
       77 FIRST-NEW-SENT       PIC 9(5).
       77 BOX-LINE-COUNT       PIC 9(4) VALUE 0.
       77 MAX-BOX-LINES        PIC 9(4) VALUE 1000.
       77 BOX-IDX              PIC 9(4).
       77 PENDING-ORDER        PIC X(1) VALUE "N".
       77 PEND-ORDER           PIC X(10).
       77 PEND-CUST            PIC X(10).
       77 PEND-DATE            PIC X(10).
       77 PEND-PAPER           PIC 9(11)V99.
       77 PEND-RIBBON          PIC 9(11)V99.
       77 PEND-BOW             PIC 9(11)V99.
       77 PEND-SUBTOTAL        PIC 9(11)V99.
       77 PEND-TAX             PIC 9(11)V99.
       77 INVOICE-COUNT        PIC 9(6) VALUE 0.
       77 LINE-RECORD-COUNT    PIC 9(8) VALUE 0.
       77 RECORD-COUNT         PIC 9(8) VALUE 0.
       77 FILE-SUBTOTAL        PIC 9(11)V99 VALUE 0.
       77 FILE-TAX             PIC 9(11)V99 VALUE 0.
       77 FILE-TOTAL           PIC 9(11)V99 VALUE 0.
       77 ALREADY-SENT-COUNT   PIC 9(5) VALUE 0.
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-COUNT           PIC Z(4)9.
       77 DISP-SEQ             PIC Z(5)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 SENT-TABLE.
          05 SENT-ENTRY OCCURS 20000 TIMES.
             10 SN-ORDER       PIC X(10).
             10 SN-CUST        PIC X(10).
             10 SN-INV-DATE    PIC X(10).
       01 BOX-LINE-TABLE.
          05 BOX-LINE-ENTRY OCCURS 1000 TIMES.
             10 BL-DIMS        PIC X(20).
             10 BL-AMOUNT      PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       OPEN INPUT CUSTOMER-FILE
       IF CUSTOMER-STATUS NOT = "00"
           DISPLAY "error: CUSTOMER.MST is not readable, electronic "
               "invoicing customers cannot be identified"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "Y" TO HAVE-CUSTOMERS

       PERFORM LOAD-SENT-LOG
       COMPUTE FILE-SEQ = LAST-FILE-SEQ + 1
       COMPUTE FIRST-NEW-SENT = SENT-COUNT + 1

       IF ARGC IS LESS THAN 1
           MOVE "DAY02A.INV" TO INVOICE-IN-NAME
           PERFORM SCAN-INVOICE-FILE
       ELSE
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > ARGC
             DISPLAY ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT ARG FROM ARGUMENT-VALUE
             MOVE FUNCTION TRIM(ARG) TO INVOICE-IN-NAME
             PERFORM SCAN-INVOICE-FILE
           END-PERFORM
       END-IF

       CLOSE CUSTOMER-FILE

       IF INVOICE-COUNT = 0
           DISPLAY "no new invoices for electronic invoicing "
               "customers, EINVOICE.DAT not written"
       ELSE
           PERFORM WRITE-FILE-TRAILER
           CLOSE EINVOICE-FILE
           PERFORM APPEND-SENT-LOG
           MOVE FILE-SEQ TO DISP-SEQ
           DISPLAY "EINVOICE.DAT file " FUNCTION TRIM(DISP-SEQ)
               " written"
           MOVE INVOICE-COUNT TO DISP-COUNT
           DISPLAY "  invoices = " FUNCTION TRIM(DISP-COUNT)
           MOVE LINE-RECORD-COUNT TO DISP-COUNT
           DISPLAY "  invoice lines = " FUNCTION TRIM(DISP-COUNT)
           MOVE RECORD-COUNT TO DISP-COUNT
           DISPLAY "  records = " FUNCTION TRIM(DISP-COUNT)
           MOVE FILE-SUBTOTAL TO DISP-COST
           DISPLAY "  subtotal = " FUNCTION TRIM(DISP-COST)
           MOVE FILE-TAX TO DISP-COST
           DISPLAY "  tax = " FUNCTION TRIM(DISP-COST)
           MOVE FILE-TOTAL TO DISP-COST
           DISPLAY "  total = " FUNCTION TRIM(DISP-COST)
       END-IF
       IF ALREADY-SENT-COUNT > 0
           MOVE ALREADY-SENT-COUNT TO DISP-COUNT
           DISPLAY "already transmitted, not re-sent = "
               FUNCTION TRIM(DISP-COUNT)
       END-IF

       MOVE "EINVOICE" TO AUDIT-PROGRAM
       MOVE "EINVOICE.DAT" TO FILENAME
       MOVE INVOICE-COUNT TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "invoices=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-SENT-LOG.
           MOVE "N" TO LOG-EOF
           OPEN INPUT SENT-LOG-FILE
           IF SENT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOG-EOF = "Y"
             READ SENT-LOG-FILE
               AT END
                 MOVE "Y" TO LOG-EOF
               NOT AT END
                 IF FUNCTION TRIM(SENT-LOG-RECORD) NOT = SPACES
                     AND SENT-LOG-RECORD(1:1) NOT = "*"
                     PERFORM LOAD-ONE-SENT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SENT-LOG-FILE.

       LOAD-ONE-SENT.
           MOVE SPACES TO LOG-ORDER LOG-CUST LOG-INV-DATE
               LOG-SENT-DATE LOG-SEQ-TEXT
           UNSTRING SENT-LOG-RECORD DELIMITED BY ","
               INTO LOG-ORDER LOG-CUST LOG-INV-DATE LOG-SENT-DATE
                   LOG-SEQ-TEXT
           END-UNSTRING
           IF SENT-COUNT >= MAX-SENT
               DISPLAY "error: more than " FUNCTION TRIM(MAX-SENT)
                   " invoices on EINVOICE.LOG, archive it before "
                   "the next transmission"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SENT-COUNT
           MOVE LOG-ORDER TO SN-ORDER(SENT-COUNT)
           MOVE LOG-CUST TO SN-CUST(SENT-COUNT)
           MOVE LOG-INV-DATE TO SN-INV-DATE(SENT-COUNT)
           IF FUNCTION TRIM(LOG-SEQ-TEXT) IS NUMERIC
               IF FUNCTION NUMVAL(LOG-SEQ-TEXT) > LAST-FILE-SEQ
                   MOVE FUNCTION NUMVAL(LOG-SEQ-TEXT) TO LAST-FILE-SEQ
               END-IF
           END-IF.

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
           MOVE "N" TO PENDING-ORDER
           MOVE 0 TO BOX-LINE-COUNT
           PERFORM UNTIL INV-EOF = "Y"
             READ INVOICE-IN-FILE
               AT END
                 MOVE "Y" TO INV-EOF
               NOT AT END
                 PERFORM CLASSIFY-INVOICE-LINE
             END-READ
           END-PERFORM
           PERFORM FLUSH-PENDING-ORDER
           CLOSE INVOICE-IN-FILE.

       CLASSIFY-INVOICE-LINE.
           EVALUATE TRUE
             WHEN INVOICE-IN-RECORD(1:10) = "tax order "
               PERFORM CAPTURE-TAX-LINE
             WHEN INVOICE-IN-RECORD(1:4) = "box "
               PERFORM FLUSH-PENDING-ORDER
               PERFORM SAVE-BOX-LINE
             WHEN INVOICE-IN-RECORD(1:6) = "order "
               PERFORM FLUSH-PENDING-ORDER
               PERFORM CAPTURE-ORDER-LINE
             WHEN OTHER
               PERFORM FLUSH-PENDING-ORDER
               MOVE 0 TO BOX-LINE-COUNT
           END-EVALUATE.

       SAVE-BOX-LINE.
           IF BOX-LINE-COUNT >= MAX-BOX-LINES
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-BOX-LINES)
                   " box lines in one order in "
                   FUNCTION TRIM(INVOICE-IN-NAME)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BOX-TOK-KW1 BOX-TOK-DIMS BOX-TOK-KW2
               BOX-TOK-AMOUNT
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO BOX-TOK-KW1 BOX-TOK-DIMS BOX-TOK-KW2
                   BOX-TOK-AMOUNT
           END-UNSTRING
           ADD 1 TO BOX-LINE-COUNT
           MOVE BOX-TOK-DIMS TO BL-DIMS(BOX-LINE-COUNT)
           IF FUNCTION TRIM(BOX-TOK-AMOUNT) = SPACES
               MOVE 0 TO BL-AMOUNT(BOX-LINE-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(BOX-TOK-AMOUNT)
                   TO BL-AMOUNT(BOX-LINE-COUNT)
           END-IF.

       CAPTURE-ORDER-LINE.
           MOVE SPACES TO TOK-KW1 TOK-ORDNUM TOK-KW2 TOK-CUST
               TOK-KW3 TOK-ODATE TOK-PAPER TOK-RIBBON TOK-BOW
               TOK-TOTAL
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO TOK-KW1 TOK-ORDNUM TOK-KW2 TOK-CUST
                   TOK-KW3 TOK-ODATE TOK-PAPER TOK-RIBBON TOK-BOW
                   TOK-TOTAL
           END-UNSTRING
           MOVE "Y" TO PENDING-ORDER
           MOVE TOK-ORDNUM TO PEND-ORDER
           MOVE TOK-CUST TO PEND-CUST
           MOVE TOK-ODATE TO PEND-DATE
           MOVE TOK-PAPER TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO PEND-PAPER
           MOVE TOK-RIBBON TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO PEND-RIBBON
           MOVE TOK-BOW TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO PEND-BOW
           MOVE TOK-TOTAL TO TOK-VALUE
           PERFORM EXTRACT-KEYED-AMOUNT
           MOVE WORK-AMOUNT TO PEND-SUBTOTAL
           MOVE 0 TO PEND-TAX.

       CAPTURE-TAX-LINE.
           IF PENDING-ORDER NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TAX-TOK-KW1 TAX-TOK-KW2 TAX-TOK-ORDNUM
               TAX-TOK-KW3 TAX-TOK-CUST TAX-TOK-REST
           UNSTRING INVOICE-IN-RECORD DELIMITED BY SPACE
               INTO TAX-TOK-KW1 TAX-TOK-KW2 TAX-TOK-ORDNUM
                   TAX-TOK-KW3 TAX-TOK-CUST
           END-UNSTRING
           IF TAX-TOK-ORDNUM NOT = PEND-ORDER
               OR TAX-TOK-CUST NOT = PEND-CUST
               EXIT PARAGRAPH
           END-IF
           UNSTRING INVOICE-IN-RECORD DELIMITED BY " tax="
               INTO TAX-TOK-KW1 TAX-TOK-REST
           END-UNSTRING
           MOVE TAX-TOK-REST TO TOK-VALUE
           IF FUNCTION TRIM(TOK-VALUE) = SPACES
               MOVE 0 TO PEND-TAX
           ELSE
               MOVE FUNCTION NUMVAL(TOK-VALUE) TO PEND-TAX
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

       FLUSH-PENDING-ORDER.
           IF PENDING-ORDER NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PENDING-ORDER
           PERFORM SEND-PENDING-ORDER
           MOVE 0 TO BOX-LINE-COUNT.

       SEND-PENDING-ORDER.
           MOVE "N" TO SENT-FOUND
           PERFORM VARYING SENT-IDX FROM 1 BY 1
               UNTIL SENT-IDX > SENT-COUNT
             IF SN-ORDER(SENT-IDX) = PEND-ORDER
                 AND SN-CUST(SENT-IDX) = PEND-CUST
                 MOVE "Y" TO SENT-FOUND
                 EXIT PERFORM
             END-IF
           END-PERFORM
           MOVE PEND-CUST TO CUST-CODE
           READ CUSTOMER-FILE
           IF CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF CUST-EINVOICE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF SENT-FOUND = "Y"
               ADD 1 TO ALREADY-SENT-COUNT
               DISPLAY "order " FUNCTION TRIM(PEND-ORDER)
                   " customer " FUNCTION TRIM(PEND-CUST)
                   " already transmitted, skipped"
               EXIT PARAGRAPH
           END-IF
           IF SENT-COUNT >= MAX-SENT
               DISPLAY "error: more than " FUNCTION TRIM(MAX-SENT)
                   " invoices on EINVOICE.LOG, archive it before "
                   "the next transmission"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SENT-COUNT
           MOVE PEND-ORDER TO SN-ORDER(SENT-COUNT)
           MOVE PEND-CUST TO SN-CUST(SENT-COUNT)
           MOVE PEND-DATE TO SN-INV-DATE(SENT-COUNT)
           ADD 1 TO INVOICE-COUNT
           IF INVOICE-COUNT = 1
               PERFORM OPEN-EINVOICE-FILE
           END-IF
           MOVE SPACES TO EINV-INVOICE-HEADER
           MOVE "IH" TO EH-TYPE
           MOVE PEND-ORDER TO EH-ORDER
           MOVE PEND-CUST TO EH-CUST
           MOVE PEND-DATE TO EH-DATE
           MOVE CUST-NAME TO EH-NAME
           MOVE CUST-ADDRESS TO EH-ADDRESS
           MOVE CUST-TERMS TO EH-TERMS
           MOVE CUST-ZONE TO EH-ZONE
           WRITE EINV-INVOICE-HEADER
           ADD 1 TO RECORD-COUNT
           PERFORM VARYING BOX-IDX FROM 1 BY 1
               UNTIL BOX-IDX > BOX-LINE-COUNT
             MOVE SPACES TO EINV-INVOICE-LINE
             MOVE "IL" TO EL-TYPE
             MOVE PEND-ORDER TO EL-ORDER
             MOVE BOX-IDX TO EL-SEQ
             STRING "BOX " DELIMITED BY SIZE
                 BL-DIMS(BOX-IDX) DELIMITED BY SPACE
                 INTO EL-DESC
             END-STRING
             MOVE BL-AMOUNT(BOX-IDX) TO EL-AMOUNT
             WRITE EINV-INVOICE-LINE
             ADD 1 TO RECORD-COUNT
             ADD 1 TO LINE-RECORD-COUNT
           END-PERFORM
           MOVE SPACES TO EINV-INVOICE-SUMMARY
           MOVE "IS" TO ES-TYPE
           MOVE PEND-ORDER TO ES-ORDER
           MOVE BOX-LINE-COUNT TO ES-LINES
           MOVE PEND-PAPER TO ES-PAPER
           MOVE PEND-RIBBON TO ES-RIBBON
           MOVE PEND-BOW TO ES-BOW
           MOVE PEND-SUBTOTAL TO ES-SUBTOTAL
           MOVE PEND-TAX TO ES-TAX
           COMPUTE ES-TOTAL = PEND-SUBTOTAL + PEND-TAX
           WRITE EINV-INVOICE-SUMMARY
           ADD 1 TO RECORD-COUNT
           ADD PEND-SUBTOTAL TO FILE-SUBTOTAL
           ADD PEND-TAX TO FILE-TAX
           ADD ES-TOTAL TO FILE-TOTAL.

       OPEN-EINVOICE-FILE.
           MOVE "EINVOICE.DAT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT EINVOICE-FILE
           IF EINVOICE-STATUS NOT = "00"
               DISPLAY "error: cannot create EINVOICE.DAT (status "
                   EINVOICE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-FILE-HEADER.

       WRITE-FILE-HEADER.
           MOVE SPACES TO EINV-FILE-HEADER
           MOVE "FH" TO EF-TYPE
           MOVE "DAY02A" TO EF-SENDER
           MOVE FILE-SEQ TO EF-FILE-SEQ
           MOVE TODAY-DATE TO EF-CREATED
           WRITE EINV-FILE-HEADER
           ADD 1 TO RECORD-COUNT.

       WRITE-FILE-TRAILER.
           ADD 1 TO RECORD-COUNT
           MOVE SPACES TO EINV-FILE-TRAILER
           MOVE "FT" TO ET-TYPE
           MOVE FILE-SEQ TO ET-FILE-SEQ
           MOVE INVOICE-COUNT TO ET-INVOICES
           MOVE LINE-RECORD-COUNT TO ET-LINES
           MOVE RECORD-COUNT TO ET-RECORDS
           MOVE FILE-SUBTOTAL TO ET-SUBTOTAL
           MOVE FILE-TAX TO ET-TAX
           MOVE FILE-TOTAL TO ET-TOTAL
           WRITE EINV-FILE-TRAILER.

       APPEND-SENT-LOG.
           OPEN EXTEND SENT-LOG-FILE
           IF SENT-LOG-STATUS NOT = "00"
               OPEN OUTPUT SENT-LOG-FILE
           END-IF
           MOVE FILE-SEQ TO DISP-SEQ
           PERFORM VARYING SENT-IDX FROM FIRST-NEW-SENT BY 1
               UNTIL SENT-IDX > SENT-COUNT
             MOVE SPACES TO SENT-LOG-RECORD
             STRING FUNCTION TRIM(SN-ORDER(SENT-IDX))
                 DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(SN-CUST(SENT-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(SN-INV-DATE(SENT-IDX))
                 DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 TODAY-DATE DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-SEQ) DELIMITED BY SIZE
                 INTO SENT-LOG-RECORD
             END-STRING
             WRITE SENT-LOG-RECORD
           END-PERFORM
           CLOSE SENT-LOG-FILE.

       COPY GENPARA.

       COPY AUDITPARA.
