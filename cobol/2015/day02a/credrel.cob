       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HELD-FILE ASSIGN TO "DAY02A.HLD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HELD-STATUS.
       SELECT HELD-NEW-FILE ASSIGN TO "DAY02A.HLD.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HELD-NEW-STATUS.
       SELECT RELEASE-FILE ASSIGN TO "DAY02A.RLS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELEASE-STATUS.
       SELECT CREDIT-LOG-FILE ASSIGN TO "CREDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREDIT-LOG-STATUS.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD HELD-FILE.
       01 HELD-RECORD          PIC X(96).

       FD HELD-NEW-FILE.
       01 HELD-NEW-RECORD      PIC X(96).

       FD RELEASE-FILE.
       01 RELEASE-RECORD       PIC X(96).

       FD CREDIT-LOG-FILE.
       01 CREDIT-LOG-RECORD    PIC X(96).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       77 RUN-MODE             PIC X(8).
       77 WANT-ORDER           PIC X(10).
       77 HELD-STATUS          PIC X(2).
       77 HELD-NEW-STATUS      PIC X(2).
       77 RELEASE-STATUS       PIC X(2).
       77 CREDIT-LOG-STATUS    PIC X(2).
       77 HELD-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 HELD-LINE-COUNT      PIC 9(5) VALUE 0.
       77 MAX-HELD-LINES       PIC 9(5) VALUE 20000.
       77 HELD-IDX             PIC 9(5).
       77 HELD-ORDER-COUNT     PIC 9(4) VALUE 0.
       77 MATCH-FIRST          PIC 9(5) VALUE 0.
       77 MATCH-LAST           PIC 9(5) VALUE 0.
       77 IN-MATCH             PIC X(1) VALUE "N".
       77 HOLD-WORD-1          PIC X(8).
       77 HOLD-WORD-2          PIC X(8).
       77 HOLD-DATE            PIC X(10).
       77 HOLD-WORD-3          PIC X(8).
       77 HOLD-ORDER           PIC X(10).
       77 HOLD-WORD-4          PIC X(10).
       77 HOLD-CUSTOMER        PIC X(10).
       77 HOLD-TOTAL           PIC X(20).
       77 HOLD-OPEN            PIC X(20).
       77 HOLD-LIMIT           PIC X(20).
       77 MATCH-CUSTOMER       PIC X(10).
       77 DISP-HELD-ORDERS     PIC Z(4).
       77 DISP-RELEASED        PIC Z(4).
       77 AUDIT-SUMMARY        PIC X(20).
       01 HELD-LINE-TABLE.
          05 HELD-LINE OCCURS 20000 TIMES PIC X(96).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <list|release|cancel> [order number]"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO RUN-MODE
       INSPECT RUN-MODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

       MOVE SPACES TO WANT-ORDER
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-ORDER
       END-IF

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       PERFORM LOAD-HELD-ORDERS

       MOVE "CREDREL" TO AUDIT-PROGRAM
       MOVE "DAY02A.HLD" TO FILENAME

       EVALUATE RUN-MODE
         WHEN "LIST"
           PERFORM LIST-HELD-ORDERS
           MOVE HELD-ORDER-COUNT TO DISP-HELD-ORDERS
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "held=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HELD-ORDERS) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
         WHEN "RELEASE"
         WHEN "CANCEL"
           IF WANT-ORDER = SPACES
               DISPLAY "error: " FUNCTION LOWER-CASE(RUN-MODE)
                   " needs an order number"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CREDIT" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to release or cancel "
                   "held orders"
               MOVE 8 TO RETURN-CODE
               IF RUN-MODE = "RELEASE"
                   MOVE "RELEASE DENIED" TO AUDIT-RESULT-TEXT
               ELSE
                   MOVE "CANCEL DENIED" TO AUDIT-RESULT-TEXT
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           PERFORM FIND-HELD-ORDER
           IF MATCH-FIRST = 0
               DISPLAY "error: order " FUNCTION TRIM(WANT-ORDER)
                   " is not on DAY02A.HLD"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-MODE = "RELEASE"
               PERFORM WRITE-RELEASED-ORDER
           END-IF
           PERFORM LOG-CREDIT-ACTION
           PERFORM REWRITE-HELD-FILE
           MOVE SPACES TO AUDIT-SUMMARY
           STRING FUNCTION TRIM(RUN-MODE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WANT-ORDER) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
         WHEN OTHER
           DISPLAY "error: mode must be list, release or cancel"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-HELD-ORDERS.
           MOVE "N" TO HELD-EOF
           OPEN INPUT HELD-FILE
           IF HELD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HELD-EOF = "Y"
             READ HELD-FILE
               AT END
                 MOVE "Y" TO HELD-EOF
               NOT AT END
                 IF FUNCTION TRIM(HELD-RECORD) NOT = SPACES
                     IF HELD-LINE-COUNT >= MAX-HELD-LINES
                         DISPLAY "error: more than "
                             FUNCTION TRIM(MAX-HELD-LINES)
                             " lines on DAY02A.HLD"
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                     END-IF
                     ADD 1 TO HELD-LINE-COUNT
                     MOVE HELD-RECORD TO HELD-LINE(HELD-LINE-COUNT)
                     IF HELD-RECORD(1:7) = "* held "
                         ADD 1 TO HELD-ORDER-COUNT
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HELD-FILE.

       SPLIT-HOLD-HEADER.
           MOVE SPACES TO HOLD-WORD-1 HOLD-WORD-2 HOLD-DATE
               HOLD-WORD-3 HOLD-ORDER HOLD-WORD-4 HOLD-CUSTOMER
               HOLD-TOTAL HOLD-OPEN HOLD-LIMIT
           UNSTRING HELD-LINE(HELD-IDX) DELIMITED BY ALL SPACES
               INTO HOLD-WORD-1 HOLD-WORD-2 HOLD-DATE HOLD-WORD-3
                   HOLD-ORDER HOLD-WORD-4 HOLD-CUSTOMER HOLD-TOTAL
                   HOLD-OPEN HOLD-LIMIT
           END-UNSTRING.

       LIST-HELD-ORDERS.
           IF HELD-ORDER-COUNT = 0
               DISPLAY "no orders held for credit review"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-LINE-COUNT
             IF HELD-LINE(HELD-IDX)(1:7) = "* held "
                 PERFORM SPLIT-HOLD-HEADER
                 DISPLAY "order " FUNCTION TRIM(HOLD-ORDER)
                     " customer " FUNCTION TRIM(HOLD-CUSTOMER)
                     " held " FUNCTION TRIM(HOLD-DATE)
                     " " FUNCTION TRIM(HOLD-TOTAL)
                     " " FUNCTION TRIM(HOLD-OPEN)
                     " " FUNCTION TRIM(HOLD-LIMIT)
             END-IF
           END-PERFORM
           MOVE HELD-ORDER-COUNT TO DISP-HELD-ORDERS
           DISPLAY FUNCTION TRIM(DISP-HELD-ORDERS)
               " orders held for credit review".

       FIND-HELD-ORDER.
           MOVE 0 TO MATCH-FIRST MATCH-LAST
           MOVE "N" TO IN-MATCH
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-LINE-COUNT
             IF HELD-LINE(HELD-IDX)(1:7) = "* held "
                 IF IN-MATCH = "Y"
                     EXIT PERFORM
                 END-IF
                 PERFORM SPLIT-HOLD-HEADER
                 IF HOLD-ORDER = WANT-ORDER
                     MOVE "Y" TO IN-MATCH
                     MOVE HELD-IDX TO MATCH-FIRST
                     MOVE HOLD-CUSTOMER TO MATCH-CUSTOMER
                 END-IF
             END-IF
             IF IN-MATCH = "Y"
                 MOVE HELD-IDX TO MATCH-LAST
             END-IF
           END-PERFORM.

       WRITE-RELEASED-ORDER.
           OPEN EXTEND RELEASE-FILE
           IF RELEASE-STATUS NOT = "00"
               OPEN OUTPUT RELEASE-FILE
           END-IF
           IF RELEASE-STATUS NOT = "00"
               DISPLAY "error: cannot open DAY02A.RLS (status "
                   RELEASE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE HELD-IDX = MATCH-FIRST + 1
           PERFORM VARYING HELD-IDX FROM HELD-IDX BY 1
               UNTIL HELD-IDX > MATCH-LAST
             MOVE HELD-LINE(HELD-IDX) TO RELEASE-RECORD
             WRITE RELEASE-RECORD
           END-PERFORM
           CLOSE RELEASE-FILE
           DISPLAY "order " FUNCTION TRIM(WANT-ORDER)
               " released to DAY02A.RLS for the next day02a run".

       LOG-CREDIT-ACTION.
           OPEN EXTEND CREDIT-LOG-FILE
           IF CREDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT CREDIT-LOG-FILE
           END-IF
           MOVE SPACES TO CREDIT-LOG-RECORD
           STRING TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(RUN-MODE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WANT-ORDER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(MATCH-CUSTOMER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-OPERATOR-ID) DELIMITED BY SIZE
               INTO CREDIT-LOG-RECORD
           END-STRING
           WRITE CREDIT-LOG-RECORD
           CLOSE CREDIT-LOG-FILE
           IF RUN-MODE = "CANCEL"
               DISPLAY "order " FUNCTION TRIM(WANT-ORDER)
                   " cancelled, removed from DAY02A.HLD"
           END-IF.

       REWRITE-HELD-FILE.
           OPEN OUTPUT HELD-NEW-FILE
           IF HELD-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot open DAY02A.HLD.NEW (status "
                   HELD-NEW-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-LINE-COUNT
             IF HELD-IDX < MATCH-FIRST OR HELD-IDX > MATCH-LAST
                 MOVE HELD-LINE(HELD-IDX) TO HELD-NEW-RECORD
                 WRITE HELD-NEW-RECORD
             END-IF
           END-PERFORM
           CLOSE HELD-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "DAY02A.HLD"
           CALL "CBL_RENAME_FILE" USING "DAY02A.HLD.NEW"
               "DAY02A.HLD"
           MOVE 0 TO RETURN-CODE.

       COPY AUDITPARA.
