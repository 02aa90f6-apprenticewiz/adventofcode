       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REMIT-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMIT-STATUS.
       SELECT BALANCE-IN-FILE ASSIGN TO "BILLING.BAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-IN-STATUS.
       SELECT BALANCE-OUT-FILE ASSIGN TO "BILLING.BAL.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT UNAPPLIED-IN-FILE ASSIGN TO "CASH.UNA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNAPPLIED-IN-STATUS.
       SELECT UNAPPLIED-OUT-FILE ASSIGN TO "CASH.UNA.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CASH-LOG-FILE ASSIGN TO "CASH.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASH-LOG-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "CASHPOST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD REMIT-FILE.
       01 REMIT-RECORD         PIC X(96).

       FD BALANCE-IN-FILE.
       01 BALANCE-IN-RECORD    PIC X(96).

       FD BALANCE-OUT-FILE.
       01 BALANCE-OUT-RECORD   PIC X(96).

       FD UNAPPLIED-IN-FILE.
       01 UNAPPLIED-IN-RECORD  PIC X(64).

       FD UNAPPLIED-OUT-FILE.
       01 UNAPPLIED-OUT-RECORD PIC X(64).

       FD CASH-LOG-FILE.
       01 CASH-LOG-RECORD      PIC X(132).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(132).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       77 REMIT-STATUS         PIC X(2).
       77 BALANCE-IN-STATUS    PIC X(2).
       77 UNAPPLIED-IN-STATUS  PIC X(2).
       77 CASH-LOG-STATUS      PIC X(2).
       77 REMIT-EOF            PIC X(1).
       77 BAL-EOF              PIC X(1).
       77 UNA-EOF              PIC X(1).
       77 LOG-EOF              PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 RMT-CUST             PIC X(10).
       77 RMT-AMOUNT-TEXT      PIC X(16).
       77 RMT-REF              PIC X(12).
       77 RMT-DATE             PIC X(10).
       77 RMT-WHOLE-TEXT       PIC X(12).
       77 RMT-CENTS-TEXT       PIC X(4).
       77 RMT-AMOUNT           PIC 9(11)V99.
       77 REMAINING-AMOUNT     PIC 9(11)V99.
       77 APPLIED-AMOUNT       PIC 9(11)V99.
       77 BUCKET-APPLIED       PIC 9(11)V99.
       77 DEPOSIT-TOTAL        PIC 9(11)V99 VALUE 0.
       77 APPLIED-TOTAL        PIC 9(11)V99 VALUE 0.
       77 UNAPPLIED-TOTAL      PIC 9(11)V99 VALUE 0.
       77 PAYMENT-COUNT        PIC 9(4) VALUE 0.
       77 BAD-PAYMENT-COUNT    PIC 9(4) VALUE 0.
       77 DUP-PAYMENT-COUNT    PIC 9(4) VALUE 0.
       77 BAL-CUST             PIC X(10).
       77 BAL-PERIOD           PIC X(7).
       77 BAL-CUR-TEXT         PIC X(16).
       77 BAL-30-TEXT          PIC X(16).
       77 BAL-60-TEXT          PIC X(16).
       77 BAL-90-TEXT          PIC X(16).
       77 UNA-CUST             PIC X(10).
       77 UNA-AMOUNT-TEXT      PIC X(16).
       77 LOG-DATE-TEXT        PIC X(10).
       77 LOG-CUST-TEXT        PIC X(10).
       77 LOG-REF-TEXT         PIC X(12).
       77 CUST-COUNT           PIC 9(3) VALUE 0.
       77 MAX-CUSTS            PIC 9(3) VALUE 100.
       77 CUST-IDX             PIC 9(3).
       77 CUST-FOUND-IDX       PIC 9(3).
       77 POSTED-COUNT         PIC 9(4) VALUE 0.
       77 MAX-POSTED           PIC 9(4) VALUE 5000.
       77 POSTED-IDX           PIC 9(4).
       77 POSTED-HIT           PIC X(1).
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-COST-2          PIC Z(12)9.99.
       77 DISP-COST-3          PIC Z(12)9.99.
       77 DISP-COUNT           PIC Z(4).
       77 AUDIT-SUMMARY        PIC X(20).
       01 CASH-CUST-TABLE.
          05 CASH-CUST-ENTRY OCCURS 100 TIMES.
             10 CC-CODE        PIC X(10).
             10 CC-PERIOD      PIC X(7).
             10 CC-ON-BALANCE  PIC X(1).
             10 CC-CURRENT     PIC 9(11)V99.
             10 CC-AGE-30      PIC 9(11)V99.
             10 CC-AGE-60      PIC 9(11)V99.
             10 CC-AGE-90      PIC 9(11)V99.
             10 CC-UNAPPLIED   PIC 9(11)V99.
       01 POSTED-TABLE.
          05 POSTED-ENTRY OCCURS 5000 TIMES.
             10 PST-CUST       PIC X(10).
             10 PST-REF        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <remittance file>"
           DISPLAY "remittance records: <customer>,<amount>,"
               "<check or reference>,<date>"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO FILENAME

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       PERFORM LOAD-OPEN-BALANCES
       PERFORM LOAD-UNAPPLIED-CASH
       PERFORM LOAD-POSTED-PAYMENTS
       PERFORM VALIDATE-REMITTANCE

       IF BAD-PAYMENT-COUNT > 0
           MOVE BAD-PAYMENT-COUNT TO DISP-COUNT
           DISPLAY "error: " FUNCTION TRIM(DISP-COUNT)
               " remittance records failed validation, BILLING.BAL "
               "left untouched"
           MOVE 4 TO RETURN-CODE
           MOVE "CASHPOST" TO AUDIT-PROGRAM
           MOVE "REMIT REJECTED" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       MOVE "CASHPOST.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT JOURNAL-FILE
       MOVE SPACES TO JOURNAL-RECORD
       STRING "cash receipts journal, posted " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           " from " DELIMITED BY SIZE
           FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
           INTO JOURNAL-RECORD
       END-STRING
       WRITE JOURNAL-RECORD
       PERFORM POST-REMITTANCE
       PERFORM WRITE-JOURNAL-TOTALS
       CLOSE JOURNAL-FILE

       PERFORM REWRITE-BALANCE-FILE
       PERFORM REWRITE-UNAPPLIED-FILE

       MOVE PAYMENT-COUNT TO DISP-COUNT
       MOVE DEPOSIT-TOTAL TO DISP-COST
       DISPLAY "payments posted = " FUNCTION TRIM(DISP-COUNT)
           ", deposit total = " FUNCTION TRIM(DISP-COST)

       MOVE "CASHPOST" TO AUDIT-PROGRAM
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "payments=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-OPEN-BALANCES.
           MOVE "N" TO BAL-EOF
           OPEN INPUT BALANCE-IN-FILE
           IF BALANCE-IN-STATUS NOT = "00"
               DISPLAY "note: BILLING.BAL not present, all payments "
                   "are held as unapplied cash"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BAL-EOF = "Y"
             READ BALANCE-IN-FILE
               AT END
                 MOVE "Y" TO BAL-EOF
               NOT AT END
                 IF FUNCTION TRIM(BALANCE-IN-RECORD) NOT = SPACES
                     PERFORM LOAD-ONE-BALANCE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BALANCE-IN-FILE.

       LOAD-ONE-BALANCE.
           MOVE SPACES TO BAL-CUST BAL-PERIOD BAL-CUR-TEXT
               BAL-30-TEXT BAL-60-TEXT BAL-90-TEXT
           UNSTRING BALANCE-IN-RECORD DELIMITED BY ","
               INTO BAL-CUST BAL-PERIOD BAL-CUR-TEXT BAL-30-TEXT
                   BAL-60-TEXT BAL-90-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(BAL-CUST) TO RMT-CUST
           PERFORM FIND-CASH-CUSTOMER
           MOVE "Y" TO CC-ON-BALANCE(CUST-FOUND-IDX)
           MOVE FUNCTION TRIM(BAL-PERIOD) TO CC-PERIOD(CUST-FOUND-IDX)
           COMPUTE CC-CURRENT(CUST-FOUND-IDX) =
               FUNCTION NUMVAL(BAL-CUR-TEXT)
           COMPUTE CC-AGE-30(CUST-FOUND-IDX) =
               FUNCTION NUMVAL(BAL-30-TEXT)
           COMPUTE CC-AGE-60(CUST-FOUND-IDX) =
               FUNCTION NUMVAL(BAL-60-TEXT)
           COMPUTE CC-AGE-90(CUST-FOUND-IDX) =
               FUNCTION NUMVAL(BAL-90-TEXT).

       FIND-CASH-CUSTOMER.
           MOVE 0 TO CUST-FOUND-IDX
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             IF CC-CODE(CUST-IDX) = RMT-CUST
                 MOVE CUST-IDX TO CUST-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF CUST-FOUND-IDX = 0
               IF CUST-COUNT >= MAX-CUSTS
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-CUSTS)
                       " customers carried on BILLING.BAL and CASH.UNA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CUST-COUNT
               MOVE CUST-COUNT TO CUST-FOUND-IDX
               MOVE RMT-CUST TO CC-CODE(CUST-FOUND-IDX)
               MOVE SPACES TO CC-PERIOD(CUST-FOUND-IDX)
               MOVE "N" TO CC-ON-BALANCE(CUST-FOUND-IDX)
               MOVE 0 TO CC-CURRENT(CUST-FOUND-IDX)
               MOVE 0 TO CC-AGE-30(CUST-FOUND-IDX)
               MOVE 0 TO CC-AGE-60(CUST-FOUND-IDX)
               MOVE 0 TO CC-AGE-90(CUST-FOUND-IDX)
               MOVE 0 TO CC-UNAPPLIED(CUST-FOUND-IDX)
           END-IF.

       LOAD-UNAPPLIED-CASH.
           MOVE "N" TO UNA-EOF
           OPEN INPUT UNAPPLIED-IN-FILE
           IF UNAPPLIED-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
                     MOVE FUNCTION TRIM(UNA-CUST) TO RMT-CUST
                     PERFORM FIND-CASH-CUSTOMER
                     COMPUTE CC-UNAPPLIED(CUST-FOUND-IDX) =
                         FUNCTION NUMVAL(UNA-AMOUNT-TEXT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE UNAPPLIED-IN-FILE.

       LOAD-POSTED-PAYMENTS.
           MOVE "N" TO LOG-EOF
           OPEN INPUT CASH-LOG-FILE
           IF CASH-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOG-EOF = "Y"
             READ CASH-LOG-FILE
               AT END
                 MOVE "Y" TO LOG-EOF
               NOT AT END
                 IF FUNCTION TRIM(CASH-LOG-RECORD) NOT = SPACES
                     MOVE SPACES TO LOG-DATE-TEXT LOG-CUST-TEXT
                         LOG-REF-TEXT
                     UNSTRING CASH-LOG-RECORD DELIMITED BY ","
                         INTO LOG-DATE-TEXT LOG-CUST-TEXT
                             LOG-REF-TEXT
                     END-UNSTRING
                     IF POSTED-COUNT >= MAX-POSTED
                         DISPLAY "error: more than "
                             FUNCTION TRIM(MAX-POSTED)
                             " payments on CASH.LOG, archive it "
                             "before posting"
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                     END-IF
                     ADD 1 TO POSTED-COUNT
                     MOVE LOG-CUST-TEXT TO PST-CUST(POSTED-COUNT)
                     MOVE LOG-REF-TEXT TO PST-REF(POSTED-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CASH-LOG-FILE.

       VALIDATE-REMITTANCE.
           MOVE "N" TO REMIT-EOF
           OPEN INPUT REMIT-FILE
           IF REMIT-STATUS NOT = "00"
               DISPLAY "error: remittance file "
                   FUNCTION TRIM(FILENAME) " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL REMIT-EOF = "Y"
             READ REMIT-FILE
               AT END
                 MOVE "Y" TO REMIT-EOF
               NOT AT END
                 IF FUNCTION TRIM(REMIT-RECORD) NOT = SPACES
                     AND REMIT-RECORD(1:1) NOT = "*"
                     PERFORM SPLIT-REMIT-RECORD
                     IF RMT-CUST = SPACES
                         OR RMT-REF = SPACES
                         OR RMT-DATE(5:1) NOT = "-"
                         OR FUNCTION TRIM(RMT-WHOLE-TEXT)
                             IS NOT NUMERIC
                         OR (RMT-CENTS-TEXT NOT = SPACES
                             AND FUNCTION TRIM(RMT-CENTS-TEXT)
                             IS NOT NUMERIC)
                         ADD 1 TO BAD-PAYMENT-COUNT
                         DISPLAY "bad remittance record: "
                             FUNCTION TRIM(REMIT-RECORD)
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REMIT-FILE.

       SPLIT-REMIT-RECORD.
           MOVE SPACES TO RMT-CUST RMT-AMOUNT-TEXT RMT-REF RMT-DATE
               RMT-WHOLE-TEXT RMT-CENTS-TEXT
           UNSTRING REMIT-RECORD DELIMITED BY ","
               INTO RMT-CUST RMT-AMOUNT-TEXT RMT-REF RMT-DATE
           END-UNSTRING
           MOVE FUNCTION TRIM(RMT-CUST) TO RMT-CUST
           MOVE FUNCTION TRIM(RMT-REF) TO RMT-REF
           MOVE FUNCTION TRIM(RMT-DATE) TO RMT-DATE
           UNSTRING FUNCTION TRIM(RMT-AMOUNT-TEXT) DELIMITED BY "."
               INTO RMT-WHOLE-TEXT RMT-CENTS-TEXT
           END-UNSTRING.

       POST-REMITTANCE.
           MOVE "N" TO REMIT-EOF
           OPEN INPUT REMIT-FILE
           PERFORM UNTIL REMIT-EOF = "Y"
             READ REMIT-FILE
               AT END
                 MOVE "Y" TO REMIT-EOF
               NOT AT END
                 IF FUNCTION TRIM(REMIT-RECORD) NOT = SPACES
                     AND REMIT-RECORD(1:1) NOT = "*"
                     PERFORM SPLIT-REMIT-RECORD
                     PERFORM POST-ONE-PAYMENT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REMIT-FILE.

       POST-ONE-PAYMENT.
           MOVE "N" TO POSTED-HIT
           PERFORM VARYING POSTED-IDX FROM 1 BY 1
               UNTIL POSTED-IDX > POSTED-COUNT
             IF PST-CUST(POSTED-IDX) = RMT-CUST
                 AND PST-REF(POSTED-IDX) = RMT-REF
                 MOVE "Y" TO POSTED-HIT
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF POSTED-HIT = "Y"
               ADD 1 TO DUP-PAYMENT-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               STRING "already posted, skipped: customer "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(RMT-CUST) DELIMITED BY SIZE
                   " ref " DELIMITED BY SIZE
                   FUNCTION TRIM(RMT-REF) DELIMITED BY SIZE
                   INTO JOURNAL-RECORD
               END-STRING
               WRITE JOURNAL-RECORD
               DISPLAY FUNCTION TRIM(JOURNAL-RECORD)
               EXIT PARAGRAPH
           END-IF
           COMPUTE RMT-AMOUNT = FUNCTION NUMVAL(RMT-AMOUNT-TEXT)
           PERFORM FIND-CASH-CUSTOMER
           MOVE RMT-AMOUNT TO REMAINING-AMOUNT
           MOVE 0 TO APPLIED-AMOUNT
           IF CC-AGE-90(CUST-FOUND-IDX) < REMAINING-AMOUNT
               MOVE CC-AGE-90(CUST-FOUND-IDX) TO BUCKET-APPLIED
           ELSE
               MOVE REMAINING-AMOUNT TO BUCKET-APPLIED
           END-IF
           SUBTRACT BUCKET-APPLIED FROM CC-AGE-90(CUST-FOUND-IDX)
           SUBTRACT BUCKET-APPLIED FROM REMAINING-AMOUNT
           ADD BUCKET-APPLIED TO APPLIED-AMOUNT
           IF CC-AGE-60(CUST-FOUND-IDX) < REMAINING-AMOUNT
               MOVE CC-AGE-60(CUST-FOUND-IDX) TO BUCKET-APPLIED
           ELSE
               MOVE REMAINING-AMOUNT TO BUCKET-APPLIED
           END-IF
           SUBTRACT BUCKET-APPLIED FROM CC-AGE-60(CUST-FOUND-IDX)
           SUBTRACT BUCKET-APPLIED FROM REMAINING-AMOUNT
           ADD BUCKET-APPLIED TO APPLIED-AMOUNT
           IF CC-AGE-30(CUST-FOUND-IDX) < REMAINING-AMOUNT
               MOVE CC-AGE-30(CUST-FOUND-IDX) TO BUCKET-APPLIED
           ELSE
               MOVE REMAINING-AMOUNT TO BUCKET-APPLIED
           END-IF
           SUBTRACT BUCKET-APPLIED FROM CC-AGE-30(CUST-FOUND-IDX)
           SUBTRACT BUCKET-APPLIED FROM REMAINING-AMOUNT
           ADD BUCKET-APPLIED TO APPLIED-AMOUNT
           IF CC-CURRENT(CUST-FOUND-IDX) < REMAINING-AMOUNT
               MOVE CC-CURRENT(CUST-FOUND-IDX) TO BUCKET-APPLIED
           ELSE
               MOVE REMAINING-AMOUNT TO BUCKET-APPLIED
           END-IF
           SUBTRACT BUCKET-APPLIED FROM CC-CURRENT(CUST-FOUND-IDX)
           SUBTRACT BUCKET-APPLIED FROM REMAINING-AMOUNT
           ADD BUCKET-APPLIED TO APPLIED-AMOUNT
           ADD REMAINING-AMOUNT TO CC-UNAPPLIED(CUST-FOUND-IDX)
           ADD 1 TO PAYMENT-COUNT
           ADD RMT-AMOUNT TO DEPOSIT-TOTAL
           ADD APPLIED-AMOUNT TO APPLIED-TOTAL
           ADD REMAINING-AMOUNT TO UNAPPLIED-TOTAL
           IF POSTED-COUNT < MAX-POSTED
               ADD 1 TO POSTED-COUNT
               MOVE RMT-CUST TO PST-CUST(POSTED-COUNT)
               MOVE RMT-REF TO PST-REF(POSTED-COUNT)
           END-IF
           MOVE RMT-AMOUNT TO DISP-COST
           MOVE APPLIED-AMOUNT TO DISP-COST-2
           MOVE REMAINING-AMOUNT TO DISP-COST-3
           MOVE SPACES TO JOURNAL-RECORD
           STRING "customer " DELIMITED BY SIZE
               FUNCTION TRIM(RMT-CUST) DELIMITED BY SIZE
               " ref " DELIMITED BY SIZE
               FUNCTION TRIM(RMT-REF) DELIMITED BY SIZE
               " date " DELIMITED BY SIZE
               RMT-DATE DELIMITED BY SIZE
               " amount = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               " applied = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
               " unapplied = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           END-STRING
           WRITE JOURNAL-RECORD
           IF CC-ON-BALANCE(CUST-FOUND-IDX) NOT = "Y"
               MOVE SPACES TO JOURNAL-RECORD
               STRING "  note: customer " DELIMITED BY SIZE
                   FUNCTION TRIM(RMT-CUST) DELIMITED BY SIZE
                   " has no open balance on BILLING.BAL"
                   DELIMITED BY SIZE
                   INTO JOURNAL-RECORD
               END-STRING
               WRITE JOURNAL-RECORD
           END-IF
           PERFORM WRITE-CASH-LOG-RECORD.

       WRITE-CASH-LOG-RECORD.
           OPEN EXTEND CASH-LOG-FILE
           IF CASH-LOG-STATUS NOT = "00"
               OPEN OUTPUT CASH-LOG-FILE
           END-IF
           MOVE SPACES TO CASH-LOG-RECORD
           STRING TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(RMT-CUST) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(RMT-REF) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RMT-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
               INTO CASH-LOG-RECORD
           END-STRING
           WRITE CASH-LOG-RECORD
           CLOSE CASH-LOG-FILE.

       WRITE-JOURNAL-TOTALS.
           MOVE SPACES TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           MOVE PAYMENT-COUNT TO DISP-COUNT
           MOVE SPACES TO JOURNAL-RECORD
           STRING "payments posted = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           END-STRING
           WRITE JOURNAL-RECORD
           IF DUP-PAYMENT-COUNT > 0
               MOVE DUP-PAYMENT-COUNT TO DISP-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               STRING "payments skipped as already posted = "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   INTO JOURNAL-RECORD
               END-STRING
               WRITE JOURNAL-RECORD
           END-IF
           MOVE APPLIED-TOTAL TO DISP-COST
           MOVE UNAPPLIED-TOTAL TO DISP-COST-2
           MOVE SPACES TO JOURNAL-RECORD
           STRING "applied to balances = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               "  held as unapplied cash = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           END-STRING
           WRITE JOURNAL-RECORD
           MOVE DEPOSIT-TOTAL TO DISP-COST
           MOVE SPACES TO JOURNAL-RECORD
           STRING "deposit total = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           END-STRING
           WRITE JOURNAL-RECORD
           DISPLAY FUNCTION TRIM(JOURNAL-RECORD).

       REWRITE-BALANCE-FILE.
           OPEN OUTPUT BALANCE-OUT-FILE
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             IF CC-ON-BALANCE(CUST-IDX) = "Y"
                 MOVE CC-CURRENT(CUST-IDX) TO DISP-COST
                 MOVE CC-AGE-30(CUST-IDX) TO DISP-COST-2
                 MOVE SPACES TO BALANCE-OUT-RECORD
                 STRING FUNCTION TRIM(CC-CODE(CUST-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     CC-PERIOD(CUST-IDX) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
                     INTO BALANCE-OUT-RECORD
                 END-STRING
                 MOVE CC-AGE-60(CUST-IDX) TO DISP-COST
                 MOVE CC-AGE-90(CUST-IDX) TO DISP-COST-2
                 STRING FUNCTION TRIM(BALANCE-OUT-RECORD)
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
                     INTO BALANCE-OUT-RECORD
                 END-STRING
                 WRITE BALANCE-OUT-RECORD
             END-IF
           END-PERFORM
           CLOSE BALANCE-OUT-FILE
           CALL "CBL_DELETE_FILE" USING "BILLING.BAL"
           CALL "CBL_RENAME_FILE" USING "BILLING.BAL.NEW"
               "BILLING.BAL"
           MOVE 0 TO RETURN-CODE.

       REWRITE-UNAPPLIED-FILE.
           OPEN OUTPUT UNAPPLIED-OUT-FILE
           MOVE "* unapplied cash maintained by cashpost"
               TO UNAPPLIED-OUT-RECORD
           WRITE UNAPPLIED-OUT-RECORD
           PERFORM VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUST-COUNT
             IF CC-UNAPPLIED(CUST-IDX) > 0
                 MOVE CC-UNAPPLIED(CUST-IDX) TO DISP-COST
                 MOVE SPACES TO UNAPPLIED-OUT-RECORD
                 STRING FUNCTION TRIM(CC-CODE(CUST-IDX))
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
           CALL "CBL_RENAME_FILE" USING "CASH.UNA.NEW"
               "CASH.UNA"
           MOVE 0 TO RETURN-CODE.

       COPY GENPARA.

       COPY AUDITPARA.
