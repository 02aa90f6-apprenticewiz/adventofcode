       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BALANCE-IN-FILE ASSIGN TO "BILLING.BAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-IN-STATUS.
       SELECT HISTORY-FILE ASSIGN TO "COLLECT.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-STATUS.
       SELECT NOTICE-FILE ASSIGN TO "DUNNING.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CUSTSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-IN-FILE.
       01 BALANCE-IN-RECORD    PIC X(96).

       FD HISTORY-FILE.
       01 HISTORY-RECORD       PIC X(96).

       FD NOTICE-FILE.
       01 NOTICE-RECORD        PIC X(132).

       COPY CUSTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CUSTWS.
       77 BALANCE-IN-STATUS    PIC X(2).
       77 HISTORY-STATUS       PIC X(2).
       77 BAL-EOF              PIC X(1).
       77 HST-EOF              PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 BAL-CUST             PIC X(10).
       77 BAL-PERIOD           PIC X(7).
       77 BAL-CUR-TEXT         PIC X(16).
       77 BAL-30-TEXT          PIC X(16).
       77 BAL-60-TEXT          PIC X(16).
       77 BAL-90-TEXT          PIC X(16).
       77 BAL-30               PIC 9(11)V99.
       77 BAL-60               PIC 9(11)V99.
       77 BAL-90               PIC 9(11)V99.
       77 OVERDUE-TOTAL        PIC 9(11)V99.
       77 HST-PERIOD           PIC X(7).
       77 HST-CUST             PIC X(10).
       77 HST-LEVEL-TEXT       PIC X(2).
       77 DUN-LEVEL            PIC 9(1).
       77 SENT-LEVEL           PIC 9(1).
       77 NOTICE-NAME          PIC X(30).
       77 NOTICE-ADDRESS       PIC X(40).
       77 HISTORY-COUNT        PIC 9(4) VALUE 0.
       77 MAX-HISTORY          PIC 9(4) VALUE 5000.
       77 HISTORY-IDX          PIC 9(4).
       77 HOLD-COUNT           PIC 9(3) VALUE 0.
       77 HOLD-IDX             PIC 9(3).
       77 NOTICE-COUNT         PIC 9(4) VALUE 0.
       77 REMINDER-COUNT       PIC 9(4) VALUE 0.
       77 FIRM-COUNT           PIC 9(4) VALUE 0.
       77 FINAL-COUNT          PIC 9(4) VALUE 0.
       77 ALREADY-SENT-COUNT   PIC 9(4) VALUE 0.
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-COST-2          PIC Z(12)9.99.
       77 DISP-COST-3          PIC Z(12)9.99.
       77 DISP-COUNT           PIC Z(3)9.
       77 DISP-COUNT-2         PIC Z(3)9.
       77 DISP-COUNT-3         PIC Z(3)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 5000 TIMES.
             10 HS-PERIOD      PIC X(7).
             10 HS-CUST        PIC X(10).
             10 HS-LEVEL       PIC 9(1).
       01 HOLD-TABLE.
          05 HOLD-ENTRY OCCURS 100 TIMES.
             10 HD-CUST        PIC X(10).
             10 HD-AMOUNT      PIC 9(11)V99.

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

       OPEN INPUT BALANCE-IN-FILE
       IF BALANCE-IN-STATUS NOT = "00"
           DISPLAY "error: BILLING.BAL is not readable, run billing "
               "before collections"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT CUSTOMER-FILE
       EVALUATE CUSTOMER-STATUS
         WHEN "00"
           MOVE "Y" TO HAVE-CUSTOMERS
         WHEN "35"
           DISPLAY "note: CUSTOMER.MST not present, notices carry "
               "the customer code only"
         WHEN OTHER
           DISPLAY "error: cannot open CUSTOMER.MST (status "
               CUSTOMER-STATUS "), a master still in the old "
               "record layout must first be converted with "
               "mstbkup convert"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       PERFORM LOAD-COLLECTION-HISTORY

       MOVE "DUNNING.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT NOTICE-FILE
       OPEN EXTEND HISTORY-FILE
       IF HISTORY-STATUS NOT = "00"
           OPEN OUTPUT HISTORY-FILE
       END-IF

       MOVE "N" TO BAL-EOF
       PERFORM UNTIL BAL-EOF = "Y"
         READ BALANCE-IN-FILE
           AT END
             MOVE "Y" TO BAL-EOF
           NOT AT END
             IF FUNCTION TRIM(BALANCE-IN-RECORD) NOT = SPACES
                 PERFORM DUN-ONE-CUSTOMER
             END-IF
         END-READ
       END-PERFORM

       PERFORM WRITE-COLLECTION-SUMMARY

       CLOSE HISTORY-FILE
       CLOSE NOTICE-FILE
       CLOSE BALANCE-IN-FILE
       IF HAVE-CUSTOMERS = "Y"
           CLOSE CUSTOMER-FILE
       END-IF

       MOVE NOTICE-COUNT TO DISP-COUNT
       DISPLAY "dunning notices = " FUNCTION TRIM(DISP-COUNT)
       MOVE "COLLECT" TO AUDIT-PROGRAM
       MOVE "BILLING.BAL" TO FILENAME
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "notices=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-COLLECTION-HISTORY.
           MOVE "N" TO HST-EOF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HST-EOF = "Y"
             READ HISTORY-FILE
               AT END
                 MOVE "Y" TO HST-EOF
               NOT AT END
                 IF FUNCTION TRIM(HISTORY-RECORD) NOT = SPACES
                     AND HISTORY-RECORD(1:1) NOT = "*"
                     PERFORM LOAD-ONE-HISTORY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-ONE-HISTORY.
           MOVE SPACES TO HST-PERIOD HST-CUST HST-LEVEL-TEXT
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO HST-PERIOD HST-CUST HST-LEVEL-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(HST-LEVEL-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF HISTORY-COUNT >= MAX-HISTORY
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-HISTORY)
                   " notices on COLLECT.HST, archive it before "
                   "the collections run"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HISTORY-COUNT
           MOVE HST-PERIOD TO HS-PERIOD(HISTORY-COUNT)
           MOVE HST-CUST TO HS-CUST(HISTORY-COUNT)
           MOVE FUNCTION NUMVAL(HST-LEVEL-TEXT)
               TO HS-LEVEL(HISTORY-COUNT).

       DUN-ONE-CUSTOMER.
           MOVE SPACES TO BAL-CUST BAL-PERIOD BAL-CUR-TEXT
               BAL-30-TEXT BAL-60-TEXT BAL-90-TEXT
           UNSTRING BALANCE-IN-RECORD DELIMITED BY ","
               INTO BAL-CUST BAL-PERIOD BAL-CUR-TEXT BAL-30-TEXT
                   BAL-60-TEXT BAL-90-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(BAL-CUST) TO BAL-CUST
           COMPUTE BAL-30 = FUNCTION NUMVAL(BAL-30-TEXT)
           COMPUTE BAL-60 = FUNCTION NUMVAL(BAL-60-TEXT)
           COMPUTE BAL-90 = FUNCTION NUMVAL(BAL-90-TEXT)
           COMPUTE OVERDUE-TOTAL = BAL-30 + BAL-60 + BAL-90
           EVALUATE TRUE
             WHEN BAL-90 > 0
               MOVE 3 TO DUN-LEVEL
             WHEN BAL-60 > 0
               MOVE 2 TO DUN-LEVEL
             WHEN BAL-30 > 0
               MOVE 1 TO DUN-LEVEL
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO SENT-LEVEL
           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
               UNTIL HISTORY-IDX > HISTORY-COUNT
             IF HS-CUST(HISTORY-IDX) = BAL-CUST
                 AND HS-PERIOD(HISTORY-IDX) = BAL-PERIOD
                 AND HS-LEVEL(HISTORY-IDX) > SENT-LEVEL
                 MOVE HS-LEVEL(HISTORY-IDX) TO SENT-LEVEL
             END-IF
           END-PERFORM
           IF SENT-LEVEL >= DUN-LEVEL
               ADD 1 TO ALREADY-SENT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE BAL-CUST TO NOTICE-NAME
           MOVE SPACES TO NOTICE-ADDRESS
           IF HAVE-CUSTOMERS = "Y"
               MOVE BAL-CUST TO CUST-CODE
               READ CUSTOMER-FILE
               IF CUSTOMER-STATUS = "00"
                   MOVE CUST-NAME TO NOTICE-NAME
                   MOVE CUST-ADDRESS TO NOTICE-ADDRESS
               END-IF
           END-IF
           PERFORM WRITE-NOTICE
           MOVE SPACES TO HISTORY-RECORD
           MOVE OVERDUE-TOTAL TO DISP-COST
           STRING BAL-PERIOD DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(BAL-CUST) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DUN-LEVEL DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD.

       WRITE-NOTICE.
           ADD 1 TO NOTICE-COUNT
           MOVE ALL "-" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           EVALUATE DUN-LEVEL
             WHEN 1
               ADD 1 TO REMINDER-COUNT
               MOVE "PAYMENT REMINDER" TO NOTICE-RECORD
             WHEN 2
               ADD 1 TO FIRM-COUNT
               MOVE "SECOND NOTICE - ACCOUNT PAST DUE"
                   TO NOTICE-RECORD
             WHEN 3
               ADD 1 TO FINAL-COUNT
               MOVE "FINAL NOTICE - ACCOUNT SERIOUSLY PAST DUE"
                   TO NOTICE-RECORD
           END-EVALUATE
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "date " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "  account " DELIMITED BY SIZE
               FUNCTION TRIM(BAL-CUST) DELIMITED BY SIZE
               "  statement period " DELIMITED BY SIZE
               BAL-PERIOD DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE NOTICE-NAME TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           IF NOTICE-ADDRESS NOT = SPACES
               MOVE NOTICE-ADDRESS TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           EVALUATE DUN-LEVEL
             WHEN 1
               MOVE "Our records show the balance below is more than "
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "30 days old. If you have already paid, thank you."
                   TO NOTICE-RECORD
             WHEN 2
               MOVE "Your account is more than 60 days past due."
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "Please remit the overdue amount now."
                   TO NOTICE-RECORD
             WHEN 3
               MOVE "Your account is more than 90 days past due."
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "Unless paid in full, new orders will be held."
                   TO NOTICE-RECORD
           END-EVALUATE
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE BAL-30 TO DISP-COST
           MOVE BAL-60 TO DISP-COST-2
           MOVE BAL-90 TO DISP-COST-3
           MOVE SPACES TO NOTICE-RECORD
           STRING "  30 days = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               "  60 days = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-2) DELIMITED BY SIZE
               "  90+ days = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST-3) DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE OVERDUE-TOTAL TO DISP-COST
           MOVE SPACES TO NOTICE-RECORD
           STRING "  total overdue = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           IF DUN-LEVEL = 3
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE "  ** credit hold recommended **"
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               IF HOLD-COUNT < 100
                   ADD 1 TO HOLD-COUNT
                   MOVE BAL-CUST TO HD-CUST(HOLD-COUNT)
                   MOVE OVERDUE-TOTAL TO HD-AMOUNT(HOLD-COUNT)
               END-IF
           END-IF
           DISPLAY "notice level " DUN-LEVEL " to customer "
               FUNCTION TRIM(BAL-CUST) " overdue "
               FUNCTION TRIM(DISP-COST).

       WRITE-COLLECTION-SUMMARY.
           MOVE ALL "=" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "collections run " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE REMINDER-COUNT TO DISP-COUNT
           MOVE FIRM-COUNT TO DISP-COUNT-2
           MOVE FINAL-COUNT TO DISP-COUNT-3
           MOVE SPACES TO NOTICE-RECORD
           STRING "reminders (30) = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "  firm notices (60) = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               "  final notices (90) = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           DISPLAY FUNCTION TRIM(NOTICE-RECORD)
           IF ALREADY-SENT-COUNT > 0
               MOVE ALREADY-SENT-COUNT TO DISP-COUNT
               MOVE SPACES TO NOTICE-RECORD
               STRING "not re-sent, level already noticed this cycle = "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   INTO NOTICE-RECORD
               END-STRING
               WRITE NOTICE-RECORD
           END-IF
           IF HOLD-COUNT > 0
               MOVE "credit hold recommended for:" TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
                 MOVE HD-AMOUNT(HOLD-IDX) TO DISP-COST
                 MOVE SPACES TO NOTICE-RECORD
                 STRING "  " DELIMITED BY SIZE
                     FUNCTION TRIM(HD-CUST(HOLD-IDX))
                     DELIMITED BY SIZE
                     " overdue = " DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                     INTO NOTICE-RECORD
                 END-STRING
                 WRITE NOTICE-RECORD
                 DISPLAY "credit hold recommended: "
                     FUNCTION TRIM(NOTICE-RECORD)
               END-PERFORM
           END-IF.

       COPY GENPARA.

       COPY AUDITPARA.
