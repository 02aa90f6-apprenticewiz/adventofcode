       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STANDING-FILE ASSIGN TO "STANDING.MST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDING-STATUS.
       SELECT STANDING-NEW-FILE ASSIGN TO "STANDING.MST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDING-NEW-STATUS.
       SELECT TEMPLATE-FILE ASSIGN TO TEMPLATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPLATE-STATUS.
       SELECT ORDER-OUT-FILE ASSIGN TO ORDER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDER-OUT-STATUS.
       SELECT ARRIVAL-FILE ASSIGN TO "STANDORD.ARR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARRIVAL-STATUS.
       SELECT SO-LOG-FILE ASSIGN TO "STANDORD.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SO-LOG-STATUS.
       SELECT SO-SEQ-FILE ASSIGN TO "STANDORD.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SO-SEQ-STATUS.
       COPY CUSTSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-FILE.
       01 STANDING-RECORD      PIC X(160).

       FD STANDING-NEW-FILE.
       01 STANDING-NEW-RECORD  PIC X(160).

       FD TEMPLATE-FILE.
       01 TEMPLATE-RECORD      PIC X(64).

       FD ORDER-OUT-FILE.
       01 ORDER-OUT-RECORD     PIC X(64).

       FD ARRIVAL-FILE.
       01 ARRIVAL-RECORD       PIC X(300).

       FD SO-LOG-FILE.
       01 SO-LOG-RECORD        PIC X(160).

       FD SO-SEQ-FILE.
       01 SO-SEQ-RECORD        PIC X(8).

       COPY CUSTFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY CUSTWS.
       77 STANDING-STATUS      PIC X(2).
       77 STANDING-NEW-STATUS  PIC X(2).
       77 TEMPLATE-STATUS      PIC X(2).
       77 ORDER-OUT-STATUS     PIC X(2).
       77 ARRIVAL-STATUS       PIC X(2).
       77 SO-LOG-STATUS        PIC X(2).
       77 SO-SEQ-STATUS        PIC X(2).
       77 STANDING-EOF         PIC X(1).
       77 TEMPLATE-EOF         PIC X(1).
       77 TEMPLATE-NAME        PIC X(64).
       77 ORDER-FILE-NAME      PIC X(64) VALUE SPACES.
       77 ORDER-FILE-OPEN      PIC X(1) VALUE "N".
       77 RUN-DATE             PIC X(10).
       77 STANDING-COUNT       PIC 9(3) VALUE 0.
       77 MAX-STANDING-LINES   PIC 9(3) VALUE 500.
       77 STANDING-IDX         PIC 9(3).
       77 STANDING-CHANGED     PIC X(1) VALUE "N".
       77 SO-ID                PIC X(10).
       77 SO-CUSTOMER          PIC X(10).
       77 SO-TEMPLATE          PIC X(64).
       77 SO-FREQUENCY         PIC X(10).
       77 SO-NEXT-DUE          PIC X(10).
       77 SO-END-DATE          PIC X(10).
       77 SO-OK                PIC X(1).
       77 SO-ORDER-NUMBER      PIC 9(7) VALUE 0.
       77 SO-ORDER-TEXT        PIC X(10).
       77 DISP-SO-SEQ          PIC Z(7).
       77 TEMPLATE-BOX-COUNT   PIC 9(4).
       77 MAX-TEMPLATE-BOXES   PIC 9(4) VALUE 1000.
       77 TEMPLATE-IDX         PIC 9(4).
       77 TEMPLATE-BAD         PIC X(1).
       77 BOX-L-PART           PIC X(6).
       77 BOX-W-PART           PIC X(6).
       77 BOX-H-PART           PIC X(6).
       77 FILE-DATA-COUNT      PIC 9(9) VALUE 0.
       77 DISP-FILE-COUNT      PIC Z(8)9.
       77 DISP-BOX-COUNT       PIC Z(3)9.
       77 GENERATED-COUNT      PIC 9(4) VALUE 0.
       77 SKIPPED-COUNT        PIC 9(4) VALUE 0.
       77 ENDED-COUNT          PIC 9(4) VALUE 0.
       77 DISP-GENERATED       PIC Z(3)9.
       77 DISP-SKIPPED         PIC Z(3)9.
       77 DISP-ENDED           PIC Z(3)9.
       77 DUE-DATE-NUM         PIC 9(8).
       77 DUE-YEAR             PIC 9(4).
       77 DUE-MONTH            PIC 9(2).
       77 DUE-DAY              PIC 9(2).
       77 MONTH-STEP           PIC 9(2).
       77 MONTH-FIRST-NUM      PIC 9(8).
       77 NEXT-FIRST-NUM       PIC 9(8).
       77 MONTH-DAYS           PIC 9(2).
       77 DUE-MONTH-END        PIC X(1).
       77 DAY-STEP             PIC 9(3).
       77 INTAKE-COMMAND       PIC X(120).
       77 AUDIT-SUMMARY        PIC X(20).
       01 STANDING-TABLE.
          05 STANDING-LINE OCCURS 500 TIMES PIC X(160).
       01 TEMPLATE-TABLE.
          05 TEMPLATE-LINE OCCURS 1000 TIMES PIC X(64).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       MOVE SPACES TO RUN-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO RUN-DATE
       END-STRING

       IF ARGC > 0
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO RUN-DATE
           IF RUN-DATE(1:4) IS NOT NUMERIC
               OR RUN-DATE(5:1) NOT = "-"
               OR RUN-DATE(6:2) IS NOT NUMERIC
               OR RUN-DATE(8:1) NOT = "-"
               OR RUN-DATE(9:2) IS NOT NUMERIC
               DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
                   " [run date yyyy-mm-dd]"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       MOVE "STANDORD" TO AUDIT-PROGRAM
       MOVE "STANDING.MST" TO FILENAME

       PERFORM LOAD-STANDING-ORDERS
       PERFORM LOAD-ORDER-SEQUENCE
       PERFORM OPEN-CUSTOMER-MASTER

       PERFORM VARYING STANDING-IDX FROM 1 BY 1
           UNTIL STANDING-IDX > STANDING-COUNT
         IF FUNCTION TRIM(STANDING-LINE(STANDING-IDX)) NOT = SPACES
             AND STANDING-LINE(STANDING-IDX)(1:1) NOT = "*"
             PERFORM PROCESS-STANDING-ORDER
         END-IF
       END-PERFORM

       IF HAVE-CUSTOMERS = "Y"
           CLOSE CUSTOMER-FILE
       END-IF

       IF ORDER-FILE-OPEN = "Y"
           PERFORM CLOSE-ORDER-FILE
           PERFORM SAVE-ORDER-SEQUENCE
       END-IF
       IF STANDING-CHANGED = "Y"
           PERFORM REWRITE-STANDING-FILE
       END-IF

       MOVE GENERATED-COUNT TO DISP-GENERATED
       MOVE SKIPPED-COUNT TO DISP-SKIPPED
       MOVE ENDED-COUNT TO DISP-ENDED
       DISPLAY "standing orders generated = "
           FUNCTION TRIM(DISP-GENERATED)
           ", skipped = " FUNCTION TRIM(DISP-SKIPPED)
           ", past end date = " FUNCTION TRIM(DISP-ENDED)

       IF GENERATED-COUNT > 0
           PERFORM REGISTER-ORDER-FILE
       ELSE
           DISPLAY "no standing orders due on or before " RUN-DATE
       END-IF

       IF SKIPPED-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE SPACES TO AUDIT-SUMMARY
       STRING "orders=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-GENERATED) DELIMITED BY SIZE
           " skip=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-SKIPPED) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-STANDING-ORDERS.
           MOVE "N" TO STANDING-EOF
           OPEN INPUT STANDING-FILE
           IF STANDING-STATUS NOT = "00"
               DISPLAY "error: STANDING.MST not found"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL STANDING-EOF = "Y"
             READ STANDING-FILE
               AT END
                 MOVE "Y" TO STANDING-EOF
               NOT AT END
                 IF STANDING-COUNT >= MAX-STANDING-LINES
                     DISPLAY "error: more than "
                         FUNCTION TRIM(MAX-STANDING-LINES)
                         " lines on STANDING.MST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD 1 TO STANDING-COUNT
                 MOVE STANDING-RECORD
                     TO STANDING-LINE(STANDING-COUNT)
             END-READ
           END-PERFORM
           CLOSE STANDING-FILE.

       LOAD-ORDER-SEQUENCE.
           OPEN INPUT SO-SEQ-FILE
           IF SO-SEQ-STATUS = "00"
               READ SO-SEQ-FILE
                   AT END
                       MOVE 0 TO SO-ORDER-NUMBER
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SO-SEQ-RECORD)
                           TO SO-ORDER-NUMBER
               END-READ
               CLOSE SO-SEQ-FILE
           ELSE
               MOVE 0 TO SO-ORDER-NUMBER
           END-IF.

       SAVE-ORDER-SEQUENCE.
           OPEN OUTPUT SO-SEQ-FILE
           MOVE SPACES TO SO-SEQ-RECORD
           MOVE SO-ORDER-NUMBER TO DISP-SO-SEQ
           MOVE FUNCTION TRIM(DISP-SO-SEQ) TO SO-SEQ-RECORD
           WRITE SO-SEQ-RECORD
           CLOSE SO-SEQ-FILE.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           EVALUATE CUSTOMER-STATUS
             WHEN "00"
               MOVE "Y" TO HAVE-CUSTOMERS
             WHEN "35"
               DISPLAY "note: CUSTOMER.MST not present, standing "
                   "order customers are not validated"
             WHEN OTHER
               DISPLAY "error: cannot open CUSTOMER.MST (status "
                   CUSTOMER-STATUS "), a master still in the old "
                   "record layout must first be converted with "
                   "mstbkup convert"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       PROCESS-STANDING-ORDER.
           MOVE SPACES TO SO-ID SO-CUSTOMER SO-TEMPLATE SO-FREQUENCY
               SO-NEXT-DUE SO-END-DATE
           UNSTRING STANDING-LINE(STANDING-IDX) DELIMITED BY ","
               INTO SO-ID SO-CUSTOMER SO-TEMPLATE SO-FREQUENCY
                    SO-NEXT-DUE SO-END-DATE
           END-UNSTRING
           MOVE FUNCTION TRIM(SO-ID) TO SO-ID
           MOVE FUNCTION TRIM(SO-CUSTOMER) TO SO-CUSTOMER
           MOVE FUNCTION TRIM(SO-TEMPLATE) TO SO-TEMPLATE
           MOVE FUNCTION TRIM(SO-FREQUENCY) TO SO-FREQUENCY
           MOVE FUNCTION TRIM(SO-NEXT-DUE) TO SO-NEXT-DUE
           MOVE FUNCTION TRIM(SO-END-DATE) TO SO-END-DATE
           INSPECT SO-FREQUENCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF SO-NEXT-DUE > RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF SO-END-DATE NOT = SPACES
               AND SO-NEXT-DUE > SO-END-DATE
               ADD 1 TO ENDED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SO-OK
           EVALUATE SO-FREQUENCY
             WHEN "DAILY"
             WHEN "WEEKLY"
             WHEN "BIWEEKLY"
             WHEN "MONTHLY"
             WHEN "QUARTERLY"
               CONTINUE
             WHEN OTHER
               DISPLAY "WARNING: standing order " FUNCTION TRIM(SO-ID)
                   " has unknown frequency "
                   FUNCTION TRIM(SO-FREQUENCY) ", not generated"
               MOVE "N" TO SO-OK
           END-EVALUATE
           IF SO-OK = "Y"
               AND (SO-NEXT-DUE(1:4) IS NOT NUMERIC
                   OR SO-NEXT-DUE(6:2) IS NOT NUMERIC
                   OR SO-NEXT-DUE(9:2) IS NOT NUMERIC)
               DISPLAY "WARNING: standing order " FUNCTION TRIM(SO-ID)
                   " has a malformed next due date, not generated"
               MOVE "N" TO SO-OK
           END-IF
           IF SO-OK = "Y" AND HAVE-CUSTOMERS = "Y"
               PERFORM CHECK-STANDING-CUSTOMER
           END-IF
           IF SO-OK = "Y"
               PERFORM LOAD-TEMPLATE
           END-IF
           IF SO-OK NOT = "Y"
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-STANDING-ORDER
               UNTIL SO-NEXT-DUE > RUN-DATE
                  OR (SO-END-DATE NOT = SPACES
                      AND SO-NEXT-DUE > SO-END-DATE)
           MOVE SPACES TO STANDING-LINE(STANDING-IDX)
           STRING FUNCTION TRIM(SO-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SO-CUSTOMER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SO-TEMPLATE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SO-FREQUENCY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SO-NEXT-DUE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SO-END-DATE) DELIMITED BY SIZE
               INTO STANDING-LINE(STANDING-IDX)
           END-STRING
           MOVE "Y" TO STANDING-CHANGED.

       CHECK-STANDING-CUSTOMER.
           MOVE SO-CUSTOMER TO CUST-CODE
           READ CUSTOMER-FILE
           EVALUATE TRUE
             WHEN CUSTOMER-STATUS NOT = "00"
               DISPLAY "WARNING: standing order " FUNCTION TRIM(SO-ID)
                   " customer " FUNCTION TRIM(SO-CUSTOMER)
                   " is not on the customer master, not generated"
               MOVE "N" TO SO-OK
             WHEN CUST-ACTIVE NOT = "Y"
               DISPLAY "WARNING: standing order " FUNCTION TRIM(SO-ID)
                   " customer " FUNCTION TRIM(SO-CUSTOMER)
                   " is inactive, not generated"
               MOVE "N" TO SO-OK
           END-EVALUATE.

       LOAD-TEMPLATE.
           MOVE 0 TO TEMPLATE-BOX-COUNT
           MOVE "N" TO TEMPLATE-BAD
           MOVE SO-TEMPLATE TO TEMPLATE-NAME
           MOVE "N" TO TEMPLATE-EOF
           OPEN INPUT TEMPLATE-FILE
           IF TEMPLATE-STATUS NOT = "00"
               DISPLAY "WARNING: standing order " FUNCTION TRIM(SO-ID)
                   " box-list template " FUNCTION TRIM(SO-TEMPLATE)
                   " not found, not generated"
               MOVE "N" TO SO-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TEMPLATE-EOF = "Y"
             READ TEMPLATE-FILE
               AT END
                 MOVE "Y" TO TEMPLATE-EOF
               NOT AT END
                 IF FUNCTION TRIM(TEMPLATE-RECORD) NOT = SPACES
                     AND TEMPLATE-RECORD(1:1) NOT = "*"
                     PERFORM CHECK-TEMPLATE-BOX
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           EVALUATE TRUE
             WHEN TEMPLATE-BAD = "Y"
               DISPLAY "WARNING: standing order " FUNCTION TRIM(SO-ID)
                   " template " FUNCTION TRIM(SO-TEMPLATE)
                   " has records that are not LxWxH, not generated"
               MOVE "N" TO SO-OK
             WHEN TEMPLATE-BOX-COUNT = 0
               DISPLAY "WARNING: standing order " FUNCTION TRIM(SO-ID)
                   " template " FUNCTION TRIM(SO-TEMPLATE)
                   " is empty, not generated"
               MOVE "N" TO SO-OK
           END-EVALUATE.

       CHECK-TEMPLATE-BOX.
           IF TEMPLATE-BOX-COUNT >= MAX-TEMPLATE-BOXES
               DISPLAY "error: template " FUNCTION TRIM(SO-TEMPLATE)
                   " has more than " FUNCTION TRIM(MAX-TEMPLATE-BOXES)
                   " boxes"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BOX-L-PART BOX-W-PART BOX-H-PART
           UNSTRING TEMPLATE-RECORD DELIMITED BY "x"
               INTO BOX-L-PART BOX-W-PART BOX-H-PART
           END-UNSTRING
           IF FUNCTION TRIM(BOX-L-PART) IS NOT NUMERIC
               OR FUNCTION TRIM(BOX-W-PART) IS NOT NUMERIC
               OR FUNCTION TRIM(BOX-H-PART) IS NOT NUMERIC
               MOVE "Y" TO TEMPLATE-BAD
           ELSE
               IF FUNCTION NUMVAL(BOX-L-PART) = 0
                   OR FUNCTION NUMVAL(BOX-W-PART) = 0
                   OR FUNCTION NUMVAL(BOX-H-PART) = 0
                   MOVE "Y" TO TEMPLATE-BAD
               END-IF
           END-IF
           ADD 1 TO TEMPLATE-BOX-COUNT
           MOVE FUNCTION TRIM(TEMPLATE-RECORD)
               TO TEMPLATE-LINE(TEMPLATE-BOX-COUNT).

       GENERATE-STANDING-ORDER.
           ADD 1 TO SO-ORDER-NUMBER
           IF ORDER-FILE-OPEN NOT = "Y"
               PERFORM OPEN-ORDER-FILE
           END-IF
           MOVE SPACES TO SO-ORDER-TEXT
           STRING "S" DELIMITED BY SIZE
               SO-ORDER-NUMBER DELIMITED BY SIZE
               INTO SO-ORDER-TEXT
           END-STRING
           MOVE SPACES TO ORDER-OUT-RECORD
           STRING "ORDER " DELIMITED BY SIZE
               FUNCTION TRIM(SO-ORDER-TEXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SO-CUSTOMER) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-NEXT-DUE DELIMITED BY SIZE
               INTO ORDER-OUT-RECORD
           END-STRING
           WRITE ORDER-OUT-RECORD
           ADD 1 TO FILE-DATA-COUNT
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
               UNTIL TEMPLATE-IDX > TEMPLATE-BOX-COUNT
             MOVE TEMPLATE-LINE(TEMPLATE-IDX) TO ORDER-OUT-RECORD
             WRITE ORDER-OUT-RECORD
             ADD 1 TO FILE-DATA-COUNT
           END-PERFORM
           MOVE TEMPLATE-BOX-COUNT TO DISP-BOX-COUNT
           MOVE SPACES TO ORDER-OUT-RECORD
           STRING "ENDORDER " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BOX-COUNT) DELIMITED BY SIZE
               INTO ORDER-OUT-RECORD
           END-STRING
           WRITE ORDER-OUT-RECORD
           ADD 1 TO FILE-DATA-COUNT
           ADD 1 TO GENERATED-COUNT
           PERFORM LOG-GENERATED-ORDER
           DISPLAY "standing order " FUNCTION TRIM(SO-ID)
               " due " SO-NEXT-DUE ": order "
               FUNCTION TRIM(SO-ORDER-TEXT) " for "
               FUNCTION TRIM(SO-CUSTOMER) ", "
               FUNCTION TRIM(DISP-BOX-COUNT) " boxes"
           PERFORM ADVANCE-DUE-DATE.

       OPEN-ORDER-FILE.
           MOVE SPACES TO ORDER-FILE-NAME
           STRING "STANDORD." DELIMITED BY SIZE
               RUN-DATE(1:4) DELIMITED BY SIZE
               RUN-DATE(6:2) DELIMITED BY SIZE
               RUN-DATE(9:2) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               SO-ORDER-NUMBER DELIMITED BY SIZE
               INTO ORDER-FILE-NAME
           END-STRING
           OPEN OUTPUT ORDER-OUT-FILE
           IF ORDER-OUT-STATUS NOT = "00"
               DISPLAY "error: cannot create "
                   FUNCTION TRIM(ORDER-FILE-NAME)
                   " (status " ORDER-OUT-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SO-LOG-FILE
           IF SO-LOG-STATUS NOT = "00"
               OPEN OUTPUT SO-LOG-FILE
           END-IF
           MOVE "Y" TO ORDER-FILE-OPEN.

       CLOSE-ORDER-FILE.
           MOVE FILE-DATA-COUNT TO DISP-FILE-COUNT
           MOVE SPACES TO ORDER-OUT-RECORD
           STRING "TRAILER " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FILE-COUNT) DELIMITED BY SIZE
               INTO ORDER-OUT-RECORD
           END-STRING
           WRITE ORDER-OUT-RECORD
           CLOSE ORDER-OUT-FILE
           CLOSE SO-LOG-FILE.

       LOG-GENERATED-ORDER.
           MOVE SPACES TO SO-LOG-RECORD
           STRING RUN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SO-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SO-ORDER-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SO-CUSTOMER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SO-NEXT-DUE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BOX-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-FILE-NAME) DELIMITED BY SIZE
               INTO SO-LOG-RECORD
           END-STRING
           WRITE SO-LOG-RECORD.

       ADVANCE-DUE-DATE.
           MOVE SO-NEXT-DUE(1:4) TO DUE-YEAR
           MOVE SO-NEXT-DUE(6:2) TO DUE-MONTH
           MOVE SO-NEXT-DUE(9:2) TO DUE-DAY
           EVALUATE SO-FREQUENCY
             WHEN "DAILY"
               MOVE 1 TO DAY-STEP
             WHEN "WEEKLY"
               MOVE 7 TO DAY-STEP
             WHEN "BIWEEKLY"
               MOVE 14 TO DAY-STEP
             WHEN "MONTHLY"
               MOVE 0 TO DAY-STEP
               MOVE 1 TO MONTH-STEP
             WHEN "QUARTERLY"
               MOVE 0 TO DAY-STEP
               MOVE 3 TO MONTH-STEP
           END-EVALUATE
           IF DAY-STEP > 0
               COMPUTE DUE-DATE-NUM = DUE-YEAR * 10000
                   + DUE-MONTH * 100 + DUE-DAY
               COMPUTE DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DUE-DATE-NUM) + DAY-STEP)
               MOVE DUE-DATE-NUM(1:4) TO DUE-YEAR
               MOVE DUE-DATE-NUM(5:2) TO DUE-MONTH
               MOVE DUE-DATE-NUM(7:2) TO DUE-DAY
           ELSE
               PERFORM COMPUTE-MONTH-DAYS
               IF DUE-DAY = MONTH-DAYS
                   MOVE "Y" TO DUE-MONTH-END
               ELSE
                   MOVE "N" TO DUE-MONTH-END
               END-IF
               ADD MONTH-STEP TO DUE-MONTH
               IF DUE-MONTH > 12
                   SUBTRACT 12 FROM DUE-MONTH
                   ADD 1 TO DUE-YEAR
               END-IF
               PERFORM COMPUTE-MONTH-DAYS
               IF DUE-DAY > MONTH-DAYS OR DUE-MONTH-END = "Y"
                   MOVE MONTH-DAYS TO DUE-DAY
               END-IF
           END-IF
           MOVE SPACES TO SO-NEXT-DUE
           STRING DUE-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DUE-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DUE-DAY DELIMITED BY SIZE
               INTO SO-NEXT-DUE
           END-STRING.

       COMPUTE-MONTH-DAYS.
           COMPUTE MONTH-FIRST-NUM = DUE-YEAR * 10000
               + DUE-MONTH * 100 + 1
           IF DUE-MONTH = 12
               COMPUTE NEXT-FIRST-NUM = (DUE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-FIRST-NUM = MONTH-FIRST-NUM + 100
           END-IF
           COMPUTE MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(NEXT-FIRST-NUM)
               - FUNCTION INTEGER-OF-DATE(MONTH-FIRST-NUM).

       REWRITE-STANDING-FILE.
           OPEN OUTPUT STANDING-NEW-FILE
           IF STANDING-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot open STANDING.MST.NEW (status "
                   STANDING-NEW-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-COUNT
             MOVE STANDING-LINE(STANDING-IDX) TO STANDING-NEW-RECORD
             WRITE STANDING-NEW-RECORD
           END-PERFORM
           CLOSE STANDING-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "STANDING.MST"
           CALL "CBL_RENAME_FILE" USING "STANDING.MST.NEW"
               "STANDING.MST"
           MOVE 0 TO RETURN-CODE.

       REGISTER-ORDER-FILE.
           OPEN OUTPUT ARRIVAL-FILE
           MOVE SPACES TO ARRIVAL-RECORD
           STRING "DAY02A " DELIMITED BY SIZE
               FUNCTION TRIM(ORDER-FILE-NAME) DELIMITED BY SIZE
               INTO ARRIVAL-RECORD
           END-STRING
           WRITE ARRIVAL-RECORD
           CLOSE ARRIVAL-FILE
           MOVE SPACES TO INTAKE-COMMAND
           STRING "intake STANDORD.ARR" DELIMITED BY SIZE
               INTO INTAKE-COMMAND
           END-STRING
           CALL "SYSTEM" USING INTAKE-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: intake did not accept "
                   FUNCTION TRIM(ORDER-FILE-NAME)
                   ", rerun intake STANDORD.ARR once corrected"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY FUNCTION TRIM(ORDER-FILE-NAME)
                   " registered through intake"
           END-IF.

       COPY AUDITPARA.
