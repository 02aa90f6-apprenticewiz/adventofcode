       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REORDER-CTL-FILE ASSIGN TO "REORDER.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REORDER-CTL-STATUS.
       SELECT REORDER-NEW-FILE ASSIGN TO "REORDER.CTL.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REORDER-NEW-STATUS.
       SELECT PENDING-FILE ASSIGN TO "REORDER.PND"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.
       SELECT LEDGER-FILE ASSIGN TO "STOCK.LEDGER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-STATUS.
       SELECT PROPOSAL-RPT-FILE ASSIGN TO "REORDCAL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD REORDER-CTL-FILE.
       01 REORDER-CTL-RECORD   PIC X(64).

       FD REORDER-NEW-FILE.
       01 REORDER-NEW-RECORD   PIC X(64).

       FD PENDING-FILE.
       01 PENDING-RECORD       PIC X(64).

       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(96).

       FD PROPOSAL-RPT-FILE.
       01 PROPOSAL-RPT-RECORD  PIC X(132).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       77 RUN-MODE             PIC X(8).
       77 REORDER-CTL-STATUS   PIC X(2).
       77 REORDER-NEW-STATUS   PIC X(2).
       77 PENDING-STATUS       PIC X(2).
       77 LEDGER-STATUS        PIC X(2).
       77 CTL-EOF              PIC X(1).
       77 PND-EOF              PIC X(1).
       77 LEDGER-EOF           PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 TODAY-DATE-NUM       PIC 9(8).
       77 TODAY-INT            PIC 9(8).
       77 WORK-DATE-NUM        PIC 9(8).
       77 WORK-INT             PIC 9(8).
       77 WINDOW-START-INT     PIC 9(8).
       77 SAFETY-DAYS          PIC 9(3) VALUE 0.
       77 HISTORY-DAYS         PIC 9(4) VALUE 365.
       77 CYCLE-DAYS           PIC 9(3) VALUE 30.
       77 DEFAULT-LEAD-DAYS    PIC 9(3) VALUE 14.
       77 ARG-TEXT             PIC X(16).
       77 RO-ITEM-TEXT         PIC X(8).
       77 RO-MIN-TEXT          PIC X(12).
       77 RO-QTY-TEXT          PIC X(12).
       77 RO-SUPPLIER-TEXT     PIC X(8).
       77 RO-LEAD-TEXT         PIC X(8).
       77 REORDER-COUNT        PIC 9(2) VALUE 0.
       77 MAX-REORDERS         PIC 9(2) VALUE 10.
       77 REORDER-IDX          PIC 9(2).
       77 FOUND-IDX            PIC 9(2).
       77 LED-DATE             PIC X(10).
       77 LED-ITEM             PIC X(8).
       77 LED-TYPE             PIC X(8).
       77 LED-QTY-TEXT         PIC X(14).
       77 LED-QTY              PIC 9(12).
       77 DAY-COUNT            PIC 9(5) VALUE 0.
       77 MAX-DAYS             PIC 9(5) VALUE 5000.
       77 DAY-IDX              PIC 9(5).
       77 DAY-FOUND-IDX        PIC 9(5).
       77 USAGE-DAYS           PIC 9(5).
       77 PROPOSED-MIN         PIC 9(12).
       77 PROPOSED-QTY         PIC 9(12).
       77 WORK-AMOUNT          PIC 9(12)V9(4).
       77 PENDING-COUNT        PIC 9(2) VALUE 0.
       77 CHANGED-COUNT        PIC 9(2) VALUE 0.
       77 DISP-QTY             PIC Z(11)9.
       77 DISP-QTY-2           PIC Z(11)9.
       77 DISP-RATE            PIC Z(9)9.99.
       77 DISP-RATE-2          PIC Z(9)9.99.
       77 DISP-DAYS            PIC Z(4)9.
       77 DISP-COUNT           PIC Z9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 REORDER-TABLE.
          05 REORDER-ENTRY OCCURS 10 TIMES.
             10 RO-ITEM        PIC X(8).
             10 RO-MIN-LEVEL   PIC 9(12).
             10 RO-REORDER-QTY PIC 9(12).
             10 RO-SUPPLIER    PIC X(8).
             10 RO-LEAD-DAYS   PIC 9(3).
             10 RO-LEAD-GIVEN  PIC X(1).
             10 RO-USED-TOTAL  PIC 9(12).
             10 RO-PEAK-DAY    PIC 9(12).
             10 RO-FIRST-INT   PIC 9(8).
             10 RO-AVG-DAILY   PIC 9(10)V9(4).
             10 RO-NEW-MIN     PIC 9(12).
             10 RO-NEW-QTY     PIC 9(12).
             10 RO-HAS-NEW     PIC X(1).
       01 DAY-USAGE-TABLE.
          05 DAY-USAGE-ENTRY OCCURS 5000 TIMES.
             10 DU-ITEM-IDX    PIC 9(2).
             10 DU-DATE        PIC X(10).
             10 DU-QTY         PIC 9(12).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " propose <safety-stock days> [history days]"
               " [order cycle days]"
           DISPLAY "       " FUNCTION TRIM(PROGNAME) " approve"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO RUN-MODE
       INSPECT RUN-MODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING
       COMPUTE TODAY-DATE-NUM =
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
       COMPUTE TODAY-INT =
           FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)

       MOVE "REORDCAL" TO AUDIT-PROGRAM
       MOVE "REORDER.CTL" TO FILENAME

       PERFORM LOAD-REORDER-CONTROL

       EVALUATE RUN-MODE
         WHEN "PROPOSE"
           PERFORM READ-PROPOSE-ARGUMENTS
           PERFORM SCAN-CONSUMPTION-HISTORY
           PERFORM CALCULATE-PROPOSALS
           PERFORM WRITE-PROPOSAL-REPORT
           PERFORM WRITE-PENDING-PROPOSALS
           MOVE CHANGED-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "proposed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
         WHEN "APPROVE"
           MOVE "STOCK" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to approve reorder rules"
               MOVE 8 TO RETURN-CODE
               MOVE "APPROVE DENIED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           PERFORM LOAD-PENDING-PROPOSALS
           PERFORM PROMOTE-PENDING-PROPOSALS
           MOVE PENDING-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "approved=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
         WHEN OTHER
           DISPLAY "error: mode must be propose or approve"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       READ-PROPOSE-ARGUMENTS.
           IF ARGC < 2
               DISPLAY "error: propose needs the safety-stock days"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO ARG-TEXT
           IF FUNCTION TRIM(ARG-TEXT) IS NOT NUMERIC
               DISPLAY "error: safety-stock days must be numeric"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TEXT) TO SAFETY-DAYS
           IF ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(ARG) TO ARG-TEXT
               IF FUNCTION TRIM(ARG-TEXT) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(ARG-TEXT) < 1
                   DISPLAY "error: history days must be 1 or more"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(ARG-TEXT) TO HISTORY-DAYS
           END-IF
           IF ARGC > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(ARG) TO ARG-TEXT
               IF FUNCTION TRIM(ARG-TEXT) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(ARG-TEXT) < 1
                   DISPLAY "error: order cycle days must be 1 or more"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(ARG-TEXT) TO CYCLE-DAYS
           END-IF
           COMPUTE WINDOW-START-INT = TODAY-INT - HISTORY-DAYS + 1.

       LOAD-REORDER-CONTROL.
           MOVE "N" TO CTL-EOF
           OPEN INPUT REORDER-CTL-FILE
           IF REORDER-CTL-STATUS NOT = "00"
               DISPLAY "error: reorder control file REORDER.CTL is "
                   "not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CTL-EOF = "Y"
             READ REORDER-CTL-FILE
               AT END
                 MOVE "Y" TO CTL-EOF
               NOT AT END
                 IF FUNCTION TRIM(REORDER-CTL-RECORD) NOT = SPACES
                     AND REORDER-CTL-RECORD(1:1) NOT = "*"
                     PERFORM LOAD-REORDER-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REORDER-CTL-FILE
           IF REORDER-COUNT = 0
               DISPLAY "error: REORDER.CTL holds no reorder rules"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-REORDER-RECORD.
           IF REORDER-COUNT >= MAX-REORDERS
               DISPLAY "error: REORDER.CTL has more than "
                   FUNCTION TRIM(MAX-REORDERS) " rules"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO REORDER-COUNT
           MOVE SPACES TO RO-MIN-TEXT RO-QTY-TEXT RO-LEAD-TEXT
           UNSTRING REORDER-CTL-RECORD DELIMITED BY ","
               INTO RO-ITEM(REORDER-COUNT) RO-MIN-TEXT RO-QTY-TEXT
                   RO-SUPPLIER(REORDER-COUNT) RO-LEAD-TEXT
           END-UNSTRING
           INSPECT RO-ITEM(REORDER-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(RO-MIN-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(RO-QTY-TEXT) IS NOT NUMERIC
               OR (RO-LEAD-TEXT NOT = SPACES
                   AND FUNCTION TRIM(RO-LEAD-TEXT) IS NOT NUMERIC)
               DISPLAY "error: bad reorder rule: "
                   FUNCTION TRIM(REORDER-CTL-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(RO-MIN-TEXT)
               TO RO-MIN-LEVEL(REORDER-COUNT)
           MOVE FUNCTION NUMVAL(RO-QTY-TEXT)
               TO RO-REORDER-QTY(REORDER-COUNT)
           IF RO-LEAD-TEXT = SPACES
               MOVE DEFAULT-LEAD-DAYS TO RO-LEAD-DAYS(REORDER-COUNT)
               MOVE "N" TO RO-LEAD-GIVEN(REORDER-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(RO-LEAD-TEXT)
                   TO RO-LEAD-DAYS(REORDER-COUNT)
               MOVE "Y" TO RO-LEAD-GIVEN(REORDER-COUNT)
           END-IF
           MOVE 0 TO RO-USED-TOTAL(REORDER-COUNT)
               RO-PEAK-DAY(REORDER-COUNT) RO-FIRST-INT(REORDER-COUNT)
               RO-AVG-DAILY(REORDER-COUNT) RO-NEW-MIN(REORDER-COUNT)
               RO-NEW-QTY(REORDER-COUNT)
           MOVE "N" TO RO-HAS-NEW(REORDER-COUNT).

       FIND-REORDER-ITEM.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING REORDER-IDX FROM 1 BY 1
               UNTIL REORDER-IDX > REORDER-COUNT
             IF RO-ITEM(REORDER-IDX) = RO-ITEM-TEXT
                 MOVE REORDER-IDX TO FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       SCAN-CONSUMPTION-HISTORY.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "note: STOCK.LEDGER not present, no "
                   "consumption history"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LEDGER-EOF = "Y"
             READ LEDGER-FILE
               AT END
                 MOVE "Y" TO LEDGER-EOF
               NOT AT END
                 IF FUNCTION TRIM(LEDGER-RECORD) NOT = SPACES
                     AND LEDGER-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-CONSUMPTION-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       APPLY-CONSUMPTION-RECORD.
           MOVE SPACES TO LED-DATE LED-ITEM LED-TYPE LED-QTY-TEXT
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO LED-DATE LED-ITEM LED-TYPE LED-QTY-TEXT
           END-UNSTRING
           IF (LED-TYPE NOT = "CONSUME" AND LED-TYPE NOT = "WASTE")
               OR FUNCTION TRIM(LED-QTY-TEXT) IS NOT NUMERIC
               OR LED-DATE(5:1) NOT = "-" OR LED-DATE(8:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WORK-DATE-NUM =
               FUNCTION NUMVAL(LED-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(LED-DATE(6:2)) * 100
               + FUNCTION NUMVAL(LED-DATE(9:2))
           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
           IF WORK-INT < WINDOW-START-INT OR WORK-INT > TODAY-INT
               EXIT PARAGRAPH
           END-IF
           MOVE LED-ITEM TO RO-ITEM-TEXT
           PERFORM FIND-REORDER-ITEM
           IF FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LED-QTY-TEXT) TO LED-QTY
           ADD LED-QTY TO RO-USED-TOTAL(FOUND-IDX)
           IF RO-FIRST-INT(FOUND-IDX) = 0
               OR WORK-INT < RO-FIRST-INT(FOUND-IDX)
               MOVE WORK-INT TO RO-FIRST-INT(FOUND-IDX)
           END-IF
           MOVE 0 TO DAY-FOUND-IDX
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAY-COUNT
             IF DU-ITEM-IDX(DAY-IDX) = FOUND-IDX
                 AND DU-DATE(DAY-IDX) = LED-DATE
                 MOVE DAY-IDX TO DAY-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF DAY-FOUND-IDX = 0
               IF DAY-COUNT NOT < MAX-DAYS
                   DISPLAY "error: more than 5000 item-days of "
                       "consumption in the history window"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DAY-COUNT
               MOVE DAY-COUNT TO DAY-FOUND-IDX
               MOVE FOUND-IDX TO DU-ITEM-IDX(DAY-FOUND-IDX)
               MOVE LED-DATE TO DU-DATE(DAY-FOUND-IDX)
               MOVE 0 TO DU-QTY(DAY-FOUND-IDX)
           END-IF
           ADD LED-QTY TO DU-QTY(DAY-FOUND-IDX)
           IF DU-QTY(DAY-FOUND-IDX) > RO-PEAK-DAY(FOUND-IDX)
               MOVE DU-QTY(DAY-FOUND-IDX) TO RO-PEAK-DAY(FOUND-IDX)
           END-IF.

       CALCULATE-PROPOSALS.
           PERFORM VARYING REORDER-IDX FROM 1 BY 1
               UNTIL REORDER-IDX > REORDER-COUNT
             IF RO-USED-TOTAL(REORDER-IDX) > 0
                 PERFORM CALCULATE-ONE-PROPOSAL
             END-IF
           END-PERFORM.

       CALCULATE-ONE-PROPOSAL.
           COMPUTE USAGE-DAYS = TODAY-INT - RO-FIRST-INT(REORDER-IDX)
               + 1
           COMPUTE RO-AVG-DAILY(REORDER-IDX) ROUNDED =
               RO-USED-TOTAL(REORDER-IDX) / USAGE-DAYS
           COMPUTE WORK-AMOUNT =
               RO-AVG-DAILY(REORDER-IDX) * RO-LEAD-DAYS(REORDER-IDX)
               + RO-PEAK-DAY(REORDER-IDX) * SAFETY-DAYS
           MOVE WORK-AMOUNT TO PROPOSED-MIN
           IF PROPOSED-MIN < WORK-AMOUNT
               ADD 1 TO PROPOSED-MIN
           END-IF
           COMPUTE WORK-AMOUNT =
               RO-AVG-DAILY(REORDER-IDX) * CYCLE-DAYS
           MOVE WORK-AMOUNT TO PROPOSED-QTY
           IF PROPOSED-QTY < WORK-AMOUNT
               ADD 1 TO PROPOSED-QTY
           END-IF
           IF PROPOSED-QTY = 0
               MOVE 1 TO PROPOSED-QTY
           END-IF
           MOVE PROPOSED-MIN TO RO-NEW-MIN(REORDER-IDX)
           MOVE PROPOSED-QTY TO RO-NEW-QTY(REORDER-IDX)
           MOVE "Y" TO RO-HAS-NEW(REORDER-IDX)
           IF PROPOSED-MIN NOT = RO-MIN-LEVEL(REORDER-IDX)
               OR PROPOSED-QTY NOT = RO-REORDER-QTY(REORDER-IDX)
               ADD 1 TO CHANGED-COUNT
           END-IF.

       WRITE-PROPOSAL-REPORT.
           MOVE "REORDCAL.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT PROPOSAL-RPT-FILE
           MOVE SPACES TO PROPOSAL-RPT-RECORD
           MOVE HISTORY-DAYS TO DISP-DAYS
           STRING "reorder point proposal " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ", consumption over the last " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO PROPOSAL-RPT-RECORD
           END-STRING
           WRITE PROPOSAL-RPT-RECORD
           DISPLAY FUNCTION TRIM(PROPOSAL-RPT-RECORD)
           MOVE SPACES TO PROPOSAL-RPT-RECORD
           MOVE SAFETY-DAYS TO DISP-DAYS
           STRING "min level = average daily x lead days + peak "
               DELIMITED BY SIZE
               "daily x " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               " safety days; reorder qty = average daily x "
               DELIMITED BY SIZE
               INTO PROPOSAL-RPT-RECORD
           END-STRING
           MOVE CYCLE-DAYS TO DISP-DAYS
           STRING FUNCTION TRIM(PROPOSAL-RPT-RECORD)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               " cycle days" DELIMITED BY SIZE
               INTO PROPOSAL-RPT-RECORD
           END-STRING
           WRITE PROPOSAL-RPT-RECORD
           PERFORM VARYING REORDER-IDX FROM 1 BY 1
               UNTIL REORDER-IDX > REORDER-COUNT
             PERFORM WRITE-ITEM-PROPOSAL
           END-PERFORM
           MOVE SPACES TO PROPOSAL-RPT-RECORD
           MOVE CHANGED-COUNT TO DISP-COUNT
           STRING "rules changed = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", staged in REORDER.PND for approval"
               DELIMITED BY SIZE
               INTO PROPOSAL-RPT-RECORD
           END-STRING
           WRITE PROPOSAL-RPT-RECORD
           DISPLAY FUNCTION TRIM(PROPOSAL-RPT-RECORD)
           CLOSE PROPOSAL-RPT-FILE.

       WRITE-ITEM-PROPOSAL.
           MOVE SPACES TO PROPOSAL-RPT-RECORD
           IF RO-HAS-NEW(REORDER-IDX) NOT = "Y"
               STRING FUNCTION TRIM(RO-ITEM(REORDER-IDX))
                   DELIMITED BY SIZE
                   ": no consumption in the history window, "
                   DELIMITED BY SIZE
                   "rule unchanged" DELIMITED BY SIZE
                   INTO PROPOSAL-RPT-RECORD
               END-STRING
               WRITE PROPOSAL-RPT-RECORD
               DISPLAY FUNCTION TRIM(PROPOSAL-RPT-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE RO-AVG-DAILY(REORDER-IDX) TO DISP-RATE
           MOVE RO-PEAK-DAY(REORDER-IDX) TO DISP-RATE-2
           MOVE RO-LEAD-DAYS(REORDER-IDX) TO DISP-DAYS
           STRING FUNCTION TRIM(RO-ITEM(REORDER-IDX))
               DELIMITED BY SIZE
               ": average daily=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               " peak daily=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE-2) DELIMITED BY SIZE
               " lead days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               INTO PROPOSAL-RPT-RECORD
           END-STRING
           WRITE PROPOSAL-RPT-RECORD
           DISPLAY FUNCTION TRIM(PROPOSAL-RPT-RECORD)
           MOVE SPACES TO PROPOSAL-RPT-RECORD
           MOVE RO-MIN-LEVEL(REORDER-IDX) TO DISP-QTY
           MOVE RO-NEW-MIN(REORDER-IDX) TO DISP-QTY-2
           STRING "    min level " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY-2) DELIMITED BY SIZE
               INTO PROPOSAL-RPT-RECORD
           END-STRING
           MOVE RO-REORDER-QTY(REORDER-IDX) TO DISP-QTY
           MOVE RO-NEW-QTY(REORDER-IDX) TO DISP-QTY-2
           STRING FUNCTION TRIM(PROPOSAL-RPT-RECORD)
               DELIMITED BY SIZE
               ", reorder qty " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY-2) DELIMITED BY SIZE
               INTO PROPOSAL-RPT-RECORD
           END-STRING
           WRITE PROPOSAL-RPT-RECORD
           DISPLAY FUNCTION TRIM(PROPOSAL-RPT-RECORD).

       WRITE-PENDING-PROPOSALS.
           IF CHANGED-COUNT = 0
               CALL "CBL_DELETE_FILE" USING "REORDER.PND"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-FILE
           IF PENDING-STATUS NOT = "00"
               DISPLAY "error: cannot write REORDER.PND"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PENDING-RECORD
           STRING "* proposed " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-OPERATOR-ID) DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING
           WRITE PENDING-RECORD
           PERFORM VARYING REORDER-IDX FROM 1 BY 1
               UNTIL REORDER-IDX > REORDER-COUNT
             IF RO-HAS-NEW(REORDER-IDX) = "Y"
                 AND (RO-NEW-MIN(REORDER-IDX)
                         NOT = RO-MIN-LEVEL(REORDER-IDX)
                     OR RO-NEW-QTY(REORDER-IDX)
                         NOT = RO-REORDER-QTY(REORDER-IDX))
                 MOVE RO-NEW-MIN(REORDER-IDX) TO DISP-QTY
                 MOVE RO-NEW-QTY(REORDER-IDX) TO DISP-QTY-2
                 MOVE SPACES TO PENDING-RECORD
                 STRING FUNCTION TRIM(RO-ITEM(REORDER-IDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(DISP-QTY-2) DELIMITED BY SIZE
                     INTO PENDING-RECORD
                 END-STRING
                 WRITE PENDING-RECORD
             END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       LOAD-PENDING-PROPOSALS.
           MOVE "N" TO PND-EOF
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = "00"
               DISPLAY "nothing pending in REORDER.PND"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PND-EOF = "Y"
             READ PENDING-FILE
               AT END
                 MOVE "Y" TO PND-EOF
               NOT AT END
                 IF FUNCTION TRIM(PENDING-RECORD) NOT = SPACES
                     AND PENDING-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-PENDING-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           IF PENDING-COUNT = 0
               DISPLAY "nothing pending in REORDER.PND"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-PENDING-RECORD.
           MOVE SPACES TO RO-ITEM-TEXT RO-MIN-TEXT RO-QTY-TEXT
           UNSTRING PENDING-RECORD DELIMITED BY ","
               INTO RO-ITEM-TEXT RO-MIN-TEXT RO-QTY-TEXT
           END-UNSTRING
           PERFORM FIND-REORDER-ITEM
           IF FOUND-IDX = 0
               OR FUNCTION TRIM(RO-MIN-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(RO-QTY-TEXT) IS NOT NUMERIC
               OR FUNCTION NUMVAL(RO-QTY-TEXT) = 0
               DISPLAY "error: bad pending reorder rule: "
                   FUNCTION TRIM(PENDING-RECORD)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(RO-MIN-TEXT) TO RO-NEW-MIN(FOUND-IDX)
           MOVE FUNCTION NUMVAL(RO-QTY-TEXT) TO RO-NEW-QTY(FOUND-IDX)
           MOVE "Y" TO RO-HAS-NEW(FOUND-IDX)
           ADD 1 TO PENDING-COUNT.

       PROMOTE-PENDING-PROPOSALS.
           MOVE "N" TO CTL-EOF
           OPEN INPUT REORDER-CTL-FILE
           OPEN OUTPUT REORDER-NEW-FILE
           IF REORDER-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write REORDER.CTL.NEW"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REORDER-NEW-RECORD
           STRING "* approved " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-OPERATOR-ID) DELIMITED BY SIZE
               INTO REORDER-NEW-RECORD
           END-STRING
           WRITE REORDER-NEW-RECORD
           PERFORM UNTIL CTL-EOF = "Y"
             READ REORDER-CTL-FILE
               AT END
                 MOVE "Y" TO CTL-EOF
               NOT AT END
                 PERFORM COPY-REORDER-LINE
             END-READ
           END-PERFORM
           CLOSE REORDER-CTL-FILE
           CLOSE REORDER-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "REORDER.CTL"
           CALL "CBL_RENAME_FILE" USING "REORDER.CTL.NEW"
               "REORDER.CTL"
           CALL "CBL_DELETE_FILE" USING "REORDER.PND"
           MOVE 0 TO RETURN-CODE
           MOVE PENDING-COUNT TO DISP-COUNT
           DISPLAY "reorder rules approved = "
               FUNCTION TRIM(DISP-COUNT).

       COPY-REORDER-LINE.
           MOVE REORDER-CTL-RECORD TO REORDER-NEW-RECORD
           IF FUNCTION TRIM(REORDER-CTL-RECORD) = SPACES
               OR REORDER-CTL-RECORD(1:1) = "*"
               WRITE REORDER-NEW-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RO-ITEM-TEXT
           UNSTRING REORDER-CTL-RECORD DELIMITED BY ","
               INTO RO-ITEM-TEXT
           END-UNSTRING
           INSPECT RO-ITEM-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM FIND-REORDER-ITEM
           IF FOUND-IDX = 0
               WRITE REORDER-NEW-RECORD
               EXIT PARAGRAPH
           END-IF
           IF RO-HAS-NEW(FOUND-IDX) NOT = "Y"
               WRITE REORDER-NEW-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE RO-NEW-MIN(FOUND-IDX) TO DISP-QTY
           MOVE RO-NEW-QTY(FOUND-IDX) TO DISP-QTY-2
           MOVE SPACES TO REORDER-NEW-RECORD
           STRING FUNCTION TRIM(RO-ITEM(FOUND-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY-2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(RO-SUPPLIER(FOUND-IDX)) DELIMITED BY SIZE
               INTO REORDER-NEW-RECORD
           END-STRING
           IF RO-LEAD-GIVEN(FOUND-IDX) = "Y"
               MOVE RO-LEAD-DAYS(FOUND-IDX) TO DISP-DAYS
               STRING FUNCTION TRIM(REORDER-NEW-RECORD)
                   DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
                   INTO REORDER-NEW-RECORD
               END-STRING
           END-IF
           WRITE REORDER-NEW-RECORD
           MOVE "N" TO RO-HAS-NEW(FOUND-IDX).

       COPY GENPARA.

       COPY AUDITPARA.
