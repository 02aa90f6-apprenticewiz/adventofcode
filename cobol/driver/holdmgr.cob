       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEGAL-HOLD-NEW-FILE ASSIGN TO "LEGALHLD.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEGAL-HOLD-NEW-STATUS.
       SELECT TRAIL-IN-FILE ASSIGN TO AUDIT-TRAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAIL-IN-STATUS.
       SELECT RESULT-IN-FILE ASSIGN TO RESULT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESULT-IN-STATUS.
       SELECT FILE-LIST-FILE ASSIGN TO "LEGALHLD.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-LIST-STATUS.
       SELECT HOLD-RPT-FILE ASSIGN TO "LEGALHLD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY HOLDSEL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LEGAL-HOLD-NEW-FILE.
       01 LEGAL-HOLD-NEW-RECORD PIC X(256).

       FD TRAIL-IN-FILE.
       01 TRAIL-IN-RECORD      PIC X(350).

       FD RESULT-IN-FILE.
       01 RESULT-IN-RECORD     PIC X(330).

       FD FILE-LIST-FILE.
       01 FILE-LIST-RECORD     PIC X(256).

       FD HOLD-RPT-FILE.
       01 HOLD-RPT-RECORD      PIC X(132).

       COPY HOLDFD.
       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       COPY HOLDWS.
       77 LEGAL-HOLD-NEW-STATUS PIC X(2).
       77 TRAIL-IN-STATUS      PIC X(2).
       77 RESULT-IN-STATUS     PIC X(2).
       77 FILE-LIST-STATUS     PIC X(2).
       77 RESULT-IN-NAME       PIC X(64) VALUE "RESULTS.CSV".
       77 SCAN-EOF             PIC X(1).
       77 RUN-MODE             PIC X(8).
       77 TODAY-DATE           PIC X(10).
       77 WANT-TYPE            PIC X(8).
       77 WANT-VALUE           PIC X(32).
       77 WANT-FROM            PIC X(10).
       77 WANT-TO              PIC X(10).
       77 WANT-REQUESTER       PIC X(24).
       77 WANT-HOLD            PIC 9(5).
       77 WANT-ALL             PIC X(1) VALUE "N".
       77 NOTE-TEXT            PIC X(60).
       77 NOTE-PTR             PIC 9(4).
       77 ARG-IDX              PIC 9(4).
       77 NEXT-HOLD-ID         PIC 9(5) VALUE 0.
       77 FOUND-IDX            PIC 9(4).
       77 BAD-CHAR-COUNT       PIC 9(4).
       77 DATE-CHECK           PIC X(10).
       77 DATE-OK              PIC X(1).
       77 REC-DATE             PIC X(10).
       77 FRONT-PART           PIC X(350).
       77 DATE-PART            PIC X(340).
       77 CSV-PROGRAM-PART     PIC X(8).
       77 LIST-NAME            PIC X(256).
       77 FILES-LISTED         PIC 9(4).
       77 MAX-FILES-LISTED     PIC 9(4) VALUE 20.
       77 REPORTED-COUNT       PIC 9(4) VALUE 0.
       77 RELEASED-COUNT       PIC 9(4) VALUE 0.
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-COUNT-2         PIC Z(6)9.
       77 DISP-COUNT-3         PIC Z(6)9.
       77 DISP-COUNT-4         PIC Z(6)9.
       77 DISP-YEAR            PIC 9(4).
       77 DISP-MONTH           PIC 9(2).
       77 DISP-DAY             PIC 9(2).
       77 AUDIT-SUMMARY        PIC X(20).
       01 CHECK-FILE-INFO.
          05 CHECK-FILE-SIZE   PIC X(8) COMP-X.
          05 CHECK-FILE-DATE.
             10 CHECK-FDAY     PIC X COMP-X.
             10 CHECK-FMONTH   PIC X COMP-X.
             10 CHECK-FYEAR    PIC X(2) COMP-X.
          05 CHECK-FILE-TIME.
             10 CHECK-FHOUR    PIC X COMP-X.
             10 CHECK-FMIN     PIC X COMP-X.
             10 CHECK-FSEC     PIC X COMP-X.
             10 CHECK-FHSEC    PIC X COMP-X.
       01 PROTECTED-TABLE.
          05 PROTECTED-ENTRY OCCURS 200 TIMES.
             10 HP-AUDIT       PIC 9(7).
             10 HP-RESULT      PIC 9(7).
             10 HP-HIST        PIC 9(7).
             10 HP-FILES       PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC < 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <place <type> <value> <requester> <reason>"
               "|release <hold>|report [ALL]>"
           DISPLAY "type is CUSTOMER, RUN, PROGRAM or DATES "
               "(value yyyy-mm-dd:yyyy-mm-dd)"
           DISPLAY "place and release need the HOLD privilege; "
               "report lists active holds into LEGALHLD.RPT"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

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

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       MOVE "HOLDMGR" TO AUDIT-PROGRAM
       MOVE "LEGALHLD.DAT" TO FILENAME

       EVALUATE RUN-MODE
         WHEN "PLACE"
           IF ARGC < 5
               DISPLAY "error: place needs a type, value, requester "
                   "and reason"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RUN-PLACE-HOLD
         WHEN "RELEASE"
           IF ARGC NOT = 2
               DISPLAY "error: release needs the hold number"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RUN-RELEASE-HOLD
         WHEN "REPORT"
           IF ARGC > 2
               DISPLAY "error: report takes only an optional ALL"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RUN-HOLD-REPORT
         WHEN OTHER
           DISPLAY "error: mode must be place, release, or report"
           MOVE 2 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
           MOVE "RETAIN-GENERATIONS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO GEN-KEEP-COUNT
           END-IF.

       CHECK-HOLD-PRIVILEGE.
           MOVE "HOLD" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to place or release legal "
                   "holds"
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO AUDIT-RESULT-TEXT
               STRING FUNCTION TRIM(RUN-MODE) DELIMITED BY SIZE
                   " DENIED" DELIMITED BY SIZE
                   INTO AUDIT-RESULT-TEXT
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.

       RUN-PLACE-HOLD.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-TYPE
           INSPECT WANT-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-REQUESTER
           INSPECT WANT-REQUESTER REPLACING ALL "," BY ";"
           PERFORM GATHER-REASON-TEXT
           PERFORM VALIDATE-HOLD-VALUE

           PERFORM CHECK-HOLD-PRIVILEGE

           PERFORM LOAD-LEGAL-HOLDS
           MOVE 0 TO FOUND-IDX NEXT-HOLD-ID
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
             IF HL-ID(HOLD-IDX) > NEXT-HOLD-ID
                 MOVE HL-ID(HOLD-IDX) TO NEXT-HOLD-ID
             END-IF
             IF HL-STATE(HOLD-IDX) = "ACTIVE"
                 AND HL-TYPE(HOLD-IDX) = WANT-TYPE
                 AND HL-VALUE(HOLD-IDX) = WANT-VALUE
                 MOVE HOLD-IDX TO FOUND-IDX
             END-IF
           END-PERFORM
           IF FOUND-IDX > 0
               MOVE HL-ID(FOUND-IDX) TO DISP-HOLD-ID
               DISPLAY "error: " FUNCTION TRIM(WANT-TYPE) " "
                   FUNCTION TRIM(WANT-VALUE)
                   " is already under hold "
                   FUNCTION TRIM(DISP-HOLD-ID)
               MOVE 6 TO RETURN-CODE
               MOVE "DUPLICATE HOLD" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           IF HOLD-COUNT >= MAX-HOLDS
               DISPLAY "error: LEGALHLD.DAT is full, release or "
                   "remove old holds first"
               MOVE 1 TO RETURN-CODE
               MOVE "REGISTER FULL" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           ADD 1 TO HOLD-COUNT
           ADD 1 TO NEXT-HOLD-ID
           MOVE NEXT-HOLD-ID TO HL-ID(HOLD-COUNT)
           MOVE "ACTIVE" TO HL-STATE(HOLD-COUNT)
           MOVE WANT-TYPE TO HL-TYPE(HOLD-COUNT)
           MOVE WANT-VALUE TO HL-VALUE(HOLD-COUNT)
           MOVE WANT-FROM TO HL-FROM(HOLD-COUNT)
           MOVE WANT-TO TO HL-TO(HOLD-COUNT)
           MOVE WANT-REQUESTER TO HL-REQUESTER(HOLD-COUNT)
           MOVE NOTE-TEXT TO HL-REASON(HOLD-COUNT)
           MOVE AUDIT-OPERATOR-ID TO HL-PLACED-BY(HOLD-COUNT)
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO HL-PLACED-BY(HOLD-COUNT)
           END-IF
           MOVE TODAY-DATE TO HL-PLACED-DATE(HOLD-COUNT)
           MOVE SPACES TO HL-RELEASED-BY(HOLD-COUNT)
               HL-RELEASED-DATE(HOLD-COUNT)
           PERFORM SAVE-LEGAL-HOLDS

           MOVE NEXT-HOLD-ID TO DISP-HOLD-ID
           DISPLAY "hold " FUNCTION TRIM(DISP-HOLD-ID) " placed on "
               FUNCTION TRIM(WANT-TYPE) " "
               FUNCTION TRIM(WANT-VALUE) " for "
               FUNCTION TRIM(WANT-REQUESTER)
           MOVE SPACES TO AUDIT-RESULT-TEXT
           STRING "PLACED " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HOLD-ID) DELIMITED BY SIZE
               INTO AUDIT-RESULT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD.

       GATHER-REASON-TEXT.
           MOVE SPACES TO NOTE-TEXT
           MOVE 1 TO NOTE-PTR
           PERFORM VARYING ARG-IDX FROM 5 BY 1 UNTIL ARG-IDX > ARGC
             DISPLAY ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT ARG FROM ARGUMENT-VALUE
             IF NOTE-PTR > 1
                 STRING " " DELIMITED BY SIZE
                     INTO NOTE-TEXT WITH POINTER NOTE-PTR
                 END-STRING
             END-IF
             STRING FUNCTION TRIM(ARG) DELIMITED BY SIZE
                 INTO NOTE-TEXT WITH POINTER NOTE-PTR
             END-STRING
           END-PERFORM
           INSPECT NOTE-TEXT REPLACING ALL "," BY ";".

       VALIDATE-HOLD-VALUE.
           MOVE SPACES TO WANT-FROM WANT-TO
           MOVE 0 TO BAD-CHAR-COUNT
           INSPECT WANT-VALUE TALLYING BAD-CHAR-COUNT
               FOR ALL "," ALL "'" ALL "/"
           IF WANT-VALUE = SPACES OR BAD-CHAR-COUNT > 0
               DISPLAY "error: hold value must be given and may not "
                   "contain commas, quotes or slashes"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WANT-TYPE
             WHEN "CUSTOMER"
               IF WANT-VALUE(11:) NOT = SPACES
                   DISPLAY "error: customer code is at most 10 "
                       "characters"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN "RUN"
               INSPECT WANT-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WANT-VALUE(1:1) NOT = "R"
                   OR WANT-VALUE(2:14) IS NOT NUMERIC
                   OR WANT-VALUE(16:) NOT = SPACES
                   DISPLAY "error: run id must be R followed by "
                       "yyyymmddhhmmss"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN "PROGRAM"
               INSPECT WANT-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WANT-VALUE(9:) NOT = SPACES
                   DISPLAY "error: program name is at most 8 "
                       "characters"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN "DATES"
               UNSTRING WANT-VALUE DELIMITED BY ":"
                   INTO WANT-FROM WANT-TO
               END-UNSTRING
               IF WANT-TO = SPACES
                   MOVE WANT-FROM TO WANT-TO
               END-IF
               MOVE WANT-FROM TO DATE-CHECK
               PERFORM CHECK-DATE-FORMAT
               IF DATE-OK = "Y"
                   MOVE WANT-TO TO DATE-CHECK
                   PERFORM CHECK-DATE-FORMAT
               END-IF
               IF DATE-OK NOT = "Y" OR WANT-FROM > WANT-TO
                   DISPLAY "error: date range must be "
                       "yyyy-mm-dd:yyyy-mm-dd, earliest first"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WANT-VALUE
               STRING WANT-FROM ":" WANT-TO DELIMITED BY SIZE
                   INTO WANT-VALUE
               END-STRING
             WHEN OTHER
               DISPLAY "error: hold type must be CUSTOMER, RUN, "
                   "PROGRAM or DATES"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       CHECK-DATE-FORMAT.
           MOVE "Y" TO DATE-OK
           IF DATE-CHECK(1:4) IS NOT NUMERIC
               OR DATE-CHECK(5:1) NOT = "-"
               OR DATE-CHECK(6:2) IS NOT NUMERIC
               OR DATE-CHECK(8:1) NOT = "-"
               OR DATE-CHECK(9:2) IS NOT NUMERIC
               MOVE "N" TO DATE-OK
           END-IF.

       RUN-RELEASE-HOLD.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ARG) IS NOT NUMERIC
               DISPLAY "error: hold number must be numeric"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(ARG) TO WANT-HOLD
           MOVE WANT-HOLD TO DISP-HOLD-ID

           PERFORM CHECK-HOLD-PRIVILEGE

           PERFORM LOAD-LEGAL-HOLDS
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
             IF HL-ID(HOLD-IDX) = WANT-HOLD
                 MOVE HOLD-IDX TO FOUND-IDX
             END-IF
           END-PERFORM
           IF FOUND-IDX = 0
               DISPLAY "error: hold " FUNCTION TRIM(DISP-HOLD-ID)
                   " is not on LEGALHLD.DAT"
               MOVE 1 TO RETURN-CODE
               MOVE "NOT FOUND" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           IF HL-STATE(FOUND-IDX) NOT = "ACTIVE"
               DISPLAY "hold " FUNCTION TRIM(DISP-HOLD-ID)
                   " was already released on "
                   HL-RELEASED-DATE(FOUND-IDX) " by "
                   FUNCTION TRIM(HL-RELEASED-BY(FOUND-IDX))
               MOVE 4 TO RETURN-CODE
               MOVE "NOT ACTIVE" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "RELEASED" TO HL-STATE(FOUND-IDX)
           MOVE AUDIT-OPERATOR-ID TO HL-RELEASED-BY(FOUND-IDX)
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO HL-RELEASED-BY(FOUND-IDX)
           END-IF
           MOVE TODAY-DATE TO HL-RELEASED-DATE(FOUND-IDX)
           PERFORM SAVE-LEGAL-HOLDS

           MOVE WANT-HOLD TO DISP-HOLD-ID
           DISPLAY "hold " FUNCTION TRIM(DISP-HOLD-ID) " on "
               FUNCTION TRIM(HL-TYPE(FOUND-IDX)) " "
               FUNCTION TRIM(HL-VALUE(FOUND-IDX))
               " released, normal retention applies again"
           MOVE SPACES TO AUDIT-RESULT-TEXT
           STRING "RELEASED " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HOLD-ID) DELIMITED BY SIZE
               INTO AUDIT-RESULT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD.

       SAVE-LEGAL-HOLDS.
           OPEN OUTPUT LEGAL-HOLD-NEW-FILE
           IF LEGAL-HOLD-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write LEGALHLD.NEW, status "
                   LEGAL-HOLD-NEW-STATUS
               MOVE 1 TO RETURN-CODE
               MOVE "WRITE FAILED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
             MOVE HL-ID(HOLD-IDX) TO DISP-HOLD-ID
             MOVE SPACES TO LEGAL-HOLD-NEW-RECORD
             STRING FUNCTION TRIM(DISP-HOLD-ID) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-STATE(HOLD-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-TYPE(HOLD-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-VALUE(HOLD-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-FROM(HOLD-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-TO(HOLD-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-REQUESTER(HOLD-IDX))
                     DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-REASON(HOLD-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-PLACED-BY(HOLD-IDX))
                     DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 HL-PLACED-DATE(HOLD-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HL-RELEASED-BY(HOLD-IDX))
                     DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 HL-RELEASED-DATE(HOLD-IDX) DELIMITED BY SIZE
                 INTO LEGAL-HOLD-NEW-RECORD
             END-STRING
             WRITE LEGAL-HOLD-NEW-RECORD
           END-PERFORM
           CLOSE LEGAL-HOLD-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "LEGALHLD.DAT"
           CALL "CBL_RENAME_FILE" USING "LEGALHLD.NEW" "LEGALHLD.DAT"
           MOVE 0 TO RETURN-CODE.

       RUN-HOLD-REPORT.
           IF ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(ARG) TO RUN-MODE
               INSPECT RUN-MODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF RUN-MODE NOT = "ALL"
                   DISPLAY "error: report takes only an optional ALL"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WANT-ALL
           END-IF
           IF SUITE-ENV-NAME NOT = SPACES
               MOVE RESULT-IN-NAME TO ENV-NAME-WORK
               PERFORM PREFIX-ONE-ENV-NAME
               MOVE ENV-NAME-WORK TO RESULT-IN-NAME
           END-IF

           PERFORM LOAD-LEGAL-HOLDS
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
             MOVE 0 TO HP-AUDIT(HOLD-IDX) HP-RESULT(HOLD-IDX)
                 HP-HIST(HOLD-IDX) HP-FILES(HOLD-IDX)
           END-PERFORM
           IF ACTIVE-HOLD-COUNT > 0
               PERFORM COUNT-PROTECTED-TRAIL
               PERFORM COUNT-PROTECTED-RESULTS
               PERFORM COUNT-PROTECTED-HISTORY
               MOVE SPACES TO HOLD-GREP-COMMAND
               STRING "find . -maxdepth 1 -type f | sort "
                   DELIMITED BY SIZE
                   "> LEGALHLD.LST" DELIMITED BY SIZE
                   INTO HOLD-GREP-COMMAND
               END-STRING
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING HOLD-GREP-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE "LEGALHLD.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT HOLD-RPT-FILE
           MOVE SPACES TO RPT-TITLE
           STRING "LEGAL HOLDS " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-COLUMN-HEADING
           MOVE "hold" TO RPT-COLUMN-HEADING(1:4)
           MOVE "state" TO RPT-COLUMN-HEADING(8:5)
           MOVE "type" TO RPT-COLUMN-HEADING(18:4)
           MOVE "value" TO RPT-COLUMN-HEADING(28:5)
           MOVE "placed" TO RPT-COLUMN-HEADING(51:6)
           MOVE "by" TO RPT-COLUMN-HEADING(63:2)
           MOVE "requester" TO RPT-COLUMN-HEADING(73:9)
           PERFORM RPT-INIT-REPORT

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT
             IF HL-STATE(HOLD-IDX) = "ACTIVE" OR WANT-ALL = "Y"
                 PERFORM REPORT-ONE-HOLD
             END-IF
             IF HL-STATE(HOLD-IDX) NOT = "ACTIVE"
                 ADD 1 TO RELEASED-COUNT
             END-IF
           END-PERFORM
           CALL "CBL_DELETE_FILE" USING "LEGALHLD.LST"
           MOVE 0 TO RETURN-CODE

           PERFORM RPT-WRITE-TOTALS
           MOVE SPACES TO RPT-DETAIL
           MOVE ACTIVE-HOLD-COUNT TO DISP-COUNT
           MOVE RELEASED-COUNT TO DISP-COUNT-2
           STRING "active holds = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", released = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           CLOSE HOLD-RPT-FILE

           MOVE ACTIVE-HOLD-COUNT TO DISP-COUNT
           DISPLAY "legal holds in force = " FUNCTION TRIM(DISP-COUNT)
           MOVE REPORTED-COUNT TO DISP-COUNT
           DISPLAY "holds listed in LEGALHLD.RPT = "
               FUNCTION TRIM(DISP-COUNT)

           MOVE ACTIVE-HOLD-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "active=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD.

       REPORT-ONE-HOLD.
           ADD 1 TO REPORTED-COUNT
           MOVE HL-ID(HOLD-IDX) TO DISP-HOLD-ID
           MOVE SPACES TO RPT-DETAIL
           MOVE DISP-HOLD-ID TO RPT-DETAIL(1:5)
           MOVE HL-STATE(HOLD-IDX) TO RPT-DETAIL(8:8)
           MOVE HL-TYPE(HOLD-IDX) TO RPT-DETAIL(18:8)
           MOVE HL-VALUE(HOLD-IDX) TO RPT-DETAIL(28:21)
           MOVE HL-PLACED-DATE(HOLD-IDX) TO RPT-DETAIL(51:10)
           MOVE HL-PLACED-BY(HOLD-IDX) TO RPT-DETAIL(63:8)
           MOVE HL-REQUESTER(HOLD-IDX) TO RPT-DETAIL(73:24)
           PERFORM RPT-WRITE-DETAIL
           MOVE SPACES TO RPT-DETAIL
           STRING "      reason: " DELIMITED BY SIZE
               FUNCTION TRIM(HL-REASON(HOLD-IDX)) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-DETAIL
           IF HL-STATE(HOLD-IDX) NOT = "ACTIVE"
               MOVE SPACES TO RPT-DETAIL
               STRING "      released " DELIMITED BY SIZE
                   HL-RELEASED-DATE(HOLD-IDX) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(HL-RELEASED-BY(HOLD-IDX))
                       DELIMITED BY SIZE
                   INTO RPT-DETAIL
               END-STRING
               PERFORM RPT-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FILES-LISTED
           PERFORM LIST-PROTECTED-FILES
           MOVE HP-AUDIT(HOLD-IDX) TO DISP-COUNT
           MOVE HP-RESULT(HOLD-IDX) TO DISP-COUNT-2
           MOVE HP-HIST(HOLD-IDX) TO DISP-COUNT-3
           MOVE HP-FILES(HOLD-IDX) TO DISP-COUNT-4
           MOVE SPACES TO RPT-DETAIL
           STRING "      protects: AUDIT.TRL lines " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", RESULTS.CSV lines " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               ", RUNHIST.MST records " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               ", files " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-4) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-DETAIL
           IF HP-FILES(HOLD-IDX) > FILES-LISTED
               COMPUTE DISP-COUNT = HP-FILES(HOLD-IDX) - FILES-LISTED
               MOVE SPACES TO RPT-DETAIL
               STRING "      ... and " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   " more files" DELIMITED BY SIZE
                   INTO RPT-DETAIL
               END-STRING
               PERFORM RPT-WRITE-DETAIL
           END-IF.

       LIST-PROTECTED-FILES.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ FILE-LIST-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 PERFORM CHECK-ONE-LISTED-FILE
             END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE.

       CHECK-ONE-LISTED-FILE.
           IF FILE-LIST-RECORD(1:2) = "./"
               MOVE FILE-LIST-RECORD(3:) TO LIST-NAME
           ELSE
               MOVE FILE-LIST-RECORD TO LIST-NAME
           END-IF
           IF LIST-NAME = SPACES
               OR LIST-NAME(1:9) = "LEGALHLD."
               EXIT PARAGRAPH
           END-IF
           MOVE "FILE" TO HOLD-ITEM-KIND
           MOVE SPACES TO HOLD-ITEM-PROGRAM HOLD-ITEM-DATE
           UNSTRING LIST-NAME DELIMITED BY "."
               INTO HOLD-ITEM-PROGRAM
           END-UNSTRING
           INSPECT HOLD-ITEM-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE LIST-NAME TO HOLD-ITEM-TEXT
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING LIST-NAME
               CHECK-FILE-INFO
           IF RETURN-CODE = 0
               MOVE CHECK-FYEAR TO DISP-YEAR
               MOVE CHECK-FMONTH TO DISP-MONTH
               MOVE CHECK-FDAY TO DISP-DAY
               STRING DISP-YEAR "-" DISP-MONTH "-" DISP-DAY
                   DELIMITED BY SIZE
                   INTO HOLD-ITEM-DATE
               END-STRING
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM MATCH-ONE-HOLD
           IF HOLD-MATCH NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HP-FILES(HOLD-IDX)
           IF FILES-LISTED >= MAX-FILES-LISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FILES-LISTED
           MOVE SPACES TO RPT-DETAIL
           STRING "      file: " DELIMITED BY SIZE
               FUNCTION TRIM(LIST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HOLD-ITEM-DATE DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-DETAIL.

       COUNT-PROTECTED-TRAIL.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT TRAIL-IN-FILE
           IF TRAIL-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "LINE" TO HOLD-ITEM-KIND
           PERFORM UNTIL SCAN-EOF = "Y"
             READ TRAIL-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO FRONT-PART DATE-PART
                 UNSTRING TRAIL-IN-RECORD DELIMITED BY " date="
                     INTO FRONT-PART DATE-PART
                 END-UNSTRING
                 MOVE SPACES TO HOLD-ITEM-PROGRAM
                 UNSTRING TRAIL-IN-RECORD DELIMITED BY " "
                     INTO HOLD-ITEM-PROGRAM
                 END-UNSTRING
                 MOVE DATE-PART(1:10) TO HOLD-ITEM-DATE
                 MOVE TRAIL-IN-RECORD TO HOLD-ITEM-TEXT
                 PERFORM VARYING HOLD-IDX FROM 1 BY 1
                     UNTIL HOLD-IDX > HOLD-COUNT
                   PERFORM MATCH-ONE-HOLD
                   IF HOLD-MATCH = "Y"
                       ADD 1 TO HP-AUDIT(HOLD-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE TRAIL-IN-FILE.

       COUNT-PROTECTED-RESULTS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT RESULT-IN-FILE
           IF RESULT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "LINE" TO HOLD-ITEM-KIND
           PERFORM UNTIL SCAN-EOF = "Y"
             READ RESULT-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO CSV-PROGRAM-PART REC-DATE
                 UNSTRING RESULT-IN-RECORD DELIMITED BY ","
                     INTO CSV-PROGRAM-PART REC-DATE
                 END-UNSTRING
                 MOVE CSV-PROGRAM-PART TO HOLD-ITEM-PROGRAM
                 MOVE REC-DATE TO HOLD-ITEM-DATE
                 MOVE RESULT-IN-RECORD TO HOLD-ITEM-TEXT
                 PERFORM VARYING HOLD-IDX FROM 1 BY 1
                     UNTIL HOLD-IDX > HOLD-COUNT
                   PERFORM MATCH-ONE-HOLD
                   IF HOLD-MATCH = "Y"
                       ADD 1 TO HP-RESULT(HOLD-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE RESULT-IN-FILE.

       COUNT-PROTECTED-HISTORY.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT RUNHIST-FILE
           IF RUNHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "LINE" TO HOLD-ITEM-KIND
           PERFORM UNTIL SCAN-EOF = "Y"
             READ RUNHIST-FILE NEXT
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE RUNHIST-PROGRAM TO HOLD-ITEM-PROGRAM
                 MOVE RUNHIST-DATE TO HOLD-ITEM-DATE
                 MOVE SPACES TO HOLD-ITEM-TEXT
                 STRING FUNCTION TRIM(RUNHIST-FILE-NAME)
                         DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(RUNHIST-RESULT) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(RUNHIST-RUN-ID) DELIMITED BY SIZE
                     INTO HOLD-ITEM-TEXT
                 END-STRING
                 PERFORM VARYING HOLD-IDX FROM 1 BY 1
                     UNTIL HOLD-IDX > HOLD-COUNT
                   PERFORM MATCH-ONE-HOLD
                   IF HOLD-MATCH = "Y"
                       ADD 1 TO HP-HIST(HOLD-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE.

       COPY HOLDPARA.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==HOLD-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
