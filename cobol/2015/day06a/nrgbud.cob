       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRGBUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENERGY-IN-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENERGY-IN-STATUS.
       SELECT BUDGET-FILE ASSIGN TO "NRGBUD.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGET-STATUS.
       SELECT ACTUAL-FILE ASSIGN TO "NRGACT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACTUAL-STATUS.
       SELECT BUDGET-RPT-FILE ASSIGN TO "NRGBUD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ALERTS-OUT-FILE ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERTS-OUT-STATUS.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ENERGY-IN-FILE.
       01 ENERGY-IN-RECORD     PIC X(132).

       FD BUDGET-FILE.
       01 BUDGET-RECORD        PIC X(80).

       FD ACTUAL-FILE.
       01 ACTUAL-RECORD        PIC X(80).

       FD BUDGET-RPT-FILE.
       01 BUDGET-RPT-RECORD    PIC X(132).

       FD ALERTS-OUT-FILE.
       01 ALERTS-OUT-RECORD    PIC X(96).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 ARG3                 PIC X(256) VALUE SPACES.
       77 RUN-MODE             PIC X(8) VALUE SPACES.
       77 ENERGY-IN-STATUS     PIC X(2).
       77 BUDGET-STATUS        PIC X(2).
       77 ACTUAL-STATUS        PIC X(2).
       77 ALERTS-OUT-STATUS    PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 ENERGY-KIND          PIC X(1) VALUE SPACE.
       77 TODAY-DATE           PIC X(10).
       77 TODAY-INT            PIC 9(8).
       77 RUN-DATE             PIC X(10).
       77 AS-OF-DATE           PIC X(10).
       77 AS-OF-INT            PIC 9(8).
       77 AS-OF-YEAR           PIC X(4).
       77 AS-OF-MONTH          PIC 9(2).
       77 AS-OF-DAY            PIC 9(2).
       77 MONTH-START-INT      PIC 9(8).
       77 NEXT-MONTH-INT       PIC 9(8).
       77 DAYS-IN-MONTH        PIC 9(2).
       77 WORK-DATE            PIC X(10).
       77 WORK-DATE-NUM        PIC 9(8).
       77 WORK-INT             PIC 9(8).
       77 NIGHT-HOURS          PIC 9(2) VALUE 12.
       77 OVERRUN-PCT          PIC 9(3) VALUE 10.
       77 PART-1               PIC X(40).
       77 PART-2               PIC X(40).
       77 PART-3               PIC X(40).
       77 PART-4               PIC X(40).
       77 NUMBER-TEXT          PIC X(20).
       77 NUMBER-WORK          PIC X(20).
       77 NUMBER-OK            PIC X(1).
       77 NUMBER-VALUE         PIC 9(9)V99.
       77 IN-SITE              PIC X(8).
       77 IN-DATE              PIC X(10).
       77 IN-MONTH-TEXT        PIC X(10).
       77 IN-KWH-TEXT          PIC X(20).
       77 IN-COST-TEXT         PIC X(20).
       77 IN-MONTH             PIC 9(2).
       77 IN-KWH               PIC 9(9)V99.
       77 IN-COST              PIC 9(9)V99.
       77 POST-COUNT           PIC 9(2) VALUE 0.
       77 POST-IDX             PIC 9(2).
       77 NO-TARIFF-COUNT      PIC 9(4) VALUE 0.
       77 DUP-COUNT            PIC 9(4) VALUE 0.
       77 SITE-COUNT           PIC 9(2) VALUE 0.
       77 MAX-SITES            PIC 9(2) VALUE 50.
       77 SITE-IDX             PIC 9(2).
       77 SITE-FOUND-IDX       PIC 9(2).
       77 MONTH-IDX            PIC 9(2).
       77 PERIOD-IDX           PIC 9(1).
       77 BAD-LINE-COUNT       PIC 9(4) VALUE 0.
       77 ACTUAL-COUNT         PIC 9(7) VALUE 0.
       77 ALERT-COUNT          PIC 9(4) VALUE 0.
       77 WANT-SITE            PIC X(8).
       77 LINE-PERIOD          PIC X(6).
       77 LINE-VAR             PIC S9(9)V99.
       77 LINE-PCT             PIC S9(5)V9.
       77 LINE-FLAG            PIC X(9).
       77 LIMIT-AMOUNT         PIC 9(9)V99.
       77 DISP-SITE            PIC X(8).
       77 DISP-AMOUNT          PIC Z(9)9.99.
       77 DISP-AMOUNT-2        PIC Z(9)9.99.
       77 DISP-VAR             PIC -(9)9.99.
       77 DISP-PCT             PIC -(4)9.9.
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-COUNT-2         PIC Z(6)9.
       77 DISP-DAYS            PIC Z9.
       77 DISP-DAYS-2          PIC Z9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 POST-TABLE.
          05 POST-ENTRY OCCURS 50 TIMES.
             10 PT-SITE        PIC X(8).
             10 PT-KWH         PIC 9(9)V99.
             10 PT-COST        PIC 9(9)V99.
       01 SITE-TABLE.
          05 SITE-ENTRY OCCURS 50 TIMES.
             10 SITE-CODE      PIC X(8).
             10 SITE-HAS-BUDGET PIC X(1).
             10 SITE-BUD-KWH   PIC 9(9)V99 OCCURS 12 TIMES.
             10 SITE-BUD-COST  PIC 9(9)V99 OCCURS 12 TIMES.
             10 SITE-BUD-SET   PIC X(1) OCCURS 12 TIMES.
             10 SITE-MTD-KWH   PIC 9(9)V99.
             10 SITE-MTD-COST  PIC 9(9)V99.
             10 SITE-YTD-KWH   PIC 9(9)V99.
             10 SITE-YTD-COST  PIC 9(9)V99.
             10 SITE-NIGHTS    PIC 9(3).
       01 PERIOD-TOTALS.
          05 TOTAL-ENTRY OCCURS 3 TIMES.
             10 TOT-BUD-KWH    PIC 9(9)V99.
             10 TOT-ACT-KWH    PIC 9(9)V99.
             10 TOT-BUD-COST   PIC 9(9)V99.
             10 TOT-ACT-COST   PIC 9(9)V99.
       01 SITE-PERIOD-FIGURES.
          05 SP-ENTRY OCCURS 3 TIMES.
             10 SP-BUD-KWH     PIC 9(9)V99.
             10 SP-ACT-KWH     PIC 9(9)V99.
             10 SP-BUD-COST    PIC 9(9)V99.
             10 SP-ACT-COST    PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 0
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO RUN-MODE
           INSPECT RUN-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       END-IF
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG2 FROM ARGUMENT-VALUE
       END-IF
       IF ARGC > 2
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG3 FROM ARGUMENT-VALUE
       END-IF

       EVALUATE TRUE
         WHEN RUN-MODE = "POST" AND ARGC > 1
           CONTINUE
         WHEN RUN-MODE = "REPORT"
           CONTINUE
         WHEN OTHER
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " post <DAY06A.NRG|DAY06A.SIT> [run date yyyy-mm-dd]"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " report [as-of date yyyy-mm-dd]"
           DISPLAY "budget records in NRGBUD.CTL: <site>,<yyyy-mm>,"
               "<budget kWh>,<budget cost>"
           DISPLAY "leave <site> empty for the single-grid "
               "DAY06A.NRG figures"
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
       MOVE TODAY-DATE TO WORK-DATE
       PERFORM CONVERT-WORK-DATE
       MOVE WORK-INT TO TODAY-INT

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       MOVE "NRGBUD" TO AUDIT-PROGRAM

       IF RUN-MODE = "POST"
           PERFORM POST-NIGHTLY-ACTUALS
       ELSE
           PERFORM REPORT-BUDGET-VERSUS-ACTUAL
       END-IF

       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
           MOVE "DAY06A-NIGHT-HOURS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT = 0 OR CFG-RESULT > 24
                   DISPLAY "error: DAY06A-NIGHT-HOURS must be from "
                       "1 to 24"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO NIGHT-HOURS
           END-IF
           MOVE "DAY06A-BUDGET-OVERRUN-PCT" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT > 999
                   DISPLAY "error: DAY06A-BUDGET-OVERRUN-PCT must not "
                       "exceed 999"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO OVERRUN-PCT
           END-IF
           MOVE "RETAIN-GENERATIONS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO GEN-KEEP-COUNT
           END-IF.

       CONVERT-WORK-DATE.
           MOVE 0 TO WORK-INT
           IF WORK-DATE(5:1) NOT = "-" OR WORK-DATE(8:1) NOT = "-"
               OR WORK-DATE(1:4) IS NOT NUMERIC
               OR WORK-DATE(6:2) IS NOT NUMERIC
               OR WORK-DATE(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WORK-DATE(6:2) < "01" OR WORK-DATE(6:2) > "12"
               OR WORK-DATE(9:2) < "01" OR WORK-DATE(9:2) > "31"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WORK-DATE-NUM =
               FUNCTION NUMVAL(WORK-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WORK-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WORK-DATE(9:2))
           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM).

       CHECK-NUMBER-TEXT.
           MOVE "N" TO NUMBER-OK
           MOVE 0 TO NUMBER-VALUE
           MOVE FUNCTION TRIM(NUMBER-TEXT) TO NUMBER-TEXT
           IF NUMBER-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE NUMBER-TEXT TO NUMBER-WORK
           INSPECT NUMBER-WORK REPLACING FIRST "." BY "0"
           IF FUNCTION TRIM(NUMBER-WORK) IS NUMERIC
               MOVE FUNCTION NUMVAL(NUMBER-TEXT) TO NUMBER-VALUE
               MOVE "Y" TO NUMBER-OK
           END-IF.

       POST-NIGHTLY-ACTUALS.
           MOVE FUNCTION TRIM(ARG2) TO FILENAME
           MOVE TODAY-DATE TO RUN-DATE
           IF ARG3 NOT = SPACES
               MOVE FUNCTION TRIM(ARG3) TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WORK-INT = 0 OR WORK-INT > TODAY-INT
               DISPLAY "error: run date " FUNCTION TRIM(RUN-DATE)
                   " is not a valid date on or before today"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ENERGY-FIGURES
           IF POST-COUNT = 0
               DISPLAY "error: " FUNCTION TRIM(FILENAME)
                   " holds no costed energy figures to post"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-ALREADY-POSTED
           IF DUP-COUNT > 0
               MOVE DUP-COUNT TO DISP-COUNT
               DISPLAY "error: " FUNCTION TRIM(DISP-COUNT)
                   " sites already have actuals for "
                   FUNCTION TRIM(RUN-DATE) " in NRGACT.DAT, "
                   "nothing posted"
               MOVE 6 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ACTUAL-FILE
           IF ACTUAL-STATUS NOT = "00"
               OPEN OUTPUT ACTUAL-FILE
           END-IF
           IF ACTUAL-STATUS NOT = "00"
               DISPLAY "error: cannot write NRGACT.DAT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POST-COUNT
             PERFORM WRITE-ACTUAL-RECORD
           END-PERFORM
           CLOSE ACTUAL-FILE
           MOVE POST-COUNT TO DISP-COUNT
           MOVE NIGHT-HOURS TO DISP-DAYS
           DISPLAY "sites posted = " FUNCTION TRIM(DISP-COUNT)
               " for " FUNCTION TRIM(RUN-DATE)
               " at " FUNCTION TRIM(DISP-DAYS)
               " lit hours per night"
           IF NO-TARIFF-COUNT > 0
               MOVE NO-TARIFF-COUNT TO DISP-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT)
                   " sites had no tariff on file and were not posted"
           END-IF
           MOVE POST-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "posted=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING.

       LOAD-ENERGY-FIGURES.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT ENERGY-IN-FILE
           IF ENERGY-IN-STATUS NOT = "00"
               DISPLAY "error: energy file " FUNCTION TRIM(FILENAME)
                   " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ ENERGY-IN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(ENERGY-IN-RECORD) NOT = SPACES
                     PERFORM APPLY-ENERGY-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ENERGY-IN-FILE
           IF ENERGY-KIND = SPACE
               DISPLAY "error: " FUNCTION TRIM(FILENAME)
                   " is not a DAY06A energy estimate or multi-site "
                   "report"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-ENERGY-RECORD.
           IF ENERGY-KIND = SPACE
               EVALUATE TRUE
                 WHEN ENERGY-IN-RECORD = "DAY06A energy estimate"
                   MOVE "G" TO ENERGY-KIND
                 WHEN ENERGY-IN-RECORD =
                     "DAY06A multi-site lighting sweep"
                   MOVE "S" TO ENERGY-KIND
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PART-1 PART-2 PART-3 PART-4
           IF ENERGY-KIND = "G"
               IF ENERGY-IN-RECORD(1:18) NOT = "final grid load = "
                   EXIT PARAGRAPH
               END-IF
               UNSTRING ENERGY-IN-RECORD(19:)
                   DELIMITED BY " watts, off-peak cost/hour = "
                   INTO PART-3 PART-4
               END-UNSTRING
           ELSE
               IF ENERGY-IN-RECORD(1:5) NOT = "site "
                   EXIT PARAGRAPH
               END-IF
               UNSTRING ENERGY-IN-RECORD(6:)
                   DELIMITED BY ": units=" OR " load="
                       OR " watts, cost/hour="
                   INTO PART-1 PART-2 PART-3 PART-4
               END-UNSTRING
               IF PART-3 = SPACES
                   ADD 1 TO NO-TARIFF-COUNT
                   DISPLAY "note: site " FUNCTION TRIM(PART-1)
                       " has no tariff on file, not posted"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PART-3 TO NUMBER-TEXT
           PERFORM CHECK-NUMBER-TEXT
           IF NUMBER-OK NOT = "Y"
               DISPLAY "error: unreadable load figure in "
                   FUNCTION TRIM(FILENAME) ": "
                   FUNCTION TRIM(ENERGY-IN-RECORD)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NUMBER-VALUE TO IN-KWH
           MOVE PART-4 TO NUMBER-TEXT
           PERFORM CHECK-NUMBER-TEXT
           IF NUMBER-OK NOT = "Y"
               DISPLAY "error: unreadable cost figure in "
                   FUNCTION TRIM(FILENAME) ": "
                   FUNCTION TRIM(ENERGY-IN-RECORD)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NUMBER-VALUE TO IN-COST
           IF POST-COUNT >= MAX-SITES
               DISPLAY "error: " FUNCTION TRIM(FILENAME)
                   " names more than " FUNCTION TRIM(MAX-SITES)
                   " sites"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO POST-COUNT
           MOVE SPACES TO PT-SITE(POST-COUNT)
           IF ENERGY-KIND = "S"
               MOVE FUNCTION TRIM(PART-1) TO PT-SITE(POST-COUNT)
               INSPECT PT-SITE(POST-COUNT) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           COMPUTE PT-KWH(POST-COUNT) ROUNDED =
               IN-KWH * NIGHT-HOURS / 1000
           COMPUTE PT-COST(POST-COUNT) ROUNDED =
               IN-COST * NIGHT-HOURS.

       CHECK-ALREADY-POSTED.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT ACTUAL-FILE
           IF ACTUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ ACTUAL-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(ACTUAL-RECORD) NOT = SPACES
                     AND ACTUAL-RECORD(1:1) NOT = "*"
                     PERFORM PARSE-ACTUAL-RECORD
                     IF IN-DATE = RUN-DATE
                         PERFORM VARYING POST-IDX FROM 1 BY 1
                             UNTIL POST-IDX > POST-COUNT
                           IF PT-SITE(POST-IDX) = IN-SITE
                               ADD 1 TO DUP-COUNT
                           END-IF
                         END-PERFORM
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ACTUAL-FILE.

       PARSE-ACTUAL-RECORD.
           MOVE SPACES TO IN-SITE IN-DATE IN-KWH-TEXT IN-COST-TEXT
           UNSTRING ACTUAL-RECORD DELIMITED BY ","
               INTO IN-SITE IN-DATE IN-KWH-TEXT IN-COST-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(IN-SITE) TO IN-SITE
           MOVE FUNCTION TRIM(IN-DATE) TO IN-DATE.

       WRITE-ACTUAL-RECORD.
           MOVE SPACES TO ACTUAL-RECORD
           MOVE PT-KWH(POST-IDX) TO DISP-AMOUNT
           MOVE PT-COST(POST-IDX) TO DISP-AMOUNT-2
           STRING PT-SITE(POST-IDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AMOUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AMOUNT-2) DELIMITED BY SIZE
               INTO ACTUAL-RECORD
           END-STRING
           WRITE ACTUAL-RECORD
           MOVE PT-SITE(POST-IDX) TO DISP-SITE
           IF DISP-SITE = SPACES
               MOVE "(grid)" TO DISP-SITE
           END-IF
           DISPLAY "posted site " FUNCTION TRIM(DISP-SITE)
               ": kWh=" FUNCTION TRIM(DISP-AMOUNT)
               " cost=" FUNCTION TRIM(DISP-AMOUNT-2).

       REPORT-BUDGET-VERSUS-ACTUAL.
           MOVE TODAY-DATE TO AS-OF-DATE
           IF ARG2 NOT = SPACES
               MOVE FUNCTION TRIM(ARG2) TO AS-OF-DATE
           END-IF
           MOVE AS-OF-DATE TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WORK-INT = 0
               DISPLAY "error: as-of date " FUNCTION TRIM(AS-OF-DATE)
                   " is not a valid yyyy-mm-dd date"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WORK-INT TO AS-OF-INT
           MOVE AS-OF-DATE(1:4) TO AS-OF-YEAR
           MOVE AS-OF-DATE(6:2) TO AS-OF-MONTH
           MOVE AS-OF-DATE(9:2) TO AS-OF-DAY
           COMPUTE MONTH-START-INT = AS-OF-INT - AS-OF-DAY + 1
           MOVE AS-OF-DATE TO WORK-DATE
           MOVE "01" TO WORK-DATE(9:2)
           IF AS-OF-MONTH = 12
               COMPUTE WORK-DATE-NUM =
                   (FUNCTION NUMVAL(AS-OF-YEAR) + 1) * 10000 + 101
           ELSE
               COMPUTE WORK-DATE-NUM =
                   FUNCTION NUMVAL(AS-OF-YEAR) * 10000
                   + (AS-OF-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
           COMPUTE DAYS-IN-MONTH = NEXT-MONTH-INT - MONTH-START-INT

           PERFORM LOAD-BUDGETS
           IF BAD-LINE-COUNT > 0
               MOVE BAD-LINE-COUNT TO DISP-COUNT
               DISPLAY "error: " FUNCTION TRIM(DISP-COUNT)
                   " NRGBUD.CTL records failed validation, no "
                   "report produced"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ACTUALS

           MOVE "NRGBUD.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT BUDGET-RPT-FILE
           MOVE SPACES TO BUDGET-RPT-RECORD
           STRING "lighting energy budget versus actual, as of "
               DELIMITED BY SIZE
               AS-OF-DATE DELIMITED BY SIZE
               INTO BUDGET-RPT-RECORD
           END-STRING
           WRITE BUDGET-RPT-RECORD
           DISPLAY FUNCTION TRIM(BUDGET-RPT-RECORD)
           MOVE AS-OF-DAY TO DISP-DAYS
           MOVE DAYS-IN-MONTH TO DISP-DAYS-2
           MOVE OVERRUN-PCT TO DISP-COUNT
           MOVE SPACES TO BUDGET-RPT-RECORD
           STRING "MTD budget is prorated over " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS-2) DELIMITED BY SIZE
               " days; MONTH projects MTD actual to the full "
               DELIMITED BY SIZE
               "month; overrun alert above " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "% of budget" DELIMITED BY SIZE
               INTO BUDGET-RPT-RECORD
           END-STRING
           WRITE BUDGET-RPT-RECORD
           MOVE SPACES TO BUDGET-RPT-RECORD
           WRITE BUDGET-RPT-RECORD
           MOVE SPACES TO BUDGET-RPT-RECORD
           MOVE "site" TO BUDGET-RPT-RECORD(1:4)
           MOVE "period" TO BUDGET-RPT-RECORD(10:6)
           MOVE "budget kWh" TO BUDGET-RPT-RECORD(19:10)
           MOVE "actual kWh" TO BUDGET-RPT-RECORD(33:10)
           MOVE "var kWh" TO BUDGET-RPT-RECORD(50:7)
           MOVE "budget cost" TO BUDGET-RPT-RECORD(60:11)
           MOVE "actual cost" TO BUDGET-RPT-RECORD(74:11)
           MOVE "var cost" TO BUDGET-RPT-RECORD(91:8)
           MOVE "var %" TO BUDGET-RPT-RECORD(102:5)
           WRITE BUDGET-RPT-RECORD
           INITIALIZE PERIOD-TOTALS
           PERFORM VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-COUNT
             PERFORM WRITE-SITE-BUDGET-LINES
           END-PERFORM
           MOVE SPACES TO BUDGET-RPT-RECORD
           WRITE BUDGET-RPT-RECORD
           MOVE "all" TO DISP-SITE
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
               UNTIL PERIOD-IDX > 3
             MOVE TOT-BUD-KWH(PERIOD-IDX) TO SP-BUD-KWH(PERIOD-IDX)
             MOVE TOT-ACT-KWH(PERIOD-IDX) TO SP-ACT-KWH(PERIOD-IDX)
             MOVE TOT-BUD-COST(PERIOD-IDX) TO SP-BUD-COST(PERIOD-IDX)
             MOVE TOT-ACT-COST(PERIOD-IDX) TO SP-ACT-COST(PERIOD-IDX)
             MOVE SPACES TO LINE-FLAG
             PERFORM WRITE-PERIOD-LINE
           END-PERFORM
           MOVE SITE-COUNT TO DISP-COUNT
           MOVE ALERT-COUNT TO DISP-COUNT-2
           MOVE SPACES TO BUDGET-RPT-RECORD
           STRING "sites = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", projected to overrun = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO BUDGET-RPT-RECORD
           END-STRING
           WRITE BUDGET-RPT-RECORD
           DISPLAY FUNCTION TRIM(BUDGET-RPT-RECORD)
           CLOSE BUDGET-RPT-FILE
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "overruns=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING.

       LOAD-BUDGETS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS NOT = "00"
               DISPLAY "error: budget control file NRGBUD.CTL is "
                   "not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ BUDGET-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(BUDGET-RECORD) NOT = SPACES
                     AND BUDGET-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-BUDGET-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       APPLY-BUDGET-RECORD.
           MOVE SPACES TO IN-SITE IN-MONTH-TEXT IN-KWH-TEXT
               IN-COST-TEXT
           UNSTRING BUDGET-RECORD DELIMITED BY ","
               INTO IN-SITE IN-MONTH-TEXT IN-KWH-TEXT IN-COST-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(IN-SITE) TO IN-SITE
           INSPECT IN-SITE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE FUNCTION TRIM(IN-MONTH-TEXT) TO IN-MONTH-TEXT
           MOVE IN-KWH-TEXT TO NUMBER-TEXT
           PERFORM CHECK-NUMBER-TEXT
           MOVE NUMBER-VALUE TO IN-KWH
           IF NUMBER-OK = "Y"
               MOVE IN-COST-TEXT TO NUMBER-TEXT
               PERFORM CHECK-NUMBER-TEXT
               MOVE NUMBER-VALUE TO IN-COST
           END-IF
           IF NUMBER-OK NOT = "Y"
               OR IN-MONTH-TEXT(1:4) IS NOT NUMERIC
               OR IN-MONTH-TEXT(5:1) NOT = "-"
               OR IN-MONTH-TEXT(6:2) IS NOT NUMERIC
               OR IN-MONTH-TEXT(8:) NOT = SPACES
               OR IN-MONTH-TEXT(6:2) < "01"
               OR IN-MONTH-TEXT(6:2) > "12"
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "bad budget record: "
                   FUNCTION TRIM(BUDGET-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF IN-MONTH-TEXT(1:4) NOT = AS-OF-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE IN-MONTH-TEXT(6:2) TO IN-MONTH
           MOVE IN-SITE TO WANT-SITE
           PERFORM FIND-OR-ADD-SITE
           IF SITE-BUD-SET(SITE-FOUND-IDX, IN-MONTH) = "Y"
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "duplicate budget record: "
                   FUNCTION TRIM(BUDGET-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SITE-BUD-SET(SITE-FOUND-IDX, IN-MONTH)
           MOVE "Y" TO SITE-HAS-BUDGET(SITE-FOUND-IDX)
           MOVE IN-KWH TO SITE-BUD-KWH(SITE-FOUND-IDX, IN-MONTH)
           MOVE IN-COST TO SITE-BUD-COST(SITE-FOUND-IDX, IN-MONTH).

       FIND-OR-ADD-SITE.
           MOVE 0 TO SITE-FOUND-IDX
           PERFORM VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-COUNT
             IF SITE-CODE(SITE-IDX) = WANT-SITE
                 MOVE SITE-IDX TO SITE-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF SITE-FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF SITE-COUNT >= MAX-SITES
               DISPLAY "error: budgets and actuals name more than "
                   FUNCTION TRIM(MAX-SITES) " sites"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SITE-COUNT
           MOVE SITE-COUNT TO SITE-FOUND-IDX
           INITIALIZE SITE-ENTRY(SITE-FOUND-IDX)
           MOVE WANT-SITE TO SITE-CODE(SITE-FOUND-IDX)
           MOVE "N" TO SITE-HAS-BUDGET(SITE-FOUND-IDX)
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
               UNTIL MONTH-IDX > 12
             MOVE "N" TO SITE-BUD-SET(SITE-FOUND-IDX, MONTH-IDX)
           END-PERFORM.

       LOAD-ACTUALS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT ACTUAL-FILE
           IF ACTUAL-STATUS NOT = "00"
               DISPLAY "note: NRGACT.DAT not present, no actuals "
                   "have been posted"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ ACTUAL-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(ACTUAL-RECORD) NOT = SPACES
                     AND ACTUAL-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-ACTUAL-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ACTUAL-FILE
           MOVE ACTUAL-COUNT TO DISP-COUNT
           DISPLAY "actuals counted for " AS-OF-YEAR " = "
               FUNCTION TRIM(DISP-COUNT).

       APPLY-ACTUAL-RECORD.
           PERFORM PARSE-ACTUAL-RECORD
           IF IN-DATE(1:4) NOT = AS-OF-YEAR
               OR IN-DATE > AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE IN-KWH-TEXT TO NUMBER-TEXT
           PERFORM CHECK-NUMBER-TEXT
           MOVE NUMBER-VALUE TO IN-KWH
           IF NUMBER-OK = "Y"
               MOVE IN-COST-TEXT TO NUMBER-TEXT
               PERFORM CHECK-NUMBER-TEXT
               MOVE NUMBER-VALUE TO IN-COST
           END-IF
           IF NUMBER-OK NOT = "Y"
               DISPLAY "WARNING: malformed NRGACT.DAT record skipped: "
                   FUNCTION TRIM(ACTUAL-RECORD)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACTUAL-COUNT
           MOVE IN-SITE TO WANT-SITE
           PERFORM FIND-OR-ADD-SITE
           ADD IN-KWH TO SITE-YTD-KWH(SITE-FOUND-IDX)
           ADD IN-COST TO SITE-YTD-COST(SITE-FOUND-IDX)
           IF IN-DATE(6:2) = AS-OF-DATE(6:2)
               ADD IN-KWH TO SITE-MTD-KWH(SITE-FOUND-IDX)
               ADD IN-COST TO SITE-MTD-COST(SITE-FOUND-IDX)
               ADD 1 TO SITE-NIGHTS(SITE-FOUND-IDX)
           END-IF.

       WRITE-SITE-BUDGET-LINES.
           MOVE SITE-CODE(SITE-IDX) TO DISP-SITE
           IF DISP-SITE = SPACES
               MOVE "(grid)" TO DISP-SITE
           END-IF
           INITIALIZE SITE-PERIOD-FIGURES
           COMPUTE SP-BUD-KWH(1) ROUNDED =
               SITE-BUD-KWH(SITE-IDX, AS-OF-MONTH) * AS-OF-DAY
               / DAYS-IN-MONTH
           COMPUTE SP-BUD-COST(1) ROUNDED =
               SITE-BUD-COST(SITE-IDX, AS-OF-MONTH) * AS-OF-DAY
               / DAYS-IN-MONTH
           MOVE SITE-MTD-KWH(SITE-IDX) TO SP-ACT-KWH(1)
           MOVE SITE-MTD-COST(SITE-IDX) TO SP-ACT-COST(1)
           MOVE SP-BUD-KWH(1) TO SP-BUD-KWH(2)
           MOVE SP-BUD-COST(1) TO SP-BUD-COST(2)
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
               UNTIL MONTH-IDX >= AS-OF-MONTH
             ADD SITE-BUD-KWH(SITE-IDX, MONTH-IDX) TO SP-BUD-KWH(2)
             ADD SITE-BUD-COST(SITE-IDX, MONTH-IDX) TO SP-BUD-COST(2)
           END-PERFORM
           MOVE SITE-YTD-KWH(SITE-IDX) TO SP-ACT-KWH(2)
           MOVE SITE-YTD-COST(SITE-IDX) TO SP-ACT-COST(2)
           MOVE SITE-BUD-KWH(SITE-IDX, AS-OF-MONTH) TO SP-BUD-KWH(3)
           MOVE SITE-BUD-COST(SITE-IDX, AS-OF-MONTH)
               TO SP-BUD-COST(3)
           COMPUTE SP-ACT-KWH(3) ROUNDED =
               SITE-MTD-KWH(SITE-IDX) * DAYS-IN-MONTH / AS-OF-DAY
           COMPUTE SP-ACT-COST(3) ROUNDED =
               SITE-MTD-COST(SITE-IDX) * DAYS-IN-MONTH / AS-OF-DAY
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
               UNTIL PERIOD-IDX > 3
             ADD SP-BUD-KWH(PERIOD-IDX) TO TOT-BUD-KWH(PERIOD-IDX)
             ADD SP-ACT-KWH(PERIOD-IDX) TO TOT-ACT-KWH(PERIOD-IDX)
             ADD SP-BUD-COST(PERIOD-IDX) TO TOT-BUD-COST(PERIOD-IDX)
             ADD SP-ACT-COST(PERIOD-IDX) TO TOT-ACT-COST(PERIOD-IDX)
           END-PERFORM
           MOVE SPACES TO LINE-FLAG
           IF SITE-HAS-BUDGET(SITE-IDX) NOT = "Y"
               MOVE "NO BUDGET" TO LINE-FLAG
           END-IF
           MOVE 1 TO PERIOD-IDX
           PERFORM WRITE-PERIOD-LINE
           MOVE 2 TO PERIOD-IDX
           PERFORM WRITE-PERIOD-LINE
           IF SITE-HAS-BUDGET(SITE-IDX) = "Y"
               PERFORM CHECK-PROJECTED-OVERRUN
           END-IF
           MOVE 3 TO PERIOD-IDX
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO DISP-SITE.

       CHECK-PROJECTED-OVERRUN.
           COMPUTE LIMIT-AMOUNT ROUNDED =
               SP-BUD-COST(3) * (100 + OVERRUN-PCT) / 100
           IF SP-ACT-COST(3) > LIMIT-AMOUNT
               MOVE "OVERRUN" TO LINE-FLAG
           END-IF
           COMPUTE LIMIT-AMOUNT ROUNDED =
               SP-BUD-KWH(3) * (100 + OVERRUN-PCT) / 100
           IF SP-ACT-KWH(3) > LIMIT-AMOUNT
               MOVE "OVERRUN" TO LINE-FLAG
           END-IF
           IF LINE-FLAG = "OVERRUN"
               PERFORM RAISE-OVERRUN-ALERT
           END-IF.

       WRITE-PERIOD-LINE.
           EVALUATE PERIOD-IDX
             WHEN 1
               MOVE "MTD" TO LINE-PERIOD
             WHEN 2
               MOVE "YTD" TO LINE-PERIOD
             WHEN OTHER
               MOVE "MONTH" TO LINE-PERIOD
           END-EVALUATE
           MOVE SPACES TO BUDGET-RPT-RECORD
           MOVE DISP-SITE TO BUDGET-RPT-RECORD(1:8)
           MOVE LINE-PERIOD TO BUDGET-RPT-RECORD(10:6)
           MOVE SP-BUD-KWH(PERIOD-IDX) TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO BUDGET-RPT-RECORD(16:13)
           MOVE SP-ACT-KWH(PERIOD-IDX) TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO BUDGET-RPT-RECORD(30:13)
           COMPUTE LINE-VAR =
               SP-ACT-KWH(PERIOD-IDX) - SP-BUD-KWH(PERIOD-IDX)
           MOVE LINE-VAR TO DISP-VAR
           MOVE DISP-VAR TO BUDGET-RPT-RECORD(44:13)
           MOVE SP-BUD-COST(PERIOD-IDX) TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO BUDGET-RPT-RECORD(58:13)
           MOVE SP-ACT-COST(PERIOD-IDX) TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO BUDGET-RPT-RECORD(72:13)
           COMPUTE LINE-VAR =
               SP-ACT-COST(PERIOD-IDX) - SP-BUD-COST(PERIOD-IDX)
           MOVE LINE-VAR TO DISP-VAR
           MOVE DISP-VAR TO BUDGET-RPT-RECORD(86:13)
           IF SP-BUD-COST(PERIOD-IDX) > 0
               COMPUTE LINE-PCT ROUNDED =
                   LINE-VAR * 100 / SP-BUD-COST(PERIOD-IDX)
                   ON SIZE ERROR
                     MOVE 99999.9 TO LINE-PCT
               END-COMPUTE
               MOVE LINE-PCT TO DISP-PCT
               MOVE DISP-PCT TO BUDGET-RPT-RECORD(100:7)
           END-IF
           IF PERIOD-IDX = 3 OR LINE-FLAG = "NO BUDGET"
               MOVE LINE-FLAG TO BUDGET-RPT-RECORD(109:9)
           END-IF
           WRITE BUDGET-RPT-RECORD
           IF LINE-FLAG NOT = SPACES AND PERIOD-IDX = 3
               DISPLAY FUNCTION TRIM(BUDGET-RPT-RECORD)
           END-IF.

       RAISE-OVERRUN-ALERT.
           ADD 1 TO ALERT-COUNT
           OPEN EXTEND ALERTS-OUT-FILE
           IF ALERTS-OUT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-OUT-FILE
           END-IF
           MOVE SPACES TO ALERTS-OUT-RECORD
           STRING "WARN,NRGBUD," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SITE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               AS-OF-DATE DELIMITED BY SIZE
               ",BUDGET-OVERRUN" DELIMITED BY SIZE
               INTO ALERTS-OUT-RECORD
           END-STRING
           WRITE ALERTS-OUT-RECORD
           CLOSE ALERTS-OUT-FILE.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
