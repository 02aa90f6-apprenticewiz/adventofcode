       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT KPI-FILE ASSIGN TO "KPI.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KPI-STATUS.
       SELECT KPI-NEW-FILE ASSIGN TO "KPI.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KPI-NEW-STATUS.
       SELECT APPEAL-MST-FILE ASSIGN TO "APPEALS.MST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-APPEAL-ID
           FILE STATUS IS APPEAL-MST-STATUS.
       SELECT LEDGER-FILE ASSIGN TO "STOCK.LEDGER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-STATUS.
       SELECT PO-INT-FILE ASSIGN TO "PODATA.INT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PO-INT-STATUS.
       SELECT SOURCE-HIST-FILE ASSIGN TO "DAY05A.SRC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-HIST-STATUS.
       SELECT ACTUAL-FILE ASSIGN TO "NRGACT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACTUAL-STATUS.
       SELECT WOHIST-FILE ASSIGN TO "DAY06A.WOH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WOHIST-STATUS.
       SELECT QUEUE-FILE ASSIGN TO "REMEDQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-STATUS.
       SELECT FILING-LOG-FILE ASSIGN TO "CERTFILE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILING-LOG-STATUS.
       SELECT JOB-HIST-FILE ASSIGN TO "JOBCOST.HST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-HIST-STATUS.
       SELECT KPI-RPT-FILE ASSIGN TO "KPIEXT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY INVRSEL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD KPI-FILE.
       01 KPI-RECORD           PIC X(200).

       FD KPI-NEW-FILE.
       01 KPI-NEW-RECORD       PIC X(200).

       FD APPEAL-MST-FILE.
       01 APPEAL-MST-RECORD.
          05 AM-APPEAL-ID      PIC X(10).
          05 AM-STRING         PIC X(200).
          05 AM-BASE-VERDICT   PIC X(1).
          05 AM-MODEL-VERDICT  PIC X(1).
          05 AM-STATUS         PIC X(10).
          05 AM-DATE           PIC X(10).

       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(96).

       FD PO-INT-FILE.
       01 PO-INT-RECORD        PIC X(96).

       FD SOURCE-HIST-FILE.
       01 SOURCE-HIST-RECORD   PIC X(96).

       FD ACTUAL-FILE.
       01 ACTUAL-RECORD        PIC X(80).

       FD WOHIST-FILE.
       01 WOHIST-RECORD        PIC X(96).

       FD QUEUE-FILE.
       01 QUEUE-RECORD         PIC X(128).

       FD FILING-LOG-FILE.
       01 FILING-LOG-RECORD    PIC X(160).

       FD JOB-HIST-FILE.
       01 JOB-HIST-RECORD      PIC X(160).

       FD KPI-RPT-FILE.
       01 KPI-RPT-RECORD       PIC X(132).

       COPY INVRFD.
       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       COPY INVRWS.
       77 KPI-STATUS           PIC X(2).
       77 KPI-NEW-STATUS       PIC X(2).
       77 APPEAL-MST-STATUS    PIC X(2).
       77 LEDGER-STATUS        PIC X(2).
       77 PO-INT-STATUS        PIC X(2).
       77 SOURCE-HIST-STATUS   PIC X(2).
       77 ACTUAL-STATUS        PIC X(2).
       77 WOHIST-STATUS        PIC X(2).
       77 QUEUE-STATUS         PIC X(2).
       77 FILING-LOG-STATUS    PIC X(2).
       77 JOB-HIST-STATUS      PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 KPI-PERIOD           PIC X(7).
       77 PRIOR-PERIOD         PIC X(7).
       77 YEAR-AGO-PERIOD      PIC X(7).
       77 WANT-PERIOD          PIC X(7).
       77 WANT-PERIOD-END      PIC X(10).
       77 PERIOD-YEAR          PIC 9(4).
       77 PERIOD-MONTH         PIC 9(2).
       77 WORK-YEAR            PIC 9(4).
       77 WORK-MONTH           PIC 9(2).
       77 SOURCE-HITS          PIC 9(7).
       77 CURRENT-HITS         PIC 9(7) VALUE 0.
       77 FIELD-1              PIC X(64).
       77 FIELD-2              PIC X(64).
       77 FIELD-3              PIC X(64).
       77 FIELD-4              PIC X(64).
       77 FIELD-5              PIC X(64).
       77 FIELD-6              PIC X(64).
       77 FIELD-7              PIC X(64).
       77 NUMBER-WORK          PIC 9(11)V99.
       77 INVALID-FILING-COUNT PIC 9(4).
       77 MAX-INVALID-FILINGS  PIC 9(4) VALUE 500.
       77 FILING-KEY           PIC X(32).
       77 INVALID-IDX          PIC 9(4).
       77 INVALID-FOUND-IDX    PIC 9(4).
       77 KPI-COUNT            PIC 9(4) VALUE 0.
       77 MAX-KPI-MONTHS       PIC 9(4) VALUE 240.
       77 KPI-IDX              PIC 9(4).
       77 KPI-FOUND-IDX        PIC 9(4).
       77 KPI-INS-IDX          PIC 9(4).
       77 KPI-SHIFT-IDX        PIC 9(4).
       77 CUR-IDX              PIC 9(4).
       77 PRIOR-IDX            PIC 9(4).
       77 YEAR-IDX             PIC 9(4).
       77 KPI-TEXT-1           PIC X(16).
       77 KPI-TEXT-2           PIC X(16).
       77 KPI-TEXT-3           PIC X(16).
       77 KPI-TEXT-4           PIC X(16).
       77 KPI-TEXT-5           PIC X(16).
       77 KPI-TEXT-6           PIC X(16).
       77 KPI-TEXT-7           PIC X(16).
       77 KPI-TEXT-8           PIC X(16).
       77 KPI-TEXT-9           PIC X(16).
       77 KPI-TEXT-10          PIC X(16).
       77 KPI-TEXT-11          PIC X(16).
       77 KPI-TEXT-12          PIC X(16).
       77 KPI-TEXT-13          PIC X(16).
       77 KPI-TEXT-14          PIC X(16).
       77 KPI-TEXT-15          PIC X(16).
       77 KPI-TEXT-16          PIC X(16).
       77 KPI-TEXT-17          PIC X(16).
       77 KPI-TEXT-18          PIC X(16).
       77 KPI-PTR              PIC 9(4).
       77 METRIC-LABEL         PIC X(24).
       77 METRIC-KIND          PIC X(1).
       77 METRIC-CUR           PIC S9(12)V99.
       77 METRIC-PRIOR         PIC S9(12)V99.
       77 METRIC-YEAR          PIC S9(12)V99.
       77 METRIC-BASE          PIC S9(12)V99.
       77 METRIC-PRIOR-DENOM   PIC 9(9).
       77 METRIC-YEAR-DENOM    PIC 9(9).
       77 METRIC-DENOM         PIC 9(9).
       77 METRIC-CHANGE        PIC S9(9)V99.
       77 METRIC-VALUE         PIC S9(12)V99.
       77 METRIC-POS           PIC 9(4).
       77 CHANGE-POS           PIC 9(4).
       77 DISP-KPI-COUNT       PIC Z(15)9.
       77 DISP-KPI-MONEY       PIC Z(12)9.99.
       77 DISP-KPI-PCT         PIC +(7)9.9.
       77 DISP-KPI-PTS         PIC +(6)9.99.
       77 DISP-FILE-COUNT      PIC Z(11)9.
       77 DISP-FILE-MONEY      PIC Z(10)9.99.
       77 DISP-FILE-RATE       PIC ZZ9.99.
       77 DISP-COUNT           PIC Z(6)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 KPI-WORK.
          05 KW-PERIOD         PIC X(7).
          05 KW-BOXES          PIC 9(9).
          05 KW-REVENUE        PIC 9(11)V99.
          05 KW-RIBBON         PIC 9(12).
          05 KW-STOCKOUTS      PIC 9(7).
          05 KW-SCORED         PIC 9(9).
          05 KW-NICE           PIC 9(9).
          05 KW-NICE-RATE      PIC 9(3)V99.
          05 KW-DECIDED        PIC 9(7).
          05 KW-OVERTURNED     PIC 9(7).
          05 KW-OVERTURN-RATE  PIC 9(3)V99.
          05 KW-ENERGY         PIC 9(11)V99.
          05 KW-BULBS          PIC 9(7).
          05 KW-INVALID        PIC 9(12).
          05 KW-REMED-OPEN     PIC 9(7).
          05 KW-TILES          PIC 9(9).
          05 KW-CREW-DAYS      PIC 9(7).
          05 KW-EXTRACTED      PIC X(10).
       01 KPI-TABLE.
          05 KPI-ENTRY OCCURS 240 TIMES.
             10 KT-PERIOD      PIC X(7).
             10 KT-BOXES       PIC 9(9).
             10 KT-REVENUE     PIC 9(11)V99.
             10 KT-RIBBON      PIC 9(12).
             10 KT-STOCKOUTS   PIC 9(7).
             10 KT-SCORED      PIC 9(9).
             10 KT-NICE        PIC 9(9).
             10 KT-NICE-RATE   PIC 9(3)V99.
             10 KT-DECIDED     PIC 9(7).
             10 KT-OVERTURNED  PIC 9(7).
             10 KT-OVERTURN-RATE PIC 9(3)V99.
             10 KT-ENERGY      PIC 9(11)V99.
             10 KT-BULBS       PIC 9(7).
             10 KT-INVALID     PIC 9(12).
             10 KT-REMED-OPEN  PIC 9(7).
             10 KT-TILES       PIC 9(9).
             10 KT-CREW-DAYS   PIC 9(7).
             10 KT-EXTRACTED   PIC X(10).
       01 INVALID-FILING-TABLE.
          05 INVALID-FILING-ENTRY OCCURS 500 TIMES.
             10 IV-FILING      PIC X(32).
             10 IV-RESULT      PIC 9(12).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " [period yyyy-mm, default the current month]"
           DISPLAY "extracts the month's business KPIs into KPI.DAT "
               "and prints the scorecard to KPIEXT.RPT"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       MOVE TODAY-DATE(1:7) TO KPI-PERIOD
       IF ARGC = 1
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO KPI-PERIOD
       END-IF
       IF KPI-PERIOD(1:4) IS NOT NUMERIC
           OR KPI-PERIOD(5:1) NOT = "-"
           OR KPI-PERIOD(6:2) IS NOT NUMERIC
           OR KPI-PERIOD(6:2) < "01" OR KPI-PERIOD(6:2) > "12"
           DISPLAY "error: invalid period " FUNCTION TRIM(KPI-PERIOD)
               " (expected yyyy-mm)"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       MOVE "KPIEXT" TO AUDIT-PROGRAM
       MOVE "KPI.DAT" TO FILENAME

       MOVE FUNCTION NUMVAL(KPI-PERIOD(1:4)) TO PERIOD-YEAR
       MOVE FUNCTION NUMVAL(KPI-PERIOD(6:2)) TO PERIOD-MONTH
       IF PERIOD-MONTH = 1
           COMPUTE WORK-YEAR = PERIOD-YEAR - 1
           MOVE 12 TO WORK-MONTH
       ELSE
           MOVE PERIOD-YEAR TO WORK-YEAR
           COMPUTE WORK-MONTH = PERIOD-MONTH - 1
       END-IF
       MOVE SPACES TO PRIOR-PERIOD
       STRING WORK-YEAR "-" WORK-MONTH DELIMITED BY SIZE
           INTO PRIOR-PERIOD
       END-STRING
       COMPUTE WORK-YEAR = PERIOD-YEAR - 1
       MOVE SPACES TO YEAR-AGO-PERIOD
       STRING WORK-YEAR "-" PERIOD-MONTH DELIMITED BY SIZE
           INTO YEAR-AGO-PERIOD
       END-STRING

       PERFORM LOAD-KPI-FILE

       MOVE PRIOR-PERIOD TO WANT-PERIOD
       PERFORM FILL-COMPARISON-PERIOD
       MOVE YEAR-AGO-PERIOD TO WANT-PERIOD
       PERFORM FILL-COMPARISON-PERIOD

       MOVE KPI-PERIOD TO WANT-PERIOD
       PERFORM EXTRACT-PERIOD
       MOVE SOURCE-HITS TO CURRENT-HITS
       PERFORM STORE-KPI-WORK

       PERFORM SAVE-KPI-FILE

       MOVE KPI-PERIOD TO WANT-PERIOD
       PERFORM FIND-KPI-PERIOD
       MOVE KPI-FOUND-IDX TO CUR-IDX
       MOVE PRIOR-PERIOD TO WANT-PERIOD
       PERFORM FIND-KPI-PERIOD
       MOVE KPI-FOUND-IDX TO PRIOR-IDX
       MOVE YEAR-AGO-PERIOD TO WANT-PERIOD
       PERFORM FIND-KPI-PERIOD
       MOVE KPI-FOUND-IDX TO YEAR-IDX

       PERFORM WRITE-SCORECARD

       MOVE CURRENT-HITS TO DISP-COUNT
       DISPLAY "KPI period " KPI-PERIOD " extracted from "
           FUNCTION TRIM(DISP-COUNT) " source records into KPI.DAT"
       IF PRIOR-IDX = 0
           DISPLAY "note: no KPI data for prior month "
               PRIOR-PERIOD
       END-IF
       IF YEAR-IDX = 0
           DISPLAY "note: no KPI data for year-ago month "
               YEAR-AGO-PERIOD
       END-IF
       DISPLAY "scorecard written to KPIEXT.RPT"
       IF CURRENT-HITS = 0
           DISPLAY "WARNING: no business activity found for "
               KPI-PERIOD
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE SPACES TO AUDIT-SUMMARY
       STRING "period=" DELIMITED BY SIZE
           KPI-PERIOD DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
           MOVE "RETAIN-GENERATIONS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO GEN-KEEP-COUNT
           END-IF.

       FILL-COMPARISON-PERIOD.
           PERFORM FIND-KPI-PERIOD
           IF KPI-FOUND-IDX > 0
               MOVE SPACES TO WANT-PERIOD-END
               STRING WANT-PERIOD "-31" DELIMITED BY SIZE
                   INTO WANT-PERIOD-END
               END-STRING
               IF KT-EXTRACTED(KPI-FOUND-IDX) > WANT-PERIOD-END
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM EXTRACT-PERIOD
           IF SOURCE-HITS > 0
               PERFORM STORE-KPI-WORK
           END-IF.

       FIND-KPI-PERIOD.
           MOVE 0 TO KPI-FOUND-IDX
           PERFORM VARYING KPI-IDX FROM 1 BY 1
               UNTIL KPI-IDX > KPI-COUNT
             IF KT-PERIOD(KPI-IDX) = WANT-PERIOD
                 MOVE KPI-IDX TO KPI-FOUND-IDX
             END-IF
           END-PERFORM.

       EXTRACT-PERIOD.
           INITIALIZE KPI-WORK
           MOVE WANT-PERIOD TO KW-PERIOD
           MOVE TODAY-DATE TO KW-EXTRACTED
           MOVE SPACES TO WANT-PERIOD-END
           STRING WANT-PERIOD "-31" DELIMITED BY SIZE
               INTO WANT-PERIOD-END
           END-STRING
           MOVE 0 TO SOURCE-HITS
           PERFORM EXTRACT-INVOICE-REGISTER
           PERFORM EXTRACT-STOCK-LEDGER
           PERFORM EXTRACT-SHORTAGE-ORDERS
           PERFORM EXTRACT-SCORING-HISTORY
           PERFORM EXTRACT-APPEAL-DECISIONS
           PERFORM EXTRACT-ENERGY-ACTUALS
           PERFORM EXTRACT-BULB-REPLACEMENTS
           PERFORM EXTRACT-INVALID-IDS
           PERFORM EXTRACT-OPEN-REMEDIATION
           PERFORM EXTRACT-JOB-HISTORY
           IF KW-SCORED > 0
               COMPUTE KW-NICE-RATE ROUNDED =
                   KW-NICE * 100 / KW-SCORED
           END-IF
           IF KW-DECIDED > 0
               COMPUTE KW-OVERTURN-RATE ROUNDED =
                   KW-OVERTURNED * 100 / KW-DECIDED
           END-IF.

       EXTRACT-INVOICE-REGISTER.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT INVREG-FILE
           IF INVREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ INVREG-FILE NEXT
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF IR-TYPE = "H"
                     AND IH-STATUS NOT = "V"
                     AND IH-ISSUE-DATE(1:7) = WANT-PERIOD
                     ADD 1 TO SOURCE-HITS
                     ADD IH-BOXES TO KW-BOXES
                     ADD IH-TOTAL TO KW-REVENUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INVREG-FILE.

       EXTRACT-STOCK-LEDGER.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ LEDGER-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                 UNSTRING LEDGER-RECORD DELIMITED BY ","
                     INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                 END-UNSTRING
                 IF FIELD-1(1:7) = WANT-PERIOD
                     AND FIELD-2 = "RIBBON"
                     AND (FIELD-3 = "CONSUME" OR FIELD-3 = "WASTE")
                     AND FUNCTION TRIM(FIELD-4) IS NUMERIC
                     ADD 1 TO SOURCE-HITS
                     ADD FUNCTION NUMVAL(FIELD-4) TO KW-RIBBON
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       EXTRACT-SHORTAGE-ORDERS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT PO-INT-FILE
           IF PO-INT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ PO-INT-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                     FIELD-5
                 UNSTRING PO-INT-RECORD DELIMITED BY ","
                     INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4 FIELD-5
                 END-UNSTRING
                 IF FIELD-1(1:2) = "PO"
                     AND FIELD-5(1:7) = WANT-PERIOD
                     ADD 1 TO SOURCE-HITS
                     ADD 1 TO KW-STOCKOUTS
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PO-INT-FILE.

       EXTRACT-SCORING-HISTORY.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SOURCE-HIST-FILE
           IF SOURCE-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SOURCE-HIST-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                     FIELD-5
                 UNSTRING SOURCE-HIST-RECORD DELIMITED BY ","
                     INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4 FIELD-5
                 END-UNSTRING
                 IF FIELD-1(1:7) = WANT-PERIOD
                     AND FUNCTION TRIM(FIELD-4) IS NUMERIC
                     AND FUNCTION TRIM(FIELD-5) IS NUMERIC
                     ADD 1 TO SOURCE-HITS
                     ADD FUNCTION NUMVAL(FIELD-4) TO KW-SCORED
                     ADD FUNCTION NUMVAL(FIELD-5) TO KW-NICE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SOURCE-HIST-FILE.

       EXTRACT-APPEAL-DECISIONS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT APPEAL-MST-FILE
           IF APPEAL-MST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ APPEAL-MST-FILE NEXT
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF AM-DATE(1:7) = WANT-PERIOD
                     EVALUATE AM-STATUS
                       WHEN "OVERTURNED"
                         ADD 1 TO SOURCE-HITS
                         ADD 1 TO KW-DECIDED
                         ADD 1 TO KW-OVERTURNED
                       WHEN "UPHELD"
                         ADD 1 TO SOURCE-HITS
                         ADD 1 TO KW-DECIDED
                     END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE APPEAL-MST-FILE.

       EXTRACT-ENERGY-ACTUALS.
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
                 IF ACTUAL-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                     UNSTRING ACTUAL-RECORD DELIMITED BY ","
                         INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                     END-UNSTRING
                     IF FUNCTION TRIM(FIELD-2) (1:7) = WANT-PERIOD
                         AND FUNCTION TEST-NUMVAL(FIELD-4) = 0
                         ADD 1 TO SOURCE-HITS
                         MOVE FUNCTION NUMVAL(FIELD-4) TO NUMBER-WORK
                         ADD NUMBER-WORK TO KW-ENERGY
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ACTUAL-FILE.

       EXTRACT-BULB-REPLACEMENTS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT WOHIST-FILE
           IF WOHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ WOHIST-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF WOHIST-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                         FIELD-5 FIELD-6
                     UNSTRING WOHIST-RECORD DELIMITED BY ","
                         INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                             FIELD-5 FIELD-6
                     END-UNSTRING
                     IF FIELD-5 = "CLOSED"
                         AND FIELD-6(1:7) = WANT-PERIOD
                         ADD 1 TO SOURCE-HITS
                         ADD 1 TO KW-BULBS
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WOHIST-FILE.

       EXTRACT-INVALID-IDS.
           MOVE 0 TO INVALID-FILING-COUNT
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FILING-LOG-FILE
           IF FILING-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ FILING-LOG-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                     FIELD-5 FIELD-6 FIELD-7
                 UNSTRING FILING-LOG-RECORD DELIMITED BY ","
                     INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                         FIELD-5 FIELD-6 FIELD-7
                 END-UNSTRING
                 IF FIELD-3(1:7) = WANT-PERIOD
                     AND FUNCTION TRIM(FIELD-6) IS NUMERIC
                     PERFORM NOTE-INVALID-ID-FILING
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FILING-LOG-FILE
           PERFORM VARYING INVALID-IDX FROM 1 BY 1
               UNTIL INVALID-IDX > INVALID-FILING-COUNT
             ADD IV-RESULT(INVALID-IDX) TO KW-INVALID
           END-PERFORM.

       NOTE-INVALID-ID-FILING.
           ADD 1 TO SOURCE-HITS
           MOVE SPACES TO FILING-KEY
           STRING FUNCTION TRIM(FIELD-1) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FIELD-2) DELIMITED BY SIZE
               INTO FILING-KEY
           END-STRING
           MOVE 0 TO INVALID-FOUND-IDX
           PERFORM VARYING INVALID-IDX FROM 1 BY 1
               UNTIL INVALID-IDX > INVALID-FILING-COUNT
             IF IV-FILING(INVALID-IDX) = FILING-KEY
                 MOVE INVALID-IDX TO INVALID-FOUND-IDX
             END-IF
           END-PERFORM
           IF INVALID-FOUND-IDX = 0
               IF INVALID-FILING-COUNT >= MAX-INVALID-FILINGS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO INVALID-FILING-COUNT
               MOVE INVALID-FILING-COUNT TO INVALID-FOUND-IDX
               MOVE FILING-KEY TO IV-FILING(INVALID-FOUND-IDX)
           END-IF
           MOVE FUNCTION NUMVAL(FIELD-6)
               TO IV-RESULT(INVALID-FOUND-IDX).

       EXTRACT-OPEN-REMEDIATION.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT QUEUE-FILE
           IF QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ QUEUE-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF QUEUE-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                         FIELD-5 FIELD-6 FIELD-7
                     UNSTRING QUEUE-RECORD DELIMITED BY ","
                         INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                             FIELD-5 FIELD-6 FIELD-7
                     END-UNSTRING
                     IF FIELD-5 NOT = SPACES
                         AND FIELD-5(1:10) <= WANT-PERIOD-END
                         AND (FIELD-4 = "O"
                             OR FIELD-7(1:10) > WANT-PERIOD-END)
                         ADD 1 TO KW-REMED-OPEN
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       EXTRACT-JOB-HISTORY.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT JOB-HIST-FILE
           IF JOB-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ JOB-HIST-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                     FIELD-5
                 UNSTRING JOB-HIST-RECORD DELIMITED BY ","
                     INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4 FIELD-5
                 END-UNSTRING
                 IF FIELD-2(1:7) = WANT-PERIOD
                     AND FUNCTION TRIM(FIELD-4) IS NUMERIC
                     AND FUNCTION TRIM(FIELD-5) IS NUMERIC
                     ADD 1 TO SOURCE-HITS
                     ADD FUNCTION NUMVAL(FIELD-4) TO KW-TILES
                     ADD FUNCTION NUMVAL(FIELD-5) TO KW-CREW-DAYS
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOB-HIST-FILE.

       STORE-KPI-WORK.
           PERFORM FIND-KPI-PERIOD
           IF KPI-FOUND-IDX > 0
               MOVE KPI-WORK TO KPI-ENTRY(KPI-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF
           IF KPI-COUNT >= MAX-KPI-MONTHS
               DISPLAY "error: KPI.DAT holds more than "
                   FUNCTION TRIM(MAX-KPI-MONTHS) " months"
               MOVE 2 TO RETURN-CODE
               MOVE "KPI.DAT FULL" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE 0 TO KPI-INS-IDX
           PERFORM VARYING KPI-IDX FROM 1 BY 1
               UNTIL KPI-IDX > KPI-COUNT OR KPI-INS-IDX > 0
             IF KT-PERIOD(KPI-IDX) > KW-PERIOD
                 MOVE KPI-IDX TO KPI-INS-IDX
             END-IF
           END-PERFORM
           ADD 1 TO KPI-COUNT
           IF KPI-INS-IDX = 0
               MOVE KPI-COUNT TO KPI-INS-IDX
           ELSE
               PERFORM VARYING KPI-SHIFT-IDX FROM KPI-COUNT BY -1
                   UNTIL KPI-SHIFT-IDX <= KPI-INS-IDX
                 MOVE KPI-ENTRY(KPI-SHIFT-IDX - 1)
                     TO KPI-ENTRY(KPI-SHIFT-IDX)
               END-PERFORM
           END-IF
           MOVE KPI-WORK TO KPI-ENTRY(KPI-INS-IDX).

       LOAD-KPI-FILE.
           MOVE 0 TO KPI-COUNT
           MOVE "N" TO SCAN-EOF
           OPEN INPUT KPI-FILE
           IF KPI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ KPI-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(KPI-RECORD) NOT = SPACES
                     AND KPI-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-KPI-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE KPI-FILE.

       APPLY-KPI-RECORD.
           MOVE SPACES TO KPI-TEXT-1 KPI-TEXT-2 KPI-TEXT-3 KPI-TEXT-4
               KPI-TEXT-5 KPI-TEXT-6 KPI-TEXT-7 KPI-TEXT-8
               KPI-TEXT-9 KPI-TEXT-10 KPI-TEXT-11 KPI-TEXT-12
               KPI-TEXT-13 KPI-TEXT-14 KPI-TEXT-15 KPI-TEXT-16
               KPI-TEXT-17 KPI-TEXT-18
           UNSTRING KPI-RECORD DELIMITED BY ","
               INTO KPI-TEXT-1 KPI-TEXT-2 KPI-TEXT-3 KPI-TEXT-4
                   KPI-TEXT-5 KPI-TEXT-6 KPI-TEXT-7 KPI-TEXT-8
                   KPI-TEXT-9 KPI-TEXT-10 KPI-TEXT-11 KPI-TEXT-12
                   KPI-TEXT-13 KPI-TEXT-14 KPI-TEXT-15 KPI-TEXT-16
                   KPI-TEXT-17 KPI-TEXT-18
           END-UNSTRING
           IF KPI-TEXT-1(5:1) NOT = "-"
               OR KPI-TEXT-17 = SPACES
               DISPLAY "WARNING: bad KPI.DAT record ignored: "
                   FUNCTION TRIM(KPI-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF KPI-COUNT >= MAX-KPI-MONTHS
               DISPLAY "WARNING: KPI.DAT holds more than "
                   FUNCTION TRIM(MAX-KPI-MONTHS)
                   " months, the rest are ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KPI-COUNT
           MOVE KPI-TEXT-1 TO KT-PERIOD(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-2) TO KT-BOXES(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-3) TO KT-REVENUE(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-4) TO KT-RIBBON(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-5) TO KT-STOCKOUTS(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-6) TO KT-SCORED(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-7) TO KT-NICE(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-8) TO KT-NICE-RATE(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-9) TO KT-DECIDED(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-10)
               TO KT-OVERTURNED(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-11)
               TO KT-OVERTURN-RATE(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-12) TO KT-ENERGY(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-13) TO KT-BULBS(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-14) TO KT-INVALID(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-15)
               TO KT-REMED-OPEN(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-16) TO KT-TILES(KPI-COUNT)
           MOVE FUNCTION NUMVAL(KPI-TEXT-17)
               TO KT-CREW-DAYS(KPI-COUNT)
           MOVE KPI-TEXT-18 TO KT-EXTRACTED(KPI-COUNT).

       SAVE-KPI-FILE.
           OPEN OUTPUT KPI-NEW-FILE
           IF KPI-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write KPI.NEW, status "
                   KPI-NEW-STATUS
               MOVE 1 TO RETURN-CODE
               MOVE "WRITE FAILED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE "* period,boxes,revenue,ribbon,stockouts,scored,nice,"
               TO KPI-NEW-RECORD
           STRING FUNCTION TRIM(KPI-NEW-RECORD) DELIMITED BY SIZE
               "nicerate,decided,overturned,overturnrate,energycost,"
                   DELIMITED BY SIZE
               "bulbs,invalidids,openremediation,tiles,crewdays,"
                   DELIMITED BY SIZE
               "extracted" DELIMITED BY SIZE
               INTO KPI-NEW-RECORD
           END-STRING
           WRITE KPI-NEW-RECORD
           PERFORM VARYING KPI-IDX FROM 1 BY 1
               UNTIL KPI-IDX > KPI-COUNT
             PERFORM WRITE-ONE-KPI-RECORD
           END-PERFORM
           CLOSE KPI-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "KPI.DAT"
           CALL "CBL_RENAME_FILE" USING "KPI.NEW" "KPI.DAT"
           MOVE 0 TO RETURN-CODE.

       WRITE-ONE-KPI-RECORD.
           MOVE SPACES TO KPI-NEW-RECORD
           MOVE 1 TO KPI-PTR
           STRING KT-PERIOD(KPI-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO KPI-NEW-RECORD WITH POINTER KPI-PTR
           END-STRING
           MOVE KT-BOXES(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-REVENUE(KPI-IDX) TO DISP-FILE-MONEY
           PERFORM APPEND-KPI-MONEY
           MOVE KT-RIBBON(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-STOCKOUTS(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-SCORED(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-NICE(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-NICE-RATE(KPI-IDX) TO DISP-FILE-RATE
           PERFORM APPEND-KPI-RATE
           MOVE KT-DECIDED(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-OVERTURNED(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-OVERTURN-RATE(KPI-IDX) TO DISP-FILE-RATE
           PERFORM APPEND-KPI-RATE
           MOVE KT-ENERGY(KPI-IDX) TO DISP-FILE-MONEY
           PERFORM APPEND-KPI-MONEY
           MOVE KT-BULBS(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-INVALID(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-REMED-OPEN(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-TILES(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           MOVE KT-CREW-DAYS(KPI-IDX) TO DISP-FILE-COUNT
           PERFORM APPEND-KPI-COUNT
           STRING KT-EXTRACTED(KPI-IDX) DELIMITED BY SIZE
               INTO KPI-NEW-RECORD WITH POINTER KPI-PTR
           END-STRING
           WRITE KPI-NEW-RECORD.

       APPEND-KPI-COUNT.
           STRING FUNCTION TRIM(DISP-FILE-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO KPI-NEW-RECORD WITH POINTER KPI-PTR
           END-STRING.

       APPEND-KPI-MONEY.
           STRING FUNCTION TRIM(DISP-FILE-MONEY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO KPI-NEW-RECORD WITH POINTER KPI-PTR
           END-STRING.

       APPEND-KPI-RATE.
           STRING FUNCTION TRIM(DISP-FILE-RATE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO KPI-NEW-RECORD WITH POINTER KPI-PTR
           END-STRING.

       WRITE-SCORECARD.
           MOVE "KPIEXT.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT KPI-RPT-FILE
           MOVE SPACES TO RPT-TITLE
           STRING "BUSINESS KPI SCORECARD " DELIMITED BY SIZE
               KPI-PERIOD DELIMITED BY SIZE
               INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-COLUMN-HEADING
           MOVE "measure" TO RPT-COLUMN-HEADING(1:7)
           MOVE KPI-PERIOD TO RPT-COLUMN-HEADING(34:7)
           MOVE PRIOR-PERIOD TO RPT-COLUMN-HEADING(51:7)
           MOVE "vs month" TO RPT-COLUMN-HEADING(62:8)
           MOVE YEAR-AGO-PERIOD TO RPT-COLUMN-HEADING(82:7)
           MOVE "vs year" TO RPT-COLUMN-HEADING(94:7)
           PERFORM RPT-INIT-REPORT

           MOVE "boxes shipped" TO METRIC-LABEL
           MOVE "C" TO METRIC-KIND
           MOVE KW-BOXES TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-BOXES(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-BOXES(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "revenue" TO METRIC-LABEL
           MOVE "M" TO METRIC-KIND
           MOVE KW-REVENUE TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-REVENUE(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-REVENUE(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "ribbon consumed" TO METRIC-LABEL
           MOVE "C" TO METRIC-KIND
           MOVE KW-RIBBON TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-RIBBON(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-RIBBON(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "stock-outs" TO METRIC-LABEL
           MOVE "C" TO METRIC-KIND
           MOVE KW-STOCKOUTS TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-STOCKOUTS(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-STOCKOUTS(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "nice rate %" TO METRIC-LABEL
           MOVE "R" TO METRIC-KIND
           MOVE KW-NICE-RATE TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-NICE-RATE(PRIOR-IDX) TO METRIC-PRIOR
               MOVE KT-SCORED(PRIOR-IDX) TO METRIC-PRIOR-DENOM
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-NICE-RATE(YEAR-IDX) TO METRIC-YEAR
               MOVE KT-SCORED(YEAR-IDX) TO METRIC-YEAR-DENOM
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "appeal overturn rate %" TO METRIC-LABEL
           MOVE "R" TO METRIC-KIND
           MOVE KW-OVERTURN-RATE TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-OVERTURN-RATE(PRIOR-IDX) TO METRIC-PRIOR
               MOVE KT-DECIDED(PRIOR-IDX) TO METRIC-PRIOR-DENOM
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-OVERTURN-RATE(YEAR-IDX) TO METRIC-YEAR
               MOVE KT-DECIDED(YEAR-IDX) TO METRIC-YEAR-DENOM
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "energy cost" TO METRIC-LABEL
           MOVE "M" TO METRIC-KIND
           MOVE KW-ENERGY TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-ENERGY(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-ENERGY(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "bulbs replaced" TO METRIC-LABEL
           MOVE "C" TO METRIC-KIND
           MOVE KW-BULBS TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-BULBS(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-BULBS(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "invalid ids" TO METRIC-LABEL
           MOVE "C" TO METRIC-KIND
           MOVE KW-INVALID TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-INVALID(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-INVALID(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "open remediation items" TO METRIC-LABEL
           MOVE "C" TO METRIC-KIND
           MOVE KW-REMED-OPEN TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-REMED-OPEN(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-REMED-OPEN(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "tiles removed" TO METRIC-LABEL
           MOVE "C" TO METRIC-KIND
           MOVE KW-TILES TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-TILES(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-TILES(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           MOVE "crew-days" TO METRIC-LABEL
           MOVE "C" TO METRIC-KIND
           MOVE KW-CREW-DAYS TO METRIC-CUR
           IF PRIOR-IDX > 0
               MOVE KT-CREW-DAYS(PRIOR-IDX) TO METRIC-PRIOR
           END-IF
           IF YEAR-IDX > 0
               MOVE KT-CREW-DAYS(YEAR-IDX) TO METRIC-YEAR
           END-IF
           PERFORM WRITE-METRIC-LINE

           PERFORM RPT-WRITE-TOTALS
           MOVE SPACES TO RPT-DETAIL
           MOVE CURRENT-HITS TO DISP-COUNT
           STRING "source records for " DELIMITED BY SIZE
               KPI-PERIOD DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "rates compare in percentage points, "
               DELIMITED BY SIZE
               "other measures in percent; stock-outs are "
               DELIMITED BY SIZE
               "shortage purchase orders raised" DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           CLOSE KPI-RPT-FILE.

       WRITE-METRIC-LINE.
           MOVE SPACES TO RPT-DETAIL
           MOVE METRIC-LABEL TO RPT-DETAIL(1:24)
           MOVE METRIC-CUR TO METRIC-VALUE
           MOVE 25 TO METRIC-POS
           PERFORM PLACE-METRIC-VALUE
           IF PRIOR-IDX > 0
               MOVE METRIC-PRIOR TO METRIC-VALUE
               MOVE 42 TO METRIC-POS
               PERFORM PLACE-METRIC-VALUE
               MOVE METRIC-PRIOR TO METRIC-BASE
               MOVE METRIC-PRIOR-DENOM TO METRIC-DENOM
               MOVE 60 TO CHANGE-POS
               PERFORM PLACE-METRIC-CHANGE
           ELSE
               MOVE "n/a" TO RPT-DETAIL(55:3)
               MOVE "n/a" TO RPT-DETAIL(67:3)
           END-IF
           IF YEAR-IDX > 0
               MOVE METRIC-YEAR TO METRIC-VALUE
               MOVE 73 TO METRIC-POS
               PERFORM PLACE-METRIC-VALUE
               MOVE METRIC-YEAR TO METRIC-BASE
               MOVE METRIC-YEAR-DENOM TO METRIC-DENOM
               MOVE 91 TO CHANGE-POS
               PERFORM PLACE-METRIC-CHANGE
           ELSE
               MOVE "n/a" TO RPT-DETAIL(86:3)
               MOVE "n/a" TO RPT-DETAIL(98:3)
           END-IF
           PERFORM RPT-WRITE-DETAIL
           MOVE 0 TO METRIC-PRIOR METRIC-YEAR
               METRIC-PRIOR-DENOM METRIC-YEAR-DENOM.

       PLACE-METRIC-VALUE.
           IF METRIC-KIND = "C"
               MOVE METRIC-VALUE TO DISP-KPI-COUNT
               MOVE DISP-KPI-COUNT TO RPT-DETAIL(METRIC-POS:16)
           ELSE
               MOVE METRIC-VALUE TO DISP-KPI-MONEY
               MOVE DISP-KPI-MONEY TO RPT-DETAIL(METRIC-POS:16)
           END-IF.

       PLACE-METRIC-CHANGE.
           IF METRIC-KIND = "R"
               IF METRIC-DENOM = 0
                   MOVE "n/a" TO RPT-DETAIL(CHANGE-POS + 7:3)
                   EXIT PARAGRAPH
               END-IF
               COMPUTE METRIC-CHANGE = METRIC-CUR - METRIC-BASE
               MOVE METRIC-CHANGE TO DISP-KPI-PTS
               MOVE DISP-KPI-PTS TO RPT-DETAIL(CHANGE-POS:10)
               MOVE "pt" TO RPT-DETAIL(CHANGE-POS + 10:2)
               EXIT PARAGRAPH
           END-IF
           IF METRIC-BASE = 0
               MOVE "n/a" TO RPT-DETAIL(CHANGE-POS + 7:3)
               EXIT PARAGRAPH
           END-IF
           COMPUTE METRIC-CHANGE ROUNDED =
               (METRIC-CUR - METRIC-BASE) * 100 / METRIC-BASE
               ON SIZE ERROR
                 MOVE "n/a" TO RPT-DETAIL(CHANGE-POS + 7:3)
                 EXIT PARAGRAPH
           END-COMPUTE
           MOVE METRIC-CHANGE TO DISP-KPI-PCT
           MOVE DISP-KPI-PCT TO RPT-DETAIL(CHANGE-POS:10)
           MOVE "%" TO RPT-DETAIL(CHANGE-POS + 10:1).

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==KPI-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
