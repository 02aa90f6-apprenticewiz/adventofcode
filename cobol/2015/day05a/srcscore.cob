       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SOURCE-HIST-FILE ASSIGN TO "DAY05A.SRC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-HIST-STATUS.
       SELECT SOURCE-BASE-FILE ASSIGN TO "SRCBASE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-BASE-STATUS.
       SELECT SCORE-RPT-FILE ASSIGN TO "SRCSCORE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ALERTS-OUT-FILE ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERTS-OUT-STATUS.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-HIST-FILE.
       01 SOURCE-HIST-RECORD   PIC X(96).

       FD SOURCE-BASE-FILE.
       01 SOURCE-BASE-RECORD   PIC X(32).

       FD SCORE-RPT-FILE.
       01 SCORE-RPT-RECORD     PIC X(132).

       FD ALERTS-OUT-FILE.
       01 ALERTS-OUT-RECORD    PIC X(96).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 SOURCE-HIST-STATUS   PIC X(2).
       77 SOURCE-BASE-STATUS   PIC X(2).
       77 ALERTS-OUT-STATUS    PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 WANT-RULESET         PIC X(8) VALUE "ORIGINAL".
       77 AS-OF-DATE           PIC X(10).
       77 AS-OF-INT            PIC 9(8).
       77 WEEK-START-INT       PIC 9(8).
       77 PRIOR-START-INT      PIC 9(8).
       77 BASE-START-INT       PIC 9(8).
       77 WORK-DATE            PIC X(10).
       77 WORK-DATE-NUM        PIC 9(8).
       77 WORK-INT             PIC 9(8).
       77 HIST-DATE            PIC X(10).
       77 HIST-SOURCE          PIC X(8).
       77 HIST-RULESET         PIC X(8).
       77 HIST-SCORED-TEXT     PIC X(8).
       77 HIST-NICE-TEXT       PIC X(8).
       77 HIST-QRN-TEXT        PIC X(8).
       77 HIST-TRUNC-TEXT      PIC X(8).
       77 HIST-FAIL1-TEXT      PIC X(8).
       77 HIST-FAIL2-TEXT      PIC X(8).
       77 HIST-FAIL3-TEXT      PIC X(8).
       77 HIST-SCORED          PIC 9(6).
       77 HIST-NICE            PIC 9(6).
       77 HIST-QRN             PIC 9(6).
       77 HIST-TRUNC           PIC 9(6).
       77 HIST-FAIL1           PIC 9(6).
       77 HIST-FAIL2           PIC 9(6).
       77 HIST-FAIL3           PIC 9(6).
       77 BASE-SOURCE          PIC X(8).
       77 BASE-PCT-TEXT        PIC X(8).
       77 WANT-SOURCE          PIC X(8).
       77 SOURCE-COUNT         PIC 9(3) VALUE 0.
       77 MAX-SOURCES          PIC 9(3) VALUE 100.
       77 SRC-IDX              PIC 9(3).
       77 SRC-FOUND-IDX        PIC 9(3).
       77 SRC-SHIFT-IDX        PIC 9(3).
       77 BAD-LINE-COUNT       PIC 9(5) VALUE 0.
       77 ALERT-COUNT          PIC 9(4) VALUE 0.
       77 NICE-PCT             PIC 9(3)V9.
       77 NAUGHTY-PCT          PIC 9(3)V9.
       77 QRN-PCT              PIC 9(3)V9.
       77 PRIOR-NICE-PCT       PIC 9(3)V9.
       77 BASE-NICE-PCT        PIC 9(3)V9.
       77 CHANGE-PTS           PIC S9(3)V9.
       77 TOP-FAIL-NAME        PIC X(5).
       77 TOP-FAIL-COUNT       PIC 9(6).
       77 BASE-ORIGIN          PIC X(24).
       77 BASE-ALERT-TEXT      PIC X(40).
       77 DISP-PCT             PIC ZZ9.9.
       77 DISP-PCT-2           PIC ZZ9.9.
       77 DISP-PCT-3           PIC ZZ9.9.
       77 DISP-CHANGE          PIC -(3)9.9.
       77 DISP-COUNT           PIC Z(5)9.
       77 DISP-COUNT-2         PIC Z(5)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 SOURCE-TABLE.
          05 SOURCE-ENTRY OCCURS 100 TIMES.
             10 SR-SOURCE      PIC X(8).
             10 SR-RUNS        PIC 9(5).
             10 SR-SCORED      PIC 9(8).
             10 SR-NICE        PIC 9(8).
             10 SR-QRN         PIC 9(8).
             10 SR-TRUNC       PIC 9(8).
             10 SR-FAIL1       PIC 9(8).
             10 SR-FAIL2       PIC 9(8).
             10 SR-FAIL3       PIC 9(8).
             10 SR-PR-SCORED   PIC 9(8).
             10 SR-PR-NICE     PIC 9(8).
             10 SR-PR-QRN      PIC 9(8).
             10 SR-PR-TRUNC    PIC 9(8).
             10 SR-BS-SCORED   PIC 9(8).
             10 SR-BS-NICE     PIC 9(8).
             10 SR-HAVE-FLOOR  PIC X(1).
             10 SR-FLOOR-PCT   PIC 9(3)V9.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       MOVE SPACES TO AS-OF-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO AS-OF-DATE
       END-STRING

       IF ARGC > 0
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO AS-OF-DATE
       END-IF
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG2 FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG2) TO WANT-RULESET
           INSPECT WANT-RULESET CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       END-IF

       MOVE AS-OF-DATE TO WORK-DATE
       PERFORM CONVERT-WORK-DATE
       IF WORK-INT = 0
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " [as-of date yyyy-mm-dd] [ORIGINAL|ALT]"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WORK-INT TO AS-OF-INT
       COMPUTE WEEK-START-INT = AS-OF-INT - 6
       COMPUTE PRIOR-START-INT = AS-OF-INT - 13
       COMPUTE BASE-START-INT = AS-OF-INT - 34

       PERFORM LOAD-SOURCE-HISTORY
       PERFORM LOAD-SOURCE-BASELINES

       IF BAD-LINE-COUNT > 0
           MOVE BAD-LINE-COUNT TO DISP-COUNT
           DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT)
               " DAY05A.SRC records were malformed and skipped"
       END-IF

       MOVE "SRCSCORE.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT SCORE-RPT-FILE
       MOVE SPACES TO SCORE-RPT-RECORD
       STRING "DAY05A per-source quality scorecard, week ending "
           DELIMITED BY SIZE
           AS-OF-DATE DELIMITED BY SIZE
           " ruleset " DELIMITED BY SIZE
           FUNCTION TRIM(WANT-RULESET) DELIMITED BY SIZE
           INTO SCORE-RPT-RECORD
       END-STRING
       WRITE SCORE-RPT-RECORD
       DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD)
       IF SOURCE-COUNT = 0
           MOVE "no DAY05A.SRC history in the last five weeks"
               TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD
           DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD)
       END-IF
       PERFORM VARYING SRC-IDX FROM 1 BY 1
           UNTIL SRC-IDX > SOURCE-COUNT
         PERFORM WRITE-SOURCE-SECTION
       END-PERFORM
       MOVE SOURCE-COUNT TO DISP-COUNT
       MOVE ALERT-COUNT TO DISP-COUNT-2
       MOVE SPACES TO SCORE-RPT-RECORD
       STRING "sources = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           ", below baseline = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           INTO SCORE-RPT-RECORD
       END-STRING
       WRITE SCORE-RPT-RECORD
       DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD)
       CLOSE SCORE-RPT-FILE

       MOVE "SRCSCORE" TO AUDIT-PROGRAM
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "alerts=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       MOVE WANT-RULESET TO AUDIT-RULE-VERSION
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       CONVERT-WORK-DATE.
           MOVE 0 TO WORK-INT
           IF WORK-DATE(5:1) NOT = "-" OR WORK-DATE(8:1) NOT = "-"
               OR WORK-DATE(1:4) IS NOT NUMERIC
               OR WORK-DATE(6:2) IS NOT NUMERIC
               OR WORK-DATE(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WORK-DATE-NUM =
               FUNCTION NUMVAL(WORK-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WORK-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WORK-DATE(9:2))
           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM).

       LOAD-SOURCE-HISTORY.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SOURCE-HIST-FILE
           IF SOURCE-HIST-STATUS NOT = "00"
               DISPLAY "note: DAY05A.SRC not present, no source "
                   "history to score"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SOURCE-HIST-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(SOURCE-HIST-RECORD) NOT = SPACES
                     AND SOURCE-HIST-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-HISTORY-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SOURCE-HIST-FILE.

       APPLY-HISTORY-RECORD.
           MOVE SPACES TO HIST-DATE HIST-SOURCE HIST-RULESET
               HIST-SCORED-TEXT HIST-NICE-TEXT HIST-QRN-TEXT
               HIST-TRUNC-TEXT HIST-FAIL1-TEXT HIST-FAIL2-TEXT
               HIST-FAIL3-TEXT
           UNSTRING SOURCE-HIST-RECORD DELIMITED BY ","
               INTO HIST-DATE HIST-SOURCE HIST-RULESET
                   HIST-SCORED-TEXT HIST-NICE-TEXT HIST-QRN-TEXT
                   HIST-TRUNC-TEXT HIST-FAIL1-TEXT HIST-FAIL2-TEXT
                   HIST-FAIL3-TEXT
           END-UNSTRING
           MOVE HIST-DATE TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WORK-INT = 0 OR HIST-SOURCE = SPACES
               OR FUNCTION TRIM(HIST-SCORED-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(HIST-NICE-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(HIST-QRN-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(HIST-TRUNC-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(HIST-FAIL1-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(HIST-FAIL2-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(HIST-FAIL3-TEXT) IS NOT NUMERIC
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "malformed DAY05A.SRC record: "
                   FUNCTION TRIM(SOURCE-HIST-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF HIST-RULESET NOT = WANT-RULESET
               OR WORK-INT < BASE-START-INT OR WORK-INT > AS-OF-INT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(HIST-SCORED-TEXT) TO HIST-SCORED
           MOVE FUNCTION NUMVAL(HIST-NICE-TEXT) TO HIST-NICE
           MOVE FUNCTION NUMVAL(HIST-QRN-TEXT) TO HIST-QRN
           MOVE FUNCTION NUMVAL(HIST-TRUNC-TEXT) TO HIST-TRUNC
           MOVE FUNCTION NUMVAL(HIST-FAIL1-TEXT) TO HIST-FAIL1
           MOVE FUNCTION NUMVAL(HIST-FAIL2-TEXT) TO HIST-FAIL2
           MOVE FUNCTION NUMVAL(HIST-FAIL3-TEXT) TO HIST-FAIL3
           MOVE HIST-SOURCE TO WANT-SOURCE
           PERFORM FIND-SOURCE
           IF WORK-INT NOT < WEEK-START-INT
               ADD 1 TO SR-RUNS(SRC-FOUND-IDX)
               ADD HIST-SCORED TO SR-SCORED(SRC-FOUND-IDX)
               ADD HIST-NICE TO SR-NICE(SRC-FOUND-IDX)
               ADD HIST-QRN TO SR-QRN(SRC-FOUND-IDX)
               ADD HIST-TRUNC TO SR-TRUNC(SRC-FOUND-IDX)
               ADD HIST-FAIL1 TO SR-FAIL1(SRC-FOUND-IDX)
               ADD HIST-FAIL2 TO SR-FAIL2(SRC-FOUND-IDX)
               ADD HIST-FAIL3 TO SR-FAIL3(SRC-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD HIST-SCORED TO SR-BS-SCORED(SRC-FOUND-IDX)
           ADD HIST-NICE TO SR-BS-NICE(SRC-FOUND-IDX)
           IF WORK-INT NOT < PRIOR-START-INT
               ADD HIST-SCORED TO SR-PR-SCORED(SRC-FOUND-IDX)
               ADD HIST-NICE TO SR-PR-NICE(SRC-FOUND-IDX)
               ADD HIST-QRN TO SR-PR-QRN(SRC-FOUND-IDX)
               ADD HIST-TRUNC TO SR-PR-TRUNC(SRC-FOUND-IDX)
           END-IF.

       FIND-SOURCE.
           MOVE 0 TO SRC-FOUND-IDX
           PERFORM VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SOURCE-COUNT
             IF SR-SOURCE(SRC-IDX) = WANT-SOURCE
                 MOVE SRC-IDX TO SRC-FOUND-IDX
                 EXIT PERFORM
             END-IF
             IF SR-SOURCE(SRC-IDX) > WANT-SOURCE
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF SRC-FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF SOURCE-COUNT NOT < MAX-SOURCES
               DISPLAY "error: more than 100 sources on DAY05A.SRC"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING SRC-SHIFT-IDX FROM SOURCE-COUNT BY -1
               UNTIL SRC-SHIFT-IDX < SRC-IDX
             MOVE SOURCE-ENTRY(SRC-SHIFT-IDX)
                 TO SOURCE-ENTRY(SRC-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO SOURCE-COUNT
           MOVE SRC-IDX TO SRC-FOUND-IDX
           MOVE 0 TO SR-RUNS(SRC-FOUND-IDX) SR-SCORED(SRC-FOUND-IDX)
               SR-NICE(SRC-FOUND-IDX) SR-QRN(SRC-FOUND-IDX)
               SR-TRUNC(SRC-FOUND-IDX) SR-FAIL1(SRC-FOUND-IDX)
               SR-FAIL2(SRC-FOUND-IDX) SR-FAIL3(SRC-FOUND-IDX)
               SR-PR-SCORED(SRC-FOUND-IDX) SR-PR-NICE(SRC-FOUND-IDX)
               SR-PR-QRN(SRC-FOUND-IDX) SR-PR-TRUNC(SRC-FOUND-IDX)
               SR-BS-SCORED(SRC-FOUND-IDX) SR-BS-NICE(SRC-FOUND-IDX)
               SR-FLOOR-PCT(SRC-FOUND-IDX)
           MOVE "N" TO SR-HAVE-FLOOR(SRC-FOUND-IDX)
           MOVE WANT-SOURCE TO SR-SOURCE(SRC-FOUND-IDX).

       LOAD-SOURCE-BASELINES.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SOURCE-BASE-FILE
           IF SOURCE-BASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SOURCE-BASE-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(SOURCE-BASE-RECORD) NOT = SPACES
                     AND SOURCE-BASE-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-BASELINE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SOURCE-BASE-FILE.

       APPLY-BASELINE-RECORD.
           MOVE SPACES TO BASE-SOURCE BASE-PCT-TEXT
           UNSTRING SOURCE-BASE-RECORD DELIMITED BY ","
               INTO BASE-SOURCE BASE-PCT-TEXT
           END-UNSTRING
           INSPECT BASE-SOURCE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF BASE-SOURCE = SPACES
               OR FUNCTION TRIM(BASE-PCT-TEXT) IS NOT NUMERIC
               OR FUNCTION NUMVAL(BASE-PCT-TEXT) > 100
               DISPLAY "error: bad SRCBASE.CTL record: "
                   FUNCTION TRIM(SOURCE-BASE-RECORD)
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(BASE-SOURCE) TO WANT-SOURCE
           PERFORM FIND-SOURCE
           MOVE "Y" TO SR-HAVE-FLOOR(SRC-FOUND-IDX)
           MOVE FUNCTION NUMVAL(BASE-PCT-TEXT)
               TO SR-FLOOR-PCT(SRC-FOUND-IDX).

       WRITE-SOURCE-SECTION.
           MOVE SPACES TO SCORE-RPT-RECORD
           IF SR-SCORED(SRC-IDX) = 0
               STRING "source " DELIMITED BY SIZE
                   FUNCTION TRIM(SR-SOURCE(SRC-IDX)) DELIMITED BY SIZE
                   ": no strings screened this week" DELIMITED BY SIZE
                   INTO SCORE-RPT-RECORD
               END-STRING
               WRITE SCORE-RPT-RECORD
               DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD)
               EXIT PARAGRAPH
           END-IF
           COMPUTE NICE-PCT ROUNDED =
               SR-NICE(SRC-IDX) * 100 / SR-SCORED(SRC-IDX)
           COMPUTE NAUGHTY-PCT = 100 - NICE-PCT
           COMPUTE QRN-PCT ROUNDED =
               SR-QRN(SRC-IDX) * 100 / SR-SCORED(SRC-IDX)
           MOVE SR-RUNS(SRC-IDX) TO DISP-COUNT
           MOVE SR-SCORED(SRC-IDX) TO DISP-COUNT-2
           MOVE NICE-PCT TO DISP-PCT
           MOVE NAUGHTY-PCT TO DISP-PCT-2
           MOVE QRN-PCT TO DISP-PCT-3
           STRING "source " DELIMITED BY SIZE
               FUNCTION TRIM(SR-SOURCE(SRC-IDX)) DELIMITED BY SIZE
               ": runs=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " lines=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " nice=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "% naughty=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT-2) DELIMITED BY SIZE
               "% quarantined=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT-3) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO SCORE-RPT-RECORD
           END-STRING
           WRITE SCORE-RPT-RECORD
           DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD)
           MOVE "none" TO TOP-FAIL-NAME
           MOVE 0 TO TOP-FAIL-COUNT
           IF SR-FAIL1(SRC-IDX) > TOP-FAIL-COUNT
               MOVE "PROP1" TO TOP-FAIL-NAME
               MOVE SR-FAIL1(SRC-IDX) TO TOP-FAIL-COUNT
           END-IF
           IF SR-FAIL2(SRC-IDX) > TOP-FAIL-COUNT
               MOVE "PROP2" TO TOP-FAIL-NAME
               MOVE SR-FAIL2(SRC-IDX) TO TOP-FAIL-COUNT
           END-IF
           IF SR-FAIL3(SRC-IDX) > TOP-FAIL-COUNT
               MOVE "PROP3" TO TOP-FAIL-NAME
               MOVE SR-FAIL3(SRC-IDX) TO TOP-FAIL-COUNT
           END-IF
           MOVE SR-TRUNC(SRC-IDX) TO DISP-COUNT
           MOVE TOP-FAIL-COUNT TO DISP-COUNT-2
           MOVE SPACES TO SCORE-RPT-RECORD
           STRING "  truncated=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " most common failing property=" DELIMITED BY SIZE
               FUNCTION TRIM(TOP-FAIL-NAME) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " naughty lines)" DELIMITED BY SIZE
               INTO SCORE-RPT-RECORD
           END-STRING
           WRITE SCORE-RPT-RECORD
           DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD)
           PERFORM WRITE-PRIOR-WEEK-LINE
           PERFORM CHECK-SOURCE-BASELINE.

       WRITE-PRIOR-WEEK-LINE.
           MOVE SPACES TO SCORE-RPT-RECORD
           IF SR-PR-SCORED(SRC-IDX) = 0
               MOVE "  prior week: no strings screened"
                   TO SCORE-RPT-RECORD
               WRITE SCORE-RPT-RECORD
               DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD)
               EXIT PARAGRAPH
           END-IF
           COMPUTE PRIOR-NICE-PCT ROUNDED =
               SR-PR-NICE(SRC-IDX) * 100 / SR-PR-SCORED(SRC-IDX)
           COMPUTE QRN-PCT ROUNDED =
               SR-PR-QRN(SRC-IDX) * 100 / SR-PR-SCORED(SRC-IDX)
           COMPUTE CHANGE-PTS = NICE-PCT - PRIOR-NICE-PCT
           MOVE SR-PR-SCORED(SRC-IDX) TO DISP-COUNT
           MOVE SR-PR-TRUNC(SRC-IDX) TO DISP-COUNT-2
           MOVE PRIOR-NICE-PCT TO DISP-PCT
           MOVE QRN-PCT TO DISP-PCT-3
           MOVE CHANGE-PTS TO DISP-CHANGE
           STRING "  prior week: lines=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " nice=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "% quarantined=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT-3) DELIMITED BY SIZE
               "% truncated=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " nice change=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CHANGE) DELIMITED BY SIZE
               " pts" DELIMITED BY SIZE
               INTO SCORE-RPT-RECORD
           END-STRING
           WRITE SCORE-RPT-RECORD
           DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD).

       CHECK-SOURCE-BASELINE.
           MOVE SPACES TO SCORE-RPT-RECORD
           EVALUATE TRUE
             WHEN SR-HAVE-FLOOR(SRC-IDX) = "Y"
               MOVE SR-FLOOR-PCT(SRC-IDX) TO BASE-NICE-PCT
               MOVE "SRCBASE.CTL" TO BASE-ORIGIN
             WHEN SR-BS-SCORED(SRC-IDX) > 0
               COMPUTE BASE-NICE-PCT ROUNDED =
                   SR-BS-NICE(SRC-IDX) * 100 / SR-BS-SCORED(SRC-IDX)
               MOVE "prior four weeks" TO BASE-ORIGIN
             WHEN OTHER
               MOVE "  baseline: no history before this week"
                   TO SCORE-RPT-RECORD
               WRITE SCORE-RPT-RECORD
               DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD)
               EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO BASE-ALERT-TEXT
           IF NICE-PCT < BASE-NICE-PCT
               MOVE " -- ALERT: nice rate below baseline"
                   TO BASE-ALERT-TEXT
               PERFORM RAISE-SOURCE-ALERT
           END-IF
           MOVE BASE-NICE-PCT TO DISP-PCT
           STRING "  baseline nice=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "% from " DELIMITED BY SIZE
               FUNCTION TRIM(BASE-ORIGIN) DELIMITED BY SIZE
               BASE-ALERT-TEXT DELIMITED BY SIZE
               INTO SCORE-RPT-RECORD
           END-STRING
           WRITE SCORE-RPT-RECORD
           DISPLAY FUNCTION TRIM(SCORE-RPT-RECORD).

       RAISE-SOURCE-ALERT.
           ADD 1 TO ALERT-COUNT
           OPEN EXTEND ALERTS-OUT-FILE
           IF ALERTS-OUT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-OUT-FILE
           END-IF
           MOVE SPACES TO ALERTS-OUT-RECORD
           STRING "WARN,SRCSCORE," DELIMITED BY SIZE
               FUNCTION TRIM(SR-SOURCE(SRC-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               AS-OF-DATE DELIMITED BY SIZE
               ",NICE-RATE-LOW" DELIMITED BY SIZE
               INTO ALERTS-OUT-RECORD
           END-STRING
           WRITE ALERTS-OUT-RECORD
           CLOSE ALERTS-OUT-FILE.

       COPY GENPARA.

       COPY AUDITPARA.
