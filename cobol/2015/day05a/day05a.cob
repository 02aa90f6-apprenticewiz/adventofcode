       SELECT PRIOR-FILE ASSIGN TO "DAY05A.PRIOR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRIOR-STATUS.
       SELECT SOURCE-HIST-FILE ASSIGN TO "DAY05A.SRC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-HIST-STATUS.
       SELECT QA-QUEUE-FILE ASSIGN TO "QAREVIEW.QUE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QA-QUEUE-STATUS.
       COPY AUDITSEL.
       COPY CFGSEL.
       COPY CSVSEL.
       FD PRIOR-FILE.
       01 PRIOR-RECORD         PIC X(32).

       FD SOURCE-HIST-FILE.
       01 SOURCE-HIST-RECORD   PIC X(96).

       FD QA-QUEUE-FILE.
       01 QA-QUEUE-RECORD      PIC X(600).

       COPY AUDITFD.
       COPY CFGFD.
       COPY CSVFD.
       77 TRAILER-TOTAL        PIC 9(15).
       77 TRAILER-HAS-TOTAL    PIC X(1) VALUE "N".
       77 INPUT-DATA-COUNT     PIC 9(9) VALUE 0.
       77 SOURCE-CODE          PIC X(8) VALUE "UNKNOWN".
       77 SOURCE-KEY           PIC X(8).
       77 SOURCE-HIST-STATUS   PIC X(2).
       77 SOURCE-RUN-DATE      PIC X(10).
       77 SCORED-COUNT         PIC 9(6) VALUE 0.
       77 FAIL-PROP1-COUNT     PIC 9(6) VALUE 0.
       77 FAIL-PROP2-COUNT     PIC 9(6) VALUE 0.
       77 FAIL-PROP3-COUNT     PIC 9(6) VALUE 0.
       77 DISP-SRC-SCORED      PIC Z(5)9.
       77 DISP-SRC-NICE        PIC Z(5)9.
       77 DISP-SRC-QRN         PIC Z(5)9.
       77 DISP-SRC-TRUNC       PIC Z(5)9.
       77 DISP-SRC-FAIL1       PIC Z(5)9.
       77 DISP-SRC-FAIL2       PIC Z(5)9.
       77 DISP-SRC-FAIL3       PIC Z(5)9.
       77 MODEL-VERSION        PIC 9(4) VALUE 0.
       77 DISP-MODEL-VERSION   PIC Z(3)9.
       77 QA-NICE-PCT          PIC 9(3) VALUE 5.
       77 QA-NAUGHTY-PCT       PIC 9(3) VALUE 5.
       77 QA-SEED              PIC 9(8).
       77 QA-DRAW              PIC 9(3)V9(4).
       77 QA-RUN-KEY           PIC X(16).
       77 QA-RUNNER            PIC X(8).
       77 QA-RUN-DATE          PIC X(10).
       77 QA-VERDICT           PIC X(8).
       77 QA-QUEUE-STATUS      PIC X(2).
       77 QA-QUEUE-OPEN        PIC X(1) VALUE "N".
       77 QA-SAMPLE-COUNT      PIC 9(6) VALUE 0.
       77 DISP-QA-SAMPLE       PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
               PERFORM ROLL-OUTPUT-GENERATIONS
               OPEN OUTPUT DELTA-FILE
           END-IF
           IF REPROCESS-FLAG NOT = "Y" AND RULESET NOT = "COMPARE"
               PERFORM OPEN-QA-QUEUE
           END-IF
       END-IF
       PERFORM UNTIL EOF-FLAG = "Y"
           READ INPUT-FILE
                 MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF FIRST-REC = "Y"
                       AND INPUT-RECORD(1:7) NOT = "SOURCE "
                       IF REPROCESS-FLAG NOT = "Y"
                           PERFORM CHECK-SIGNATURE
                       END-IF
                       MOVE "N" TO TRUNC-IN-PROGRESS
                     WHEN INPUT-RECORD(1:7) = "TRAILER"
                       PERFORM CAPTURE-TRAILER
                     WHEN INPUT-RECORD(1:7) = "SOURCE "
                       PERFORM CAPTURE-SOURCE
                     WHEN OTHER
                       ADD 1 TO LINE-NUM
                       EVALUATE TRUE
               PERFORM WRITE-DELTA-TOTALS
               CLOSE DELTA-FILE
           END-IF
           IF QA-QUEUE-OPEN = "Y"
               CLOSE QA-QUEUE-FILE
               MOVE "N" TO QA-QUEUE-OPEN
           END-IF
       END-IF
       CLOSE INPUT-FILE

       END-IF
       MOVE TRUNC-COUNT TO DISP-TRUNC-COUNT
       DISPLAY "truncated lines = " FUNCTION TRIM(DISP-TRUNC-COUNT)
       DISPLAY "source = " FUNCTION TRIM(SOURCE-CODE)
       IF REPROCESS-FLAG NOT = "Y" AND RULESET NOT = "COMPARE"
           MOVE QA-SAMPLE-COUNT TO DISP-QA-SAMPLE
           DISPLAY "lines sampled for QA review = "
               FUNCTION TRIM(DISP-QA-SAMPLE)
       END-IF

       IF REPROCESS-FLAG NOT = "Y" AND RULESET NOT = "COMPARE"
           PERFORM WRITE-SOURCE-HISTORY
       END-IF

       IF REPROCESS-FLAG NOT = "Y" AND RULESET NOT = "COMPARE"
           PERFORM READ-PRIOR-RESULT
           IF PROP3 = "Y"
               ADD WEIGHT-PROP3 TO LINE-SCORE
           END-IF
           ADD 1 TO SCORED-COUNT
           IF LINE-SCORE >= PASS-THRESHOLD
               ADD 1 TO NICE-COUNT
           ELSE
               IF PROP1 = "N"
                   ADD 1 TO FAIL-PROP1-COUNT
               END-IF
               IF PROP2 = "N"
                   ADD 1 TO FAIL-PROP2-COUNT
               END-IF
               IF PROP3 = "N"
                   ADD 1 TO FAIL-PROP3-COUNT
               END-IF
           END-IF
           MOVE LINE-SCORE TO DIST-SCORE
           IF DIST-SCORE > 99
               AND REPROCESS-FLAG NOT = "Y"
               PERFORM WRITE-QUARANTINE-RECORD
           END-IF
           IF QA-QUEUE-OPEN = "Y"
               PERFORM SAMPLE-FOR-QA-REVIEW
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       VALIDATE-STRING-RECORD.
           END-STRING
           WRITE QUARANTINE-RECORD.

       OPEN-QA-QUEUE.
           MOVE AUDIT-RUN-ID TO QA-RUN-KEY
           IF QA-RUN-KEY = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO QA-RUN-KEY
           END-IF
           MOVE AUDIT-OPERATOR-ID TO QA-RUNNER
           IF QA-RUNNER = SPACES
               MOVE "UNKNOWN" TO QA-RUNNER
           END-IF
           INSPECT QA-RUNNER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO QA-RUN-DATE
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO QA-RUN-DATE
           END-STRING
           MOVE FUNCTION CURRENT-DATE(9:8) TO QA-SEED
           COMPUTE QA-DRAW = FUNCTION RANDOM(QA-SEED)
           OPEN EXTEND QA-QUEUE-FILE
           IF QA-QUEUE-STATUS NOT = "00"
               OPEN OUTPUT QA-QUEUE-FILE
           END-IF
           MOVE "Y" TO QA-QUEUE-OPEN.

       SAMPLE-FOR-QA-REVIEW.
           COMPUTE QA-DRAW = FUNCTION RANDOM * 100
           IF LINE-SCORE >= PASS-THRESHOLD
               IF QA-DRAW NOT < QA-NICE-PCT
                   EXIT PARAGRAPH
               END-IF
               MOVE "NICE" TO QA-VERDICT
           ELSE
               IF QA-DRAW NOT < QA-NAUGHTY-PCT
                   EXIT PARAGRAPH
               END-IF
               MOVE "NAUGHTY" TO QA-VERDICT
           END-IF
           ADD 1 TO QA-SAMPLE-COUNT
           MOVE LINE-NUM TO DISP-LINE-NUM
           MOVE MODEL-VERSION TO DISP-MODEL-VERSION
           MOVE SPACES TO QA-QUEUE-RECORD
           STRING FUNCTION TRIM(QA-RUN-KEY) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               QA-RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(QA-RUNNER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-MODEL-VERSION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-LINE-NUM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(QA-VERDICT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PROP1 DELIMITED BY SIZE
               PROP2 DELIMITED BY SIZE
               PROP3 DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(INPUT-RECORD) DELIMITED BY SIZE
               INTO QA-QUEUE-RECORD
           END-STRING
           WRITE QA-QUEUE-RECORD.

       REPROCESS-QUARANTINE-LINE.
           MOVE SPACES TO QRN-LINE-PART QRN-PROPS-PART QRN-STRING
           UNSTRING INPUT-RECORD DELIMITED BY "|"
           END-IF
           COMPUTE MAX-SCORE = WEIGHT-PROP1 + WEIGHT-PROP2
               + WEIGHT-PROP3
           MOVE MODEL-VERSION TO DISP-MODEL-VERSION
           DISPLAY "scoring model: prop1=" WEIGHT-PROP1
               " prop2=" WEIGHT-PROP2
               " prop3=" WEIGHT-PROP3
               " threshold=" PASS-THRESHOLD
               " version=" FUNCTION TRIM(DISP-MODEL-VERSION).

       APPLY-MODEL-RECORD.
           MOVE SPACES TO MODEL-KEY MODEL-VALUE-TEXT
             WHEN "THRESHOLD"
               MOVE FUNCTION NUMVAL(MODEL-VALUE-TEXT)
                   TO PASS-THRESHOLD
             WHEN "VERSION"
               MOVE FUNCTION NUMVAL(MODEL-VALUE-TEXT)
                   TO MODEL-VERSION
             WHEN OTHER
               DISPLAY "error: SCOREMDL.CTL contains unknown "
                   "keyword " FUNCTION TRIM(MODEL-KEY)
               END-IF
           END-IF.

       CAPTURE-SOURCE.
           IF LINE-NUM > 0
               DISPLAY "error: SOURCE record must precede the "
                   "strings in " FUNCTION TRIM(FILENAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SOURCE-KEY SOURCE-CODE
           UNSTRING INPUT-RECORD DELIMITED BY ALL SPACES
               INTO SOURCE-KEY SOURCE-CODE
           END-UNSTRING
           IF SOURCE-CODE = SPACES
               DISPLAY "error: malformed SOURCE record in "
                   FUNCTION TRIM(FILENAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           INSPECT SOURCE-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       WRITE-SOURCE-HISTORY.
           MOVE SPACES TO SOURCE-RUN-DATE
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO SOURCE-RUN-DATE
           END-STRING
           MOVE SCORED-COUNT TO DISP-SRC-SCORED
           MOVE NICE-COUNT TO DISP-SRC-NICE
           MOVE QUARANTINE-COUNT TO DISP-SRC-QRN
           MOVE TRUNC-COUNT TO DISP-SRC-TRUNC
           MOVE FAIL-PROP1-COUNT TO DISP-SRC-FAIL1
           MOVE FAIL-PROP2-COUNT TO DISP-SRC-FAIL2
           MOVE FAIL-PROP3-COUNT TO DISP-SRC-FAIL3
           OPEN EXTEND SOURCE-HIST-FILE
           IF SOURCE-HIST-STATUS NOT = "00"
               OPEN OUTPUT SOURCE-HIST-FILE
           END-IF
           MOVE SPACES TO SOURCE-HIST-RECORD
           STRING SOURCE-RUN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SOURCE-CODE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(RULESET) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SRC-SCORED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SRC-NICE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SRC-QRN) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SRC-TRUNC) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SRC-FAIL1) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SRC-FAIL2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-SRC-FAIL3) DELIMITED BY SIZE
               INTO SOURCE-HIST-RECORD
           END-STRING
           WRITE SOURCE-HIST-RECORD
           CLOSE SOURCE-HIST-FILE.

       CHECK-TRAILER.
           IF TRAILER-SEEN = "Y"
               IF LINE-NUM NOT = TRAILER-COUNT
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-DETAIL
           STRING "source = " DELIMITED BY SIZE
               FUNCTION TRIM(SOURCE-CODE) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE "score distribution:" TO RPT-DETAIL
           PERFORM RPT-WRITE-TOTAL-LINE
           PERFORM VARYING DIST-IDX FROM 1 BY 1
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO VARIANCE-THRESHOLD
           END-IF
           MOVE "DAY05A-QA-NICE-PCT" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y" AND CFG-RESULT NOT > 100
               MOVE CFG-RESULT TO QA-NICE-PCT
           END-IF
           MOVE "DAY05A-QA-NAUGHTY-PCT" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y" AND CFG-RESULT NOT > 100
               MOVE CFG-RESULT TO QA-NAUGHTY-PCT
           END-IF
           MOVE "RETAIN-GENERATIONS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
