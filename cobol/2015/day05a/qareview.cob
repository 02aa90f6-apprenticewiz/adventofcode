       IDENTIFICATION DIVISION.
       PROGRAM-ID. QAREVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT QA-QUEUE-FILE ASSIGN TO "QAREVIEW.QUE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QA-QUEUE-STATUS.
       SELECT QA-LOG-FILE ASSIGN TO "QAREVIEW.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QA-LOG-STATUS.
       SELECT QA-RPT-FILE ASSIGN TO "QAREVIEW.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD QA-QUEUE-FILE.
       01 QA-QUEUE-RECORD      PIC X(600).

       FD QA-LOG-FILE.
       01 QA-LOG-RECORD        PIC X(96).

       FD QA-RPT-FILE.
       01 QA-RPT-RECORD        PIC X(132).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       77 RUN-MODE             PIC X(8).
       77 QA-QUEUE-STATUS      PIC X(2).
       77 QA-LOG-STATUS        PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 SIGNON-ID            PIC X(8).
       77 SIGNON-PASSWORD      PIC X(16).
       77 SIGNON-TRIES         PIC 9(1) VALUE 0.
       77 SIGNON-LIMIT         PIC 9(1) VALUE 3.
       77 SIGNON-OK            PIC X(1) VALUE "N".
       77 QQ-RUN               PIC X(16).
       77 QQ-DATE              PIC X(10).
       77 QQ-RUNNER            PIC X(8).
       77 QQ-VERSION           PIC X(4).
       77 QQ-LINE              PIC X(6).
       77 QQ-VERDICT           PIC X(8).
       77 QQ-PROPS             PIC X(3).
       77 QQ-STRING            PIC X(512).
       77 QL-RUN               PIC X(16).
       77 QL-LINE              PIC X(6).
       77 QL-REVIEWER          PIC X(8).
       77 QL-DATE              PIC X(10).
       77 QL-DECISION          PIC X(8).
       77 QL-VERSION           PIC X(4).
       77 QL-VERDICT           PIC X(8).
       77 FAILING-TEXT         PIC X(24).
       77 REVIEW-CHOICE        PIC X(1).
       77 DECIDED-COUNT        PIC 9(5) VALUE 0.
       77 MAX-DECIDED          PIC 9(5) VALUE 20000.
       77 DEC-IDX              PIC 9(5).
       77 DEC-HIT              PIC X(1).
       77 RUN-COUNT            PIC 9(4) VALUE 0.
       77 MAX-RUNS             PIC 9(4) VALUE 1000.
       77 RUN-IDX              PIC 9(4).
       77 RUN-FOUND-IDX        PIC 9(4).
       77 VERSION-COUNT        PIC 9(3) VALUE 0.
       77 MAX-VERSIONS         PIC 9(3) VALUE 100.
       77 VER-IDX              PIC 9(3).
       77 VER-FOUND-IDX        PIC 9(3).
       77 WANT-RUN             PIC X(16).
       77 WANT-VERSION         PIC X(4).
       77 PRESENTED-COUNT      PIC 9(5) VALUE 0.
       77 AGREE-COUNT          PIC 9(5) VALUE 0.
       77 DISAGREE-COUNT       PIC 9(5) VALUE 0.
       77 SKIPPED-COUNT        PIC 9(5) VALUE 0.
       77 SAME-OPER-COUNT      PIC 9(5) VALUE 0.
       77 BAD-LINE-COUNT       PIC 9(5) VALUE 0.
       77 TOTAL-SAMPLED        PIC 9(6) VALUE 0.
       77 TOTAL-REVIEWED       PIC 9(6) VALUE 0.
       77 TOTAL-DISAGREE       PIC 9(6) VALUE 0.
       77 DISAGREE-PCT         PIC 9(3)V9.
       77 DISP-PCT             PIC ZZ9.9.
       77 DISP-COUNT           PIC Z(5)9.
       77 DISP-COUNT-2         PIC Z(5)9.
       77 DISP-COUNT-3         PIC Z(5)9.
       77 DISP-COUNT-4         PIC Z(5)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 DECIDED-TABLE.
          05 DECIDED-ENTRY OCCURS 20000 TIMES.
             10 DC-RUN         PIC X(16).
             10 DC-LINE        PIC X(6).
       01 RUN-TABLE.
          05 RUN-ENTRY OCCURS 1000 TIMES.
             10 QR-RUN         PIC X(16).
             10 QR-DATE        PIC X(10).
             10 QR-RUNNER      PIC X(8).
             10 QR-VERSION     PIC X(4).
             10 QR-SAMPLED     PIC 9(6).
             10 QR-REVIEWED    PIC 9(6).
             10 QR-DISAGREE    PIC 9(6).
       01 VERSION-TABLE.
          05 VERSION-ENTRY OCCURS 100 TIMES.
             10 QV-VERSION     PIC X(4).
             10 QV-SAMPLED     PIC 9(6).
             10 QV-REVIEWED    PIC 9(6).
             10 QV-DISAGREE    PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " review | report"
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

       MOVE "QAREVIEW" TO AUDIT-PROGRAM
       EVALUATE RUN-MODE
         WHEN "REVIEW"
           PERFORM OPERATOR-SIGN-ON
           IF SIGNON-OK NOT = "Y"
               DISPLAY "sign-on failed, no verdicts reviewed"
               MOVE 8 TO RETURN-CODE
               MOVE "REVIEW DENIED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           PERFORM LOAD-REVIEW-DECISIONS
           PERFORM REVIEW-QUEUED-VERDICTS
           MOVE AGREE-COUNT TO DISP-COUNT
           MOVE DISAGREE-COUNT TO DISP-COUNT-2
           MOVE SKIPPED-COUNT TO DISP-COUNT-3
           MOVE SAME-OPER-COUNT TO DISP-COUNT-4
           DISPLAY "reviewed: agree=" FUNCTION TRIM(DISP-COUNT)
               " disagree=" FUNCTION TRIM(DISP-COUNT-2)
               " skipped=" FUNCTION TRIM(DISP-COUNT-3)
           IF SAME-OPER-COUNT > 0
               DISPLAY "awaiting a different reviewer (you ran "
                   "the job) = " FUNCTION TRIM(DISP-COUNT-4)
           END-IF
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "reviewed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
         WHEN "REPORT"
           PERFORM WRITE-DISAGREEMENT-REPORT
           MOVE TOTAL-DISAGREE TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "disagree=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
         WHEN OTHER
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " review | report"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       IF BAD-LINE-COUNT > 0
           MOVE BAD-LINE-COUNT TO DISP-COUNT
           DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT)
               " malformed QAREVIEW.QUE/QAREVIEW.LOG records skipped"
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       OPERATOR-SIGN-ON.
           PERFORM UNTIL SIGNON-OK = "Y"
               OR SIGNON-TRIES >= SIGNON-LIMIT
             DISPLAY "operator id: " WITH NO ADVANCING
             ACCEPT SIGNON-ID
             INSPECT SIGNON-ID CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             DISPLAY "password: " WITH NO ADVANCING
             ACCEPT SIGNON-PASSWORD
             MOVE "SIGNON" TO OPER-FUNC
             MOVE SIGNON-ID TO AUDIT-OPERATOR-ID
             MOVE SIGNON-PASSWORD TO OPER-PASSWORD
             MOVE SPACES TO OPER-PRIV
             MOVE "N" TO OPER-ALLOWED
             CALL "OPERAUTH" USING OPER-FUNC AUDIT-OPERATOR-ID
                 OPER-PASSWORD OPER-PRIV OPER-ALLOWED
               ON EXCEPTION
                 DISPLAY "WARNING: OPERAUTH module is not installed, "
                     "operator authorization is not enforced"
                 MOVE "Y" TO OPER-ALLOWED
             END-CALL
             MOVE SPACES TO OPER-PASSWORD SIGNON-PASSWORD
             IF OPER-ALLOWED = "Y" AND SIGNON-ID NOT = SPACES
                 MOVE "Y" TO SIGNON-OK
                 DISPLAY "signed on as "
                     FUNCTION TRIM(AUDIT-OPERATOR-ID)
             ELSE
                 ADD 1 TO SIGNON-TRIES
                 MOVE SPACES TO AUDIT-OPERATOR-ID
                 DISPLAY "sign-on rejected"
             END-IF
           END-PERFORM.

       LOAD-REVIEW-DECISIONS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT QA-LOG-FILE
           IF QA-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ QA-LOG-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(QA-LOG-RECORD) NOT = SPACES
                     AND QA-LOG-RECORD(1:1) NOT = "*"
                     PERFORM PARSE-LOG-RECORD
                     IF QL-RUN NOT = SPACES
                         PERFORM ADD-DECIDED-KEY
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QA-LOG-FILE.

       ADD-DECIDED-KEY.
           IF DECIDED-COUNT NOT < MAX-DECIDED
               DISPLAY "error: more than 20000 decisions on "
                   "QAREVIEW.LOG"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DECIDED-COUNT
           MOVE QL-RUN TO DC-RUN(DECIDED-COUNT)
           MOVE QL-LINE TO DC-LINE(DECIDED-COUNT).

       PARSE-LOG-RECORD.
           MOVE SPACES TO QL-RUN QL-LINE QL-REVIEWER QL-DATE
               QL-DECISION QL-VERSION QL-VERDICT
           UNSTRING QA-LOG-RECORD DELIMITED BY "|"
               INTO QL-RUN QL-LINE QL-REVIEWER QL-DATE QL-DECISION
                   QL-VERSION QL-VERDICT
           END-UNSTRING
           IF QL-RUN = SPACES OR QL-LINE = SPACES
               OR (QL-DECISION NOT = "AGREE"
                   AND QL-DECISION NOT = "DISAGREE")
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "malformed QAREVIEW.LOG record: "
                   FUNCTION TRIM(QA-LOG-RECORD)
               MOVE SPACES TO QL-RUN
           END-IF.

       PARSE-QUEUE-RECORD.
           MOVE SPACES TO QQ-RUN QQ-DATE QQ-RUNNER QQ-VERSION QQ-LINE
               QQ-VERDICT QQ-PROPS QQ-STRING
           UNSTRING QA-QUEUE-RECORD DELIMITED BY "|"
               INTO QQ-RUN QQ-DATE QQ-RUNNER QQ-VERSION QQ-LINE
                   QQ-VERDICT QQ-PROPS QQ-STRING
           END-UNSTRING
           IF QQ-RUN = SPACES OR QQ-LINE = SPACES
               OR QQ-STRING = SPACES
               OR (QQ-VERDICT NOT = "NICE"
                   AND QQ-VERDICT NOT = "NAUGHTY")
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "malformed QAREVIEW.QUE record: "
                   FUNCTION TRIM(QA-QUEUE-RECORD(1:100))
               MOVE SPACES TO QQ-RUN
           END-IF.

       CHECK-ALREADY-DECIDED.
           MOVE "N" TO DEC-HIT
           PERFORM VARYING DEC-IDX FROM 1 BY 1
               UNTIL DEC-IDX > DECIDED-COUNT
             IF DC-RUN(DEC-IDX) = QQ-RUN
                 AND DC-LINE(DEC-IDX) = QQ-LINE
                 MOVE "Y" TO DEC-HIT
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       REVIEW-QUEUED-VERDICTS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT QA-QUEUE-FILE
           IF QA-QUEUE-STATUS NOT = "00"
               DISPLAY "note: QAREVIEW.QUE not present, nothing to "
                   "review"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND QA-LOG-FILE
           IF QA-LOG-STATUS NOT = "00"
               OPEN OUTPUT QA-LOG-FILE
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ QA-QUEUE-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(QA-QUEUE-RECORD) NOT = SPACES
                     AND QA-QUEUE-RECORD(1:1) NOT = "*"
                     PERFORM PARSE-QUEUE-RECORD
                     IF QQ-RUN NOT = SPACES
                         PERFORM REVIEW-ONE-VERDICT
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QA-LOG-FILE
           CLOSE QA-QUEUE-FILE
           IF PRESENTED-COUNT = 0
               DISPLAY "no sampled verdicts awaiting your review"
           END-IF.

       REVIEW-ONE-VERDICT.
           PERFORM CHECK-ALREADY-DECIDED
           IF DEC-HIT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF QQ-RUNNER = AUDIT-OPERATOR-ID
               ADD 1 TO SAME-OPER-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PRESENTED-COUNT
           PERFORM BUILD-FAILING-TEXT
           DISPLAY " "
           DISPLAY "run " FUNCTION TRIM(QQ-RUN)
               " (" FUNCTION TRIM(QQ-DATE) " by "
               FUNCTION TRIM(QQ-RUNNER) ") model version "
               FUNCTION TRIM(QQ-VERSION) " line "
               FUNCTION TRIM(QQ-LINE)
           DISPLAY "  string:  " FUNCTION TRIM(QQ-STRING)
           DISPLAY "  verdict: " FUNCTION TRIM(QQ-VERDICT)
               "   failing properties: " FUNCTION TRIM(FAILING-TEXT)
           MOVE SPACES TO REVIEW-CHOICE
           PERFORM UNTIL REVIEW-CHOICE = "A" OR "D" OR "S" OR "Q"
             DISPLAY "  A=agree D=disagree S=skip Q=quit: "
                 WITH NO ADVANCING
             ACCEPT REVIEW-CHOICE
             INSPECT REVIEW-CHOICE CONVERTING "adsq" TO "ADSQ"
           END-PERFORM
           EVALUATE REVIEW-CHOICE
             WHEN "A"
               ADD 1 TO AGREE-COUNT
               MOVE "AGREE" TO QL-DECISION
               PERFORM WRITE-REVIEW-DECISION
             WHEN "D"
               ADD 1 TO DISAGREE-COUNT
               MOVE "DISAGREE" TO QL-DECISION
               PERFORM WRITE-REVIEW-DECISION
             WHEN "S"
               ADD 1 TO SKIPPED-COUNT
             WHEN "Q"
               MOVE "Y" TO SCAN-EOF
           END-EVALUATE.

       BUILD-FAILING-TEXT.
           MOVE SPACES TO FAILING-TEXT
           IF QQ-PROPS(1:1) = "N"
               STRING FUNCTION TRIM(FAILING-TEXT) DELIMITED BY SIZE
                   " PROP1" DELIMITED BY SIZE
                   INTO FAILING-TEXT
               END-STRING
           END-IF
           IF QQ-PROPS(2:1) = "N"
               STRING FUNCTION TRIM(FAILING-TEXT) DELIMITED BY SIZE
                   " PROP2" DELIMITED BY SIZE
                   INTO FAILING-TEXT
               END-STRING
           END-IF
           IF QQ-PROPS(3:1) = "N"
               STRING FUNCTION TRIM(FAILING-TEXT) DELIMITED BY SIZE
                   " PROP3" DELIMITED BY SIZE
                   INTO FAILING-TEXT
               END-STRING
           END-IF
           IF FAILING-TEXT = SPACES
               MOVE "none" TO FAILING-TEXT
           END-IF.

       WRITE-REVIEW-DECISION.
           MOVE SPACES TO QA-LOG-RECORD
           STRING FUNCTION TRIM(QQ-RUN) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(QQ-LINE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-OPERATOR-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(QL-DECISION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(QQ-VERSION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(QQ-VERDICT) DELIMITED BY SIZE
               INTO QA-LOG-RECORD
           END-STRING
           WRITE QA-LOG-RECORD.

       WRITE-DISAGREEMENT-REPORT.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT QA-QUEUE-FILE
           IF QA-QUEUE-STATUS = "00"
               PERFORM UNTIL SCAN-EOF = "Y"
                 READ QA-QUEUE-FILE
                   AT END
                     MOVE "Y" TO SCAN-EOF
                   NOT AT END
                     IF FUNCTION TRIM(QA-QUEUE-RECORD) NOT = SPACES
                         AND QA-QUEUE-RECORD(1:1) NOT = "*"
                         PERFORM PARSE-QUEUE-RECORD
                         IF QQ-RUN NOT = SPACES
                             PERFORM TALLY-SAMPLED-VERDICT
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE QA-QUEUE-FILE
           END-IF
           MOVE "N" TO SCAN-EOF
           OPEN INPUT QA-LOG-FILE
           IF QA-LOG-STATUS = "00"
               PERFORM UNTIL SCAN-EOF = "Y"
                 READ QA-LOG-FILE
                   AT END
                     MOVE "Y" TO SCAN-EOF
                   NOT AT END
                     IF FUNCTION TRIM(QA-LOG-RECORD) NOT = SPACES
                         AND QA-LOG-RECORD(1:1) NOT = "*"
                         PERFORM PARSE-LOG-RECORD
                         IF QL-RUN NOT = SPACES
                             PERFORM TALLY-REVIEW-DECISION
                         END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE QA-LOG-FILE
           END-IF
           MOVE "QAREVIEW.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT QA-RPT-FILE
           MOVE SPACES TO QA-RPT-RECORD
           STRING "DAY05A second-reviewer QA disagreement report, "
               DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO QA-RPT-RECORD
           END-STRING
           WRITE QA-RPT-RECORD
           DISPLAY FUNCTION TRIM(QA-RPT-RECORD)
           MOVE "by run:" TO QA-RPT-RECORD
           WRITE QA-RPT-RECORD
           DISPLAY FUNCTION TRIM(QA-RPT-RECORD)
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
             PERFORM WRITE-RUN-LINE
           END-PERFORM
           MOVE "by SCOREMDL.CTL version:" TO QA-RPT-RECORD
           WRITE QA-RPT-RECORD
           DISPLAY FUNCTION TRIM(QA-RPT-RECORD)
           PERFORM VARYING VER-IDX FROM 1 BY 1
               UNTIL VER-IDX > VERSION-COUNT
             PERFORM WRITE-VERSION-LINE
           END-PERFORM
           MOVE TOTAL-SAMPLED TO DISP-COUNT
           MOVE TOTAL-REVIEWED TO DISP-COUNT-2
           MOVE TOTAL-DISAGREE TO DISP-COUNT-3
           MOVE 0 TO DISAGREE-PCT
           IF TOTAL-REVIEWED > 0
               COMPUTE DISAGREE-PCT ROUNDED =
                   TOTAL-DISAGREE * 100 / TOTAL-REVIEWED
           END-IF
           MOVE DISAGREE-PCT TO DISP-PCT
           MOVE SPACES TO QA-RPT-RECORD
           STRING "total sampled=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " reviewed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " disagreed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               " disagreement rate=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO QA-RPT-RECORD
           END-STRING
           WRITE QA-RPT-RECORD
           DISPLAY FUNCTION TRIM(QA-RPT-RECORD)
           CLOSE QA-RPT-FILE.

       TALLY-SAMPLED-VERDICT.
           ADD 1 TO TOTAL-SAMPLED
           MOVE QQ-RUN TO WANT-RUN
           PERFORM FIND-RUN
           IF QR-SAMPLED(RUN-FOUND-IDX) = 0
               MOVE QQ-DATE TO QR-DATE(RUN-FOUND-IDX)
               MOVE QQ-RUNNER TO QR-RUNNER(RUN-FOUND-IDX)
               MOVE QQ-VERSION TO QR-VERSION(RUN-FOUND-IDX)
           END-IF
           ADD 1 TO QR-SAMPLED(RUN-FOUND-IDX)
           MOVE QQ-VERSION TO WANT-VERSION
           PERFORM FIND-VERSION
           ADD 1 TO QV-SAMPLED(VER-FOUND-IDX).

       TALLY-REVIEW-DECISION.
           ADD 1 TO TOTAL-REVIEWED
           MOVE QL-RUN TO WANT-RUN
           PERFORM FIND-RUN
           ADD 1 TO QR-REVIEWED(RUN-FOUND-IDX)
           MOVE QL-VERSION TO WANT-VERSION
           PERFORM FIND-VERSION
           ADD 1 TO QV-REVIEWED(VER-FOUND-IDX)
           IF QL-DECISION = "DISAGREE"
               ADD 1 TO TOTAL-DISAGREE
               ADD 1 TO QR-DISAGREE(RUN-FOUND-IDX)
               ADD 1 TO QV-DISAGREE(VER-FOUND-IDX)
           END-IF.

       FIND-RUN.
           MOVE 0 TO RUN-FOUND-IDX
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
             IF QR-RUN(RUN-IDX) = WANT-RUN
                 MOVE RUN-IDX TO RUN-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF RUN-FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF RUN-COUNT NOT < MAX-RUNS
               DISPLAY "error: more than 1000 runs on QAREVIEW.QUE"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RUN-COUNT
           MOVE RUN-COUNT TO RUN-FOUND-IDX
           MOVE WANT-RUN TO QR-RUN(RUN-FOUND-IDX)
           MOVE SPACES TO QR-DATE(RUN-FOUND-IDX)
               QR-RUNNER(RUN-FOUND-IDX) QR-VERSION(RUN-FOUND-IDX)
           MOVE 0 TO QR-SAMPLED(RUN-FOUND-IDX)
               QR-REVIEWED(RUN-FOUND-IDX) QR-DISAGREE(RUN-FOUND-IDX).

       FIND-VERSION.
           MOVE 0 TO VER-FOUND-IDX
           PERFORM VARYING VER-IDX FROM 1 BY 1
               UNTIL VER-IDX > VERSION-COUNT
             IF QV-VERSION(VER-IDX) = WANT-VERSION
                 MOVE VER-IDX TO VER-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF VER-FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF VERSION-COUNT NOT < MAX-VERSIONS
               DISPLAY "error: more than 100 model versions on "
                   "QAREVIEW.QUE"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO VERSION-COUNT
           MOVE VERSION-COUNT TO VER-FOUND-IDX
           MOVE WANT-VERSION TO QV-VERSION(VER-FOUND-IDX)
           MOVE 0 TO QV-SAMPLED(VER-FOUND-IDX)
               QV-REVIEWED(VER-FOUND-IDX) QV-DISAGREE(VER-FOUND-IDX).

       WRITE-RUN-LINE.
           MOVE QR-SAMPLED(RUN-IDX) TO DISP-COUNT
           MOVE QR-REVIEWED(RUN-IDX) TO DISP-COUNT-2
           MOVE QR-DISAGREE(RUN-IDX) TO DISP-COUNT-3
           MOVE 0 TO DISAGREE-PCT
           IF QR-REVIEWED(RUN-IDX) > 0
               COMPUTE DISAGREE-PCT ROUNDED =
                   QR-DISAGREE(RUN-IDX) * 100 / QR-REVIEWED(RUN-IDX)
           END-IF
           MOVE DISAGREE-PCT TO DISP-PCT
           MOVE SPACES TO QA-RPT-RECORD
           STRING "  run " DELIMITED BY SIZE
               FUNCTION TRIM(QR-RUN(RUN-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QR-DATE(RUN-IDX) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(QR-RUNNER(RUN-IDX)) DELIMITED BY SIZE
               " version " DELIMITED BY SIZE
               FUNCTION TRIM(QR-VERSION(RUN-IDX)) DELIMITED BY SIZE
               ": sampled=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " reviewed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " disagreed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               " rate=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO QA-RPT-RECORD
           END-STRING
           WRITE QA-RPT-RECORD
           DISPLAY FUNCTION TRIM(QA-RPT-RECORD).

       WRITE-VERSION-LINE.
           MOVE QV-SAMPLED(VER-IDX) TO DISP-COUNT
           MOVE QV-REVIEWED(VER-IDX) TO DISP-COUNT-2
           MOVE QV-DISAGREE(VER-IDX) TO DISP-COUNT-3
           MOVE 0 TO DISAGREE-PCT
           IF QV-REVIEWED(VER-IDX) > 0
               COMPUTE DISAGREE-PCT ROUNDED =
                   QV-DISAGREE(VER-IDX) * 100 / QV-REVIEWED(VER-IDX)
           END-IF
           MOVE DISAGREE-PCT TO DISP-PCT
           MOVE SPACES TO QA-RPT-RECORD
           STRING "  version " DELIMITED BY SIZE
               FUNCTION TRIM(QV-VERSION(VER-IDX)) DELIMITED BY SIZE
               ": sampled=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " reviewed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " disagreed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               " rate=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO QA-RPT-RECORD
           END-STRING
           WRITE QA-RPT-RECORD
           DISPLAY FUNCTION TRIM(QA-RPT-RECORD).

       COPY GENPARA.

       COPY AUDITPARA.
