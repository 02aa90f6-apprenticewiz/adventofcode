       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMEDQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FLAGGED-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FLAGGED-STATUS.
       SELECT QUEUE-FILE ASSIGN TO "REMEDQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-STATUS.
       SELECT QUEUE-NEW-FILE ASSIGN TO "REMEDQ.DAT.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-NEW-STATUS.
       SELECT AGING-RPT-FILE ASSIGN TO "REMEDQ.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY RNGOSEL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD FLAGGED-FILE.
       01 FLAGGED-RECORD       PIC X(64).

       FD QUEUE-FILE.
       01 QUEUE-RECORD         PIC X(128).

       FD QUEUE-NEW-FILE.
       01 QUEUE-NEW-RECORD     PIC X(128).

       FD AGING-RPT-FILE.
       01 AGING-RPT-RECORD     PIC X(132).

       COPY RNGOFD.
       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY RPTWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RNGOWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 RUN-MODE             PIC X(8) VALUE SPACES.
       77 FLAGGED-STATUS       PIC X(2).
       77 QUEUE-STATUS         PIC X(2).
       77 QUEUE-NEW-STATUS     PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 TODAY-INT            PIC 9(8).
       77 AS-OF-DATE           PIC X(10).
       77 AS-OF-INT            PIC 9(8).
       77 WORK-DATE            PIC X(10).
       77 WORK-DATE-NUM        PIC 9(8).
       77 WORK-INT             PIC 9(8).
       77 UNOWNED-CODE         PIC X(8) VALUE "UNOWNED".
       77 IN-TYPE              PIC X(4).
       77 IN-ID-TEXT           PIC X(20).
       77 IN-RANGE-TEXT        PIC X(40).
       77 TOKEN-1              PIC X(16).
       77 TOKEN-2              PIC X(16).
       77 TOKEN-3              PIC X(16).
       77 TOKEN-4              PIC X(16).
       77 TOKEN-5              PIC X(16).
       77 TOKEN-6              PIC X(16).
       77 TOKEN-7              PIC X(16).
       77 TOKEN-8              PIC X(40).
       77 TRAILER-SEEN         PIC X(1) VALUE "N".
       77 TRAILER-COUNT        PIC 9(9) VALUE 0.
       77 TRAILER-REJECTS      PIC 9(6) VALUE 0.
       77 QUEUE-COUNT          PIC 9(5) VALUE 0.
       77 MAX-QUEUE            PIC 9(5) VALUE 20000.
       77 Q-IDX                PIC 9(5).
       77 LAST-ITEM-NUM        PIC 9(7) VALUE 0.
       77 FLAG-COUNT           PIC 9(5) VALUE 0.
       77 MAX-FLAGS            PIC 9(5) VALUE 50000.
       77 F-IDX                PIC 9(5).
       77 F-LOW                PIC 9(5).
       77 F-HIGH               PIC 9(5).
       77 F-MID                PIC 9(5).
       77 F-FOUND-IDX          PIC 9(5).
       77 EVAL-RANGE-COUNT     PIC 9(5) VALUE 0.
       77 MAX-EVAL-RANGES      PIC 9(5) VALUE 20000.
       77 E-IDX                PIC 9(5).
       77 IN-EVAL-RANGE        PIC X(1).
       77 WANT-ID              PIC 9(15).
       77 PREV-ID              PIC 9(15).
       77 OPENED-COUNT         PIC 9(5) VALUE 0.
       77 SEEN-COUNT           PIC 9(5) VALUE 0.
       77 CLOSED-COUNT         PIC 9(5) VALUE 0.
       77 HELD-COUNT           PIC 9(5) VALUE 0.
       77 UNEVALUATED-COUNT    PIC 9(5) VALUE 0.
       77 UNOWNED-COUNT        PIC 9(5) VALUE 0.
       77 OPEN-TOTAL           PIC 9(5) VALUE 0.
       77 ITEM-AGE             PIC 9(5).
       77 BUCKET-IDX           PIC 9(1).
       77 CURRENT-OWNER        PIC X(8).
       77 OWNER-OPEN           PIC 9(5).
       77 OWNER-COUNT          PIC 9(4) VALUE 0.
       77 DISP-ID              PIC Z(14)9.
       77 DISP-ITEM            PIC Z(6)9.
       77 DISP-AGE             PIC Z(4)9.
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-COUNT-2         PIC Z(6)9.
       77 DISP-COUNT-3         PIC Z(6)9.
       77 DISP-COUNT-4         PIC Z(6)9.
       77 DISP-COUNT-5         PIC Z(6)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 OWNER-BUCKETS.
          05 OWNER-BUCKET      PIC 9(5) OCCURS 4 TIMES.
       01 BUCKET-TOTALS.
          05 BUCKET-TOTAL      PIC 9(5) OCCURS 4 TIMES.
       01 QUEUE-TABLE.
          05 QUEUE-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON QUEUE-COUNT.
             10 RQ-ITEM        PIC 9(7).
             10 RQ-ID          PIC 9(15).
             10 RQ-OWNER       PIC X(8).
             10 RQ-STATUS      PIC X(1).
             10 RQ-OPENED      PIC X(10).
             10 RQ-LAST-SEEN   PIC X(10).
             10 RQ-CLOSED      PIC X(10).
             10 RQ-RANGE       PIC X(33).
       01 FLAG-TABLE.
          05 FLAG-ENTRY OCCURS 1 TO 50000 TIMES
             DEPENDING ON FLAG-COUNT.
             10 FG-ID          PIC 9(15).
             10 FG-MATCHED     PIC X(1).
             10 FG-RANGE       PIC X(33).
       01 EVAL-RANGE-TABLE.
          05 EVAL-RANGE-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON EVAL-RANGE-COUNT.
             10 ER-LO          PIC 9(15).
             10 ER-HI          PIC 9(15).

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

       EVALUATE TRUE
         WHEN RUN-MODE = "POST"
           CONTINUE
         WHEN RUN-MODE = "AGING"
           CONTINUE
         WHEN OTHER
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " post [flagged-id extract, default DAY02B25.FLG]"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " aging [as-of date yyyy-mm-dd]"
           DISPLAY "range owners in RANGEOWN.MST: <lo>,<hi>,"
               "<owner>,<description>"
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

       MOVE "REMEDQ" TO AUDIT-PROGRAM

       PERFORM LOAD-REMEDIATION-QUEUE

       IF RUN-MODE = "POST"
           PERFORM POST-FLAGGED-IDS
       ELSE
           PERFORM WRITE-AGING-REPORT
       END-IF

       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
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

       LOAD-REMEDIATION-QUEUE.
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
                 IF FUNCTION TRIM(QUEUE-RECORD) NOT = SPACES
                     AND QUEUE-RECORD(1:1) NOT = "*"
                     PERFORM PARSE-QUEUE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       PARSE-QUEUE-RECORD.
           MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4 TOKEN-5
               TOKEN-6 TOKEN-7 TOKEN-8
           UNSTRING QUEUE-RECORD DELIMITED BY ","
               INTO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4 TOKEN-5
                   TOKEN-6 TOKEN-7 TOKEN-8
           END-UNSTRING
           IF FUNCTION TRIM(TOKEN-1) IS NOT NUMERIC
               OR FUNCTION TRIM(TOKEN-2) IS NOT NUMERIC
               OR (TOKEN-4 NOT = "O" AND TOKEN-4 NOT = "C")
               DISPLAY "error: bad REMEDQ.DAT record: "
                   FUNCTION TRIM(QUEUE-RECORD)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF QUEUE-COUNT >= MAX-QUEUE
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-QUEUE)
                   " remediation items on REMEDQ.DAT"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QUEUE-COUNT
           MOVE FUNCTION NUMVAL(TOKEN-1) TO RQ-ITEM(QUEUE-COUNT)
           MOVE FUNCTION NUMVAL(TOKEN-2) TO RQ-ID(QUEUE-COUNT)
           MOVE TOKEN-3 TO RQ-OWNER(QUEUE-COUNT)
           MOVE TOKEN-4 TO RQ-STATUS(QUEUE-COUNT)
           MOVE TOKEN-5 TO RQ-OPENED(QUEUE-COUNT)
           MOVE TOKEN-6 TO RQ-LAST-SEEN(QUEUE-COUNT)
           MOVE TOKEN-7 TO RQ-CLOSED(QUEUE-COUNT)
           MOVE TOKEN-8 TO RQ-RANGE(QUEUE-COUNT)
           IF RQ-ITEM(QUEUE-COUNT) > LAST-ITEM-NUM
               MOVE RQ-ITEM(QUEUE-COUNT) TO LAST-ITEM-NUM
           END-IF.

       POST-FLAGGED-IDS.
           MOVE "DAY02B25.FLG" TO FILENAME
           IF ARG2 NOT = SPACES
               MOVE FUNCTION TRIM(ARG2) TO FILENAME
           END-IF
           PERFORM LOAD-RANGE-OWNERS
           IF RANGE-OWNER-COUNT = 0
               DISPLAY "note: RANGEOWN.MST has no ranges, new items "
                   "are opened as " FUNCTION TRIM(UNOWNED-CODE)
           END-IF
           PERFORM LOAD-FLAGGED-IDS
           IF FLAG-COUNT > 1
               SORT FLAG-ENTRY ASCENDING KEY FG-ID
           END-IF
           PERFORM VARYING Q-IDX FROM 1 BY 1
               UNTIL Q-IDX > QUEUE-COUNT
             IF RQ-STATUS(Q-IDX) = "O"
                 PERFORM RECONCILE-OPEN-ITEM
             END-IF
           END-PERFORM
           MOVE 0 TO PREV-ID
           PERFORM VARYING F-IDX FROM 1 BY 1
               UNTIL F-IDX > FLAG-COUNT
             IF FG-MATCHED(F-IDX) = "N"
                 AND (F-IDX = 1 OR FG-ID(F-IDX) NOT = PREV-ID)
                 PERFORM OPEN-REMEDIATION-ITEM
             END-IF
             MOVE FG-ID(F-IDX) TO PREV-ID
           END-PERFORM
           PERFORM REWRITE-REMEDIATION-QUEUE
           MOVE OPENED-COUNT TO DISP-COUNT
           MOVE SEEN-COUNT TO DISP-COUNT-2
           MOVE CLOSED-COUNT TO DISP-COUNT-3
           MOVE HELD-COUNT TO DISP-COUNT-4
           DISPLAY "remediation items opened = "
               FUNCTION TRIM(DISP-COUNT)
               ", still flagged = " FUNCTION TRIM(DISP-COUNT-2)
               ", closed = " FUNCTION TRIM(DISP-COUNT-3)
               ", held open = " FUNCTION TRIM(DISP-COUNT-4)
           IF HELD-COUNT > 0
               MOVE TRAILER-REJECTS TO DISP-COUNT-5
               DISPLAY "WARNING: the validator rejected "
                   FUNCTION TRIM(DISP-COUNT-5)
                   " lines, items no longer flagged were left open"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF UNEVALUATED-COUNT > 0
               MOVE UNEVALUATED-COUNT TO DISP-COUNT-5
               DISPLAY "note: " FUNCTION TRIM(DISP-COUNT-5)
                   " open items fall outside every range evaluated in "
                   FUNCTION TRIM(FILENAME) " and were left open"
           END-IF
           IF UNOWNED-COUNT > 0
               MOVE UNOWNED-COUNT TO DISP-COUNT-5
               DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT-5)
                   " new items fall outside every RANGEOWN.MST range "
                   "and were opened as " FUNCTION TRIM(UNOWNED-CODE)
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "opened=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " closed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING.

       LOAD-FLAGGED-IDS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FLAGGED-FILE
           IF FLAGGED-STATUS NOT = "00"
               DISPLAY "error: flagged-id extract "
                   FUNCTION TRIM(FILENAME) " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ FLAGGED-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(FLAGGED-RECORD) NOT = SPACES
                     PERFORM PARSE-FLAGGED-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FLAGGED-FILE
           IF TRAILER-SEEN NOT = "Y"
               DISPLAY "error: " FUNCTION TRIM(FILENAME)
                   " has no trailer record, extract is incomplete"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRAILER-COUNT NOT = FLAG-COUNT + EVAL-RANGE-COUNT
               DISPLAY "error: trailer record count does not match "
                   "records read from " FUNCTION TRIM(FILENAME)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.

       PARSE-FLAGGED-RECORD.
           MOVE SPACES TO IN-TYPE IN-ID-TEXT IN-RANGE-TEXT
           UNSTRING FLAGGED-RECORD DELIMITED BY ","
               INTO IN-TYPE IN-ID-TEXT IN-RANGE-TEXT
           END-UNSTRING
           EVALUATE IN-TYPE
             WHEN "I"
               IF TRAILER-SEEN = "Y"
                   OR FUNCTION TRIM(IN-ID-TEXT) IS NOT NUMERIC
                   DISPLAY "error: bad flagged-id record: "
                       FUNCTION TRIM(FLAGGED-RECORD)
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF FLAG-COUNT >= MAX-FLAGS
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-FLAGS)
                       " flagged ids in " FUNCTION TRIM(FILENAME)
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO FLAG-COUNT
               MOVE FUNCTION NUMVAL(IN-ID-TEXT) TO FG-ID(FLAG-COUNT)
               MOVE "N" TO FG-MATCHED(FLAG-COUNT)
               MOVE IN-RANGE-TEXT TO FG-RANGE(FLAG-COUNT)
             WHEN "R"
               MOVE SPACES TO TOKEN-1 TOKEN-2
               UNSTRING IN-ID-TEXT DELIMITED BY "-"
                   INTO TOKEN-1 TOKEN-2
               END-UNSTRING
               IF TRAILER-SEEN = "Y"
                   OR FUNCTION TRIM(TOKEN-1) IS NOT NUMERIC
                   OR FUNCTION TRIM(TOKEN-2) IS NOT NUMERIC
                   DISPLAY "error: bad evaluated-range record: "
                       FUNCTION TRIM(FLAGGED-RECORD)
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF EVAL-RANGE-COUNT >= MAX-EVAL-RANGES
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-EVAL-RANGES)
                       " evaluated ranges in " FUNCTION TRIM(FILENAME)
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO EVAL-RANGE-COUNT
               MOVE FUNCTION NUMVAL(TOKEN-1) TO ER-LO(EVAL-RANGE-COUNT)
               MOVE FUNCTION NUMVAL(TOKEN-2) TO ER-HI(EVAL-RANGE-COUNT)
             WHEN "T"
               IF FUNCTION TRIM(IN-ID-TEXT) IS NOT NUMERIC
                   OR FUNCTION TRIM(IN-RANGE-TEXT) IS NOT NUMERIC
                   DISPLAY "error: malformed trailer record in "
                       FUNCTION TRIM(FILENAME)
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO TRAILER-SEEN
               MOVE FUNCTION NUMVAL(IN-ID-TEXT) TO TRAILER-COUNT
               MOVE FUNCTION NUMVAL(IN-RANGE-TEXT) TO TRAILER-REJECTS
             WHEN OTHER
               DISPLAY "error: " FUNCTION TRIM(FILENAME)
                   " is not a DAY02B25 flagged-id extract"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       RECONCILE-OPEN-ITEM.
           MOVE RQ-ID(Q-IDX) TO WANT-ID
           PERFORM FIND-FLAGGED-ID
           IF F-FOUND-IDX > 0
               MOVE "Y" TO FG-MATCHED(F-FOUND-IDX)
               MOVE TODAY-DATE TO RQ-LAST-SEEN(Q-IDX)
               ADD 1 TO SEEN-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EVALUATED-RANGE
           IF IN-EVAL-RANGE NOT = "Y"
               ADD 1 TO UNEVALUATED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF TRAILER-REJECTS > 0
               ADD 1 TO HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO RQ-STATUS(Q-IDX)
           MOVE TODAY-DATE TO RQ-CLOSED(Q-IDX)
           ADD 1 TO CLOSED-COUNT
           MOVE RQ-ITEM(Q-IDX) TO DISP-ITEM
           MOVE RQ-ID(Q-IDX) TO DISP-ID
           DISPLAY "closed item " FUNCTION TRIM(DISP-ITEM)
               " id " FUNCTION TRIM(DISP-ID)
               " owner " FUNCTION TRIM(RQ-OWNER(Q-IDX))
               " - no longer flagged".

       CHECK-EVALUATED-RANGE.
           MOVE "N" TO IN-EVAL-RANGE
           PERFORM VARYING E-IDX FROM 1 BY 1
               UNTIL E-IDX > EVAL-RANGE-COUNT OR IN-EVAL-RANGE = "Y"
             IF WANT-ID >= ER-LO(E-IDX) AND WANT-ID <= ER-HI(E-IDX)
                 MOVE "Y" TO IN-EVAL-RANGE
             END-IF
           END-PERFORM.

       FIND-FLAGGED-ID.
           MOVE 0 TO F-FOUND-IDX
           IF FLAG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO F-LOW
           MOVE FLAG-COUNT TO F-HIGH
           PERFORM UNTIL F-LOW > F-HIGH OR F-FOUND-IDX > 0
             COMPUTE F-MID = (F-LOW + F-HIGH) / 2
             EVALUATE TRUE
               WHEN FG-ID(F-MID) = WANT-ID
                 MOVE F-MID TO F-FOUND-IDX
               WHEN FG-ID(F-MID) < WANT-ID
                 COMPUTE F-LOW = F-MID + 1
               WHEN OTHER
                 COMPUTE F-HIGH = F-MID - 1
             END-EVALUATE
           END-PERFORM.

       OPEN-REMEDIATION-ITEM.
           IF QUEUE-COUNT >= MAX-QUEUE
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-QUEUE)
                   " remediation items on REMEDQ.DAT, nothing posted"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QUEUE-COUNT
           ADD 1 TO LAST-ITEM-NUM
           ADD 1 TO OPENED-COUNT
           MOVE LAST-ITEM-NUM TO RQ-ITEM(QUEUE-COUNT)
           MOVE FG-ID(F-IDX) TO RQ-ID(QUEUE-COUNT)
           MOVE "O" TO RQ-STATUS(QUEUE-COUNT)
           MOVE TODAY-DATE TO RQ-OPENED(QUEUE-COUNT)
           MOVE TODAY-DATE TO RQ-LAST-SEEN(QUEUE-COUNT)
           MOVE SPACES TO RQ-CLOSED(QUEUE-COUNT)
           MOVE FG-RANGE(F-IDX) TO RQ-RANGE(QUEUE-COUNT)
           MOVE FG-ID(F-IDX) TO RNGO-WANT-ID
           PERFORM FIND-RANGE-OWNER
           IF RNGO-FOUND-IDX = 0
               MOVE UNOWNED-CODE TO RQ-OWNER(QUEUE-COUNT)
               ADD 1 TO UNOWNED-COUNT
           ELSE
               MOVE RO-OWNER(RNGO-FOUND-IDX) TO RQ-OWNER(QUEUE-COUNT)
           END-IF
           MOVE RQ-ITEM(QUEUE-COUNT) TO DISP-ITEM
           MOVE RQ-ID(QUEUE-COUNT) TO DISP-ID
           DISPLAY "opened item " FUNCTION TRIM(DISP-ITEM)
               " id " FUNCTION TRIM(DISP-ID)
               " owner " FUNCTION TRIM(RQ-OWNER(QUEUE-COUNT)).

       REWRITE-REMEDIATION-QUEUE.
           OPEN OUTPUT QUEUE-NEW-FILE
           IF QUEUE-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write REMEDQ.DAT.NEW"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING Q-IDX FROM 1 BY 1
               UNTIL Q-IDX > QUEUE-COUNT
             MOVE RQ-ITEM(Q-IDX) TO DISP-ITEM
             MOVE RQ-ID(Q-IDX) TO DISP-ID
             MOVE SPACES TO QUEUE-NEW-RECORD
             STRING FUNCTION TRIM(DISP-ITEM) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RQ-OWNER(Q-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 RQ-STATUS(Q-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RQ-OPENED(Q-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RQ-LAST-SEEN(Q-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RQ-CLOSED(Q-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RQ-RANGE(Q-IDX)) DELIMITED BY SIZE
                 INTO QUEUE-NEW-RECORD
             END-STRING
             WRITE QUEUE-NEW-RECORD
           END-PERFORM
           CLOSE QUEUE-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "REMEDQ.DAT"
           CALL "CBL_RENAME_FILE" USING "REMEDQ.DAT.NEW"
               "REMEDQ.DAT"
           MOVE 0 TO RETURN-CODE.

       WRITE-AGING-REPORT.
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
           MOVE "REMEDQ.DAT" TO FILENAME
           IF QUEUE-COUNT > 1
               SORT QUEUE-ENTRY ASCENDING KEY RQ-OWNER RQ-OPENED
                   RQ-ID
           END-IF
           INITIALIZE BUCKET-TOTALS OWNER-BUCKETS
           MOVE "REMEDQ.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT AGING-RPT-FILE
           MOVE SPACES TO RPT-TITLE
           STRING "DAY02B25 INVALID ID REMEDIATION AGING AS OF "
               DELIMITED BY SIZE
               AS-OF-DATE DELIMITED BY SIZE
               INTO RPT-TITLE
           END-STRING
           MOVE "owner       item              id  range"
               TO RPT-COLUMN-HEADING
           MOVE "opened      last seen   age (days)"
               TO RPT-COLUMN-HEADING(77:)
           PERFORM RPT-INIT-REPORT
           MOVE SPACES TO CURRENT-OWNER
           MOVE 0 TO OWNER-OPEN
           PERFORM VARYING Q-IDX FROM 1 BY 1
               UNTIL Q-IDX > QUEUE-COUNT
             IF RQ-STATUS(Q-IDX) = "O"
                 PERFORM AGE-OPEN-ITEM
             END-IF
           END-PERFORM
           IF OWNER-OPEN > 0
               PERFORM WRITE-OWNER-SUBTOTAL
           END-IF
           PERFORM RPT-WRITE-TOTALS
           MOVE OPEN-TOTAL TO DISP-COUNT
           MOVE BUCKET-TOTAL(1) TO DISP-COUNT-2
           MOVE BUCKET-TOTAL(2) TO DISP-COUNT-3
           MOVE BUCKET-TOTAL(3) TO DISP-COUNT-4
           MOVE BUCKET-TOTAL(4) TO DISP-COUNT-5
           MOVE SPACES TO RPT-DETAIL
           STRING "all owners: open=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " 0-30 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " 31-60 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               " 61-90 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-4) DELIMITED BY SIZE
               " over 90 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-5) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           DISPLAY FUNCTION TRIM(RPT-DETAIL)
           MOVE OWNER-COUNT TO DISP-COUNT-2
           MOVE SPACES TO RPT-DETAIL
           STRING "owners with open items = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           CLOSE AGING-RPT-FILE
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "open=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING.

       AGE-OPEN-ITEM.
           IF RQ-OWNER(Q-IDX) NOT = CURRENT-OWNER
               IF OWNER-OPEN > 0
                   PERFORM WRITE-OWNER-SUBTOTAL
               END-IF
               MOVE RQ-OWNER(Q-IDX) TO CURRENT-OWNER
               MOVE 0 TO OWNER-OPEN
               INITIALIZE OWNER-BUCKETS
               ADD 1 TO OWNER-COUNT
           END-IF
           MOVE 0 TO ITEM-AGE
           MOVE RQ-OPENED(Q-IDX) TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WORK-INT > 0 AND WORK-INT < AS-OF-INT
               COMPUTE ITEM-AGE = AS-OF-INT - WORK-INT
           END-IF
           EVALUATE TRUE
             WHEN ITEM-AGE <= 30
               MOVE 1 TO BUCKET-IDX
             WHEN ITEM-AGE <= 60
               MOVE 2 TO BUCKET-IDX
             WHEN ITEM-AGE <= 90
               MOVE 3 TO BUCKET-IDX
             WHEN OTHER
               MOVE 4 TO BUCKET-IDX
           END-EVALUATE
           ADD 1 TO OWNER-OPEN OPEN-TOTAL
           ADD 1 TO OWNER-BUCKET(BUCKET-IDX)
           ADD 1 TO BUCKET-TOTAL(BUCKET-IDX)
           MOVE RQ-ITEM(Q-IDX) TO DISP-ITEM
           MOVE RQ-ID(Q-IDX) TO DISP-ID
           MOVE ITEM-AGE TO DISP-AGE
           MOVE SPACES TO RPT-DETAIL
           MOVE RQ-OWNER(Q-IDX) TO RPT-DETAIL(1:8)
           MOVE DISP-ITEM TO RPT-DETAIL(10:7)
           MOVE DISP-ID TO RPT-DETAIL(18:15)
           MOVE RQ-RANGE(Q-IDX) TO RPT-DETAIL(35:33)
           MOVE RQ-OPENED(Q-IDX) TO RPT-DETAIL(77:10)
           MOVE RQ-LAST-SEEN(Q-IDX) TO RPT-DETAIL(89:10)
           MOVE DISP-AGE TO RPT-DETAIL(101:5)
           PERFORM RPT-WRITE-DETAIL.

       WRITE-OWNER-SUBTOTAL.
           MOVE OWNER-OPEN TO DISP-COUNT
           MOVE OWNER-BUCKET(1) TO DISP-COUNT-2
           MOVE OWNER-BUCKET(2) TO DISP-COUNT-3
           MOVE OWNER-BUCKET(3) TO DISP-COUNT-4
           MOVE OWNER-BUCKET(4) TO DISP-COUNT-5
           MOVE SPACES TO RPT-DETAIL
           STRING "  owner " DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-OWNER) DELIMITED BY SIZE
               ": open=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " 0-30 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " 31-60 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               " 61-90 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-4) DELIMITED BY SIZE
               " over 90 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-5) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-DETAIL
           DISPLAY FUNCTION TRIM(RPT-DETAIL).

       COPY RNGOPARA.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==AGING-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
