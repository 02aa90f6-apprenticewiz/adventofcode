       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDISSUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HWM-FILE ASSIGN TO "IDISSUE.HWM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HWM-STATUS.
       SELECT HWM-NEW-FILE ASSIGN TO "IDISSUE.HWM.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HWM-NEW-STATUS.
       SELECT ISSUE-LOG-FILE ASSIGN TO "IDISSUE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ISSUE-LOG-STATUS.
       SELECT ISSUE-OUT-FILE ASSIGN TO "IDISSUE.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY RNGOSEL.
       COPY EXMPSEL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD HWM-FILE.
       01 HWM-RECORD           PIC X(96).

       FD HWM-NEW-FILE.
       01 HWM-NEW-RECORD       PIC X(96).

       FD ISSUE-LOG-FILE.
       01 ISSUE-LOG-RECORD     PIC X(96).

       FD ISSUE-OUT-FILE.
       01 ISSUE-OUT-RECORD     PIC X(80).

       COPY RNGOFD.
       COPY EXMPFD.
       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RNGOWS.
       COPY EXMPWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 RANGE-ARG            PIC X(40) VALUE SPACES.
       77 HWM-STATUS           PIC X(2).
       77 HWM-NEW-STATUS       PIC X(2).
       77 ISSUE-LOG-STATUS     PIC X(2).
       77 HWM-PTR              PIC 9(3).
       77 SCAN-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 NOW-TIME             PIC X(8).
       77 WANT-COUNT           PIC 9(4) VALUE 0.
       77 MAX-ISSUE            PIC 9(4) VALUE 1000.
       77 WANT-OWNER           PIC X(8).
       77 ARG-LO-TEXT          PIC X(20).
       77 ARG-HI-TEXT          PIC X(20).
       77 ARG-LO               PIC 9(15).
       77 ARG-HI               PIC 9(15).
       77 CMD-RANGE            PIC X(1) VALUE "N".
       77 TOKEN-1              PIC X(20).
       77 TOKEN-2              PIC X(20).
       77 TOKEN-3              PIC X(20).
       77 TOKEN-4              PIC X(20).
       77 TOKEN-5              PIC X(20).
       77 HWM-COUNT            PIC 9(4) VALUE 0.
       77 MAX-HWM              PIC 9(4) VALUE 1000.
       77 HW-IDX               PIC 9(4).
       77 HW-FOUND-IDX         PIC 9(4).
       77 TARGET-COUNT         PIC 9(4) VALUE 0.
       77 T-IDX                PIC 9(4).
       77 T-SCAN               PIC 9(4).
       77 T-BEST               PIC 9(4).
       77 ISSUED-COUNT         PIC 9(4) VALUE 0.
       77 I-IDX                PIC 9(4).
       77 CAND-ID              PIC 9(15).
       77 CAND-DIGITS          PIC 9(15).
       77 CAND-START           PIC 9(2).
       77 CAND-LEN             PIC 9(2).
       77 CAND-PERIOD          PIC 9(2).
       77 CAND-HALF            PIC 9(2).
       77 CAND-QUOT            PIC 9(2).
       77 CAND-REM             PIC 9(2).
       77 PATTERN-FLAG         PIC X(1).
       77 RANGE-DONE           PIC X(1).
       77 SKIPPED-PATTERN      PIC 9(9) VALUE 0.
       77 SKIPPED-EXEMPT       PIC 9(9) VALUE 0.
       77 DISP-ID              PIC Z(14)9.
       77 DISP-LO              PIC Z(14)9.
       77 DISP-HI              PIC Z(14)9.
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-COUNT-2         PIC Z(6)9.
       77 DISP-BIG             PIC Z(8)9.
       77 DISP-BIG-2           PIC Z(8)9.
       01 HWM-TABLE.
          05 HWM-ENTRY OCCURS 1000 TIMES.
             10 HW-LO          PIC 9(15).
             10 HW-HI          PIC 9(15).
             10 HW-OWNER       PIC X(8).
             10 HW-USED        PIC X(1).
             10 HW-LAST        PIC 9(15).
             10 HW-DATE        PIC X(10).
       01 TARGET-TABLE.
          05 TARGET-ENTRY OCCURS 500 TIMES.
             10 TG-LO          PIC 9(15).
             10 TG-HI          PIC 9(15).
             10 TG-OWNER       PIC X(8).
             10 TG-HW-IDX      PIC 9(4).
             10 TG-TAKEN       PIC X(1).
       01 ISSUED-TABLE.
          05 ISSUED-ENTRY OCCURS 1000 TIMES.
             10 IS-ID          PIC 9(15).
             10 IS-TARGET      PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 1
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO RANGE-ARG
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG2 FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ARG2) IS NUMERIC
               MOVE FUNCTION NUMVAL(ARG2) TO WANT-COUNT
           END-IF
       END-IF

       IF ARGC < 2 OR WANT-COUNT = 0 OR WANT-COUNT > MAX-ISSUE
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <owner|lo-hi> <count 1-"
               FUNCTION TRIM(MAX-ISSUE) ">"
           DISPLAY "issues the next ids in the owner's RANGEOWN.MST "
               "ranges (or the lo-hi range) that the 2025 validator "
               "will not flag"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE SPACES TO TODAY-DATE NOW-TIME
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING
       STRING FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
           INTO NOW-TIME
       END-STRING

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       MOVE "IDISSUE" TO AUDIT-PROGRAM
       MOVE "IDISSUE.HWM" TO FILENAME

       MOVE "IDISSUE" TO OPER-PRIV
       PERFORM CHECK-OPERATOR-PRIVILEGE
       IF OPER-ALLOWED NOT = "Y"
           DISPLAY "error: operator "
               FUNCTION TRIM(AUDIT-OPERATOR-ID)
               " is not authorized to issue ids"
           MOVE 8 TO RETURN-CODE
           MOVE "ISSUE DENIED" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM LOAD-RANGE-OWNERS
       PERFORM LOAD-EXEMPTIONS
       PERFORM LOAD-HIGH-WATER-MARKS
       PERFORM SELECT-TARGET-RANGES
       PERFORM ATTACH-HIGH-WATER-MARKS

       PERFORM VARYING T-IDX FROM 1 BY 1
           UNTIL T-IDX > TARGET-COUNT OR ISSUED-COUNT >= WANT-COUNT
         PERFORM SCAN-TARGET-RANGE
       END-PERFORM

       IF ISSUED-COUNT < WANT-COUNT
           MOVE ISSUED-COUNT TO DISP-COUNT
           MOVE WANT-COUNT TO DISP-COUNT-2
           DISPLAY "error: only " FUNCTION TRIM(DISP-COUNT)
               " valid ids remain in the range(s) for "
               FUNCTION TRIM(RANGE-ARG) ", "
               FUNCTION TRIM(DISP-COUNT-2)
               " requested - nothing issued"
           MOVE 4 TO RETURN-CODE
           MOVE "RANGE EXHAUSTED" TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM WRITE-ISSUED-IDS
       PERFORM REWRITE-HIGH-WATER-MARKS

       MOVE ISSUED-COUNT TO DISP-COUNT
       MOVE SKIPPED-PATTERN TO DISP-BIG
       MOVE SKIPPED-EXEMPT TO DISP-BIG-2
       DISPLAY "ids issued = " FUNCTION TRIM(DISP-COUNT)
           " to IDISSUE.OUT, repeating patterns skipped = "
           FUNCTION TRIM(DISP-BIG)
           ", exempt ids skipped = " FUNCTION TRIM(DISP-BIG-2)

       MOVE SPACES TO AUDIT-RESULT-TEXT
       STRING "issued=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-RESULT-TEXT
       END-STRING
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
           MOVE "RETAIN-GENERATIONS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO GEN-KEEP-COUNT
           END-IF.

       LOAD-HIGH-WATER-MARKS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT HWM-FILE
           IF HWM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ HWM-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(HWM-RECORD) NOT = SPACES
                     AND HWM-RECORD(1:1) NOT = "*"
                     PERFORM PARSE-HWM-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HWM-FILE.

       PARSE-HWM-RECORD.
           MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4 TOKEN-5
           UNSTRING HWM-RECORD DELIMITED BY ","
               INTO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4 TOKEN-5
           END-UNSTRING
           IF FUNCTION TRIM(TOKEN-1) IS NOT NUMERIC
               OR FUNCTION TRIM(TOKEN-2) IS NOT NUMERIC
               OR (TOKEN-4 NOT = SPACES
                   AND FUNCTION TRIM(TOKEN-4) IS NOT NUMERIC)
               DISPLAY "error: bad IDISSUE.HWM record: "
                   FUNCTION TRIM(HWM-RECORD)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF
           IF HWM-COUNT >= MAX-HWM
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-HWM)
                   " ranges on IDISSUE.HWM"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HWM-COUNT
           MOVE FUNCTION NUMVAL(TOKEN-1) TO HW-LO(HWM-COUNT)
           MOVE FUNCTION NUMVAL(TOKEN-2) TO HW-HI(HWM-COUNT)
           MOVE TOKEN-3 TO HW-OWNER(HWM-COUNT)
           IF TOKEN-4 = SPACES
               MOVE "N" TO HW-USED(HWM-COUNT)
               MOVE 0 TO HW-LAST(HWM-COUNT)
           ELSE
               MOVE "Y" TO HW-USED(HWM-COUNT)
               MOVE FUNCTION NUMVAL(TOKEN-4) TO HW-LAST(HWM-COUNT)
           END-IF
           MOVE TOKEN-5 TO HW-DATE(HWM-COUNT).

       SELECT-TARGET-RANGES.
           MOVE SPACES TO ARG-LO-TEXT ARG-HI-TEXT
           UNSTRING RANGE-ARG DELIMITED BY "-"
               INTO ARG-LO-TEXT ARG-HI-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(ARG-LO-TEXT) IS NUMERIC
               AND FUNCTION TRIM(ARG-HI-TEXT) IS NUMERIC
               MOVE "Y" TO CMD-RANGE
               PERFORM SELECT-COMMAND-RANGE
           ELSE
               PERFORM SELECT-OWNER-RANGES
           END-IF.

       SELECT-COMMAND-RANGE.
           MOVE FUNCTION NUMVAL(ARG-LO-TEXT) TO ARG-LO
           MOVE FUNCTION NUMVAL(ARG-HI-TEXT) TO ARG-HI
           IF ARG-LO > ARG-HI
               DISPLAY "error: range " FUNCTION TRIM(RANGE-ARG)
                   " is out of order"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO TARGET-COUNT
           MOVE ARG-LO TO TG-LO(1)
           MOVE ARG-HI TO TG-HI(1)
           MOVE SPACES TO TG-OWNER(1)
           PERFORM VARYING RNGO-IDX FROM 1 BY 1
               UNTIL RNGO-IDX > RANGE-OWNER-COUNT
             IF ARG-LO <= RO-HI(RNGO-IDX)
                 AND RO-LO(RNGO-IDX) <= ARG-HI
                 IF ARG-LO = RO-LO(RNGO-IDX)
                     AND ARG-HI = RO-HI(RNGO-IDX)
                     MOVE RO-OWNER(RNGO-IDX) TO TG-OWNER(1)
                 ELSE
                     DISPLAY "error: range " FUNCTION TRIM(RANGE-ARG)
                         " overlaps a RANGEOWN.MST range of owner "
                         FUNCTION TRIM(RO-OWNER(RNGO-IDX))
                         " - issue by owner code instead"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN
                 END-IF
             END-IF
           END-PERFORM.

       SELECT-OWNER-RANGES.
           MOVE FUNCTION TRIM(RANGE-ARG) TO WANT-OWNER
           IF RANGE-ARG(9:32) NOT = SPACES
               MOVE SPACES TO WANT-OWNER
           END-IF
           PERFORM VARYING RNGO-IDX FROM 1 BY 1
               UNTIL RNGO-IDX > RANGE-OWNER-COUNT
             IF RO-OWNER(RNGO-IDX) = WANT-OWNER
                 AND WANT-OWNER NOT = SPACES
                 PERFORM ADD-OWNER-TARGET
             END-IF
           END-PERFORM
           IF TARGET-COUNT = 0
               DISPLAY "error: " FUNCTION TRIM(RANGE-ARG)
                   " is neither a lo-hi range nor an owner on "
                   "RANGEOWN.MST"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-OWNER-TARGET.
           ADD 1 TO TARGET-COUNT
           MOVE TARGET-COUNT TO T-IDX
           PERFORM UNTIL T-IDX = 1
             IF TG-LO(T-IDX - 1) < RO-LO(RNGO-IDX)
                 EXIT PERFORM
             END-IF
             MOVE TARGET-ENTRY(T-IDX - 1) TO TARGET-ENTRY(T-IDX)
             SUBTRACT 1 FROM T-IDX
           END-PERFORM
           MOVE RO-LO(RNGO-IDX) TO TG-LO(T-IDX)
           MOVE RO-HI(RNGO-IDX) TO TG-HI(T-IDX)
           MOVE RO-OWNER(RNGO-IDX) TO TG-OWNER(T-IDX).

       ATTACH-HIGH-WATER-MARKS.
           PERFORM VARYING T-IDX FROM 1 BY 1
               UNTIL T-IDX > TARGET-COUNT
             MOVE 0 TO HW-FOUND-IDX
             PERFORM VARYING HW-IDX FROM 1 BY 1
                 UNTIL HW-IDX > HWM-COUNT
               IF HW-LO(HW-IDX) = TG-LO(T-IDX)
                   AND HW-HI(HW-IDX) = TG-HI(T-IDX)
                   MOVE HW-IDX TO HW-FOUND-IDX
               ELSE
                   IF HW-LO(HW-IDX) <= TG-HI(T-IDX)
                       AND TG-LO(T-IDX) <= HW-HI(HW-IDX)
                       MOVE HW-LO(HW-IDX) TO DISP-LO
                       MOVE HW-HI(HW-IDX) TO DISP-HI
                       DISPLAY "error: range " FUNCTION TRIM(RANGE-ARG)
                           " overlaps issued range "
                           FUNCTION TRIM(DISP-LO) "-"
                           FUNCTION TRIM(DISP-HI)
                           " on IDISSUE.HWM - ids could be issued "
                           "twice"
                       MOVE 2 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
             END-PERFORM
             IF HW-FOUND-IDX = 0
                 IF HWM-COUNT >= MAX-HWM
                     DISPLAY "error: more than "
                         FUNCTION TRIM(MAX-HWM)
                         " ranges on IDISSUE.HWM"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD 1 TO HWM-COUNT
                 MOVE HWM-COUNT TO HW-FOUND-IDX
                 MOVE TG-LO(T-IDX) TO HW-LO(HWM-COUNT)
                 MOVE TG-HI(T-IDX) TO HW-HI(HWM-COUNT)
                 MOVE "N" TO HW-USED(HWM-COUNT)
                 MOVE 0 TO HW-LAST(HWM-COUNT)
                 MOVE SPACES TO HW-DATE(HWM-COUNT)
             END-IF
             MOVE TG-OWNER(T-IDX) TO HW-OWNER(HW-FOUND-IDX)
             MOVE HW-FOUND-IDX TO TG-HW-IDX(T-IDX)
             MOVE "N" TO TG-TAKEN(T-IDX)
           END-PERFORM.

       SCAN-TARGET-RANGE.
           MOVE TG-HW-IDX(T-IDX) TO HW-IDX
           MOVE "N" TO RANGE-DONE
           IF HW-USED(HW-IDX) = "Y"
               IF HW-LAST(HW-IDX) >= TG-HI(T-IDX)
                   EXIT PARAGRAPH
               END-IF
               COMPUTE CAND-ID = HW-LAST(HW-IDX) + 1
           ELSE
               MOVE TG-LO(T-IDX) TO CAND-ID
           END-IF
           PERFORM UNTIL RANGE-DONE = "Y"
               OR ISSUED-COUNT >= WANT-COUNT
             PERFORM CHECK-CANDIDATE-ID
             IF CAND-ID >= TG-HI(T-IDX)
                 MOVE "Y" TO RANGE-DONE
             ELSE
                 ADD 1 TO CAND-ID
             END-IF
           END-PERFORM.

       CHECK-CANDIDATE-ID.
           PERFORM CHECK-EXEMPTION
           IF EXEMPT-FLAG = "Y"
               ADD 1 TO SKIPPED-EXEMPT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ID-PATTERN
           IF PATTERN-FLAG = "Y"
               ADD 1 TO SKIPPED-PATTERN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ISSUED-COUNT
           MOVE CAND-ID TO IS-ID(ISSUED-COUNT)
           MOVE T-IDX TO IS-TARGET(ISSUED-COUNT)
           MOVE "Y" TO TG-TAKEN(T-IDX)
           MOVE "Y" TO HW-USED(HW-IDX)
           MOVE CAND-ID TO HW-LAST(HW-IDX)
           MOVE TODAY-DATE TO HW-DATE(HW-IDX).

       CHECK-ID-PATTERN.
           MOVE "N" TO PATTERN-FLAG
           MOVE CAND-ID TO CAND-DIGITS
           MOVE 1 TO CAND-START
           PERFORM UNTIL CAND-START >= 15
               OR CAND-DIGITS(CAND-START:1) NOT = "0"
             ADD 1 TO CAND-START
           END-PERFORM
           COMPUTE CAND-LEN = 16 - CAND-START
           DIVIDE 2 INTO CAND-LEN GIVING CAND-HALF
           PERFORM VARYING CAND-PERIOD FROM 1 BY 1
               UNTIL CAND-PERIOD > CAND-HALF OR PATTERN-FLAG = "Y"
             DIVIDE CAND-PERIOD INTO CAND-LEN
                 GIVING CAND-QUOT REMAINDER CAND-REM
             IF CAND-REM = 0
                 IF CAND-DIGITS(CAND-START:CAND-LEN - CAND-PERIOD) =
                     CAND-DIGITS(CAND-START + CAND-PERIOD:
                         CAND-LEN - CAND-PERIOD)
                     MOVE "Y" TO PATTERN-FLAG
                 END-IF
             END-IF
           END-PERFORM.

       WRITE-ISSUED-IDS.
           OPEN OUTPUT ISSUE-OUT-FILE
           OPEN EXTEND ISSUE-LOG-FILE
           IF ISSUE-LOG-STATUS NOT = "00"
               OPEN OUTPUT ISSUE-LOG-FILE
           END-IF
           IF ISSUE-LOG-STATUS NOT = "00"
               DISPLAY "error: cannot write IDISSUE.LOG, nothing "
                   "issued"
               CLOSE ISSUE-OUT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING I-IDX FROM 1 BY 1
               UNTIL I-IDX > ISSUED-COUNT
             MOVE IS-TARGET(I-IDX) TO T-IDX
             MOVE IS-ID(I-IDX) TO DISP-ID
             MOVE TG-LO(T-IDX) TO DISP-LO
             MOVE TG-HI(T-IDX) TO DISP-HI
             MOVE SPACES TO ISSUE-OUT-RECORD
             STRING FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(TG-OWNER(T-IDX)) DELIMITED BY SIZE
                 INTO ISSUE-OUT-RECORD
             END-STRING
             WRITE ISSUE-OUT-RECORD
             DISPLAY FUNCTION TRIM(ISSUE-OUT-RECORD)
             MOVE SPACES TO ISSUE-LOG-RECORD
             STRING TODAY-DATE DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 NOW-TIME DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(AUDIT-OPERATOR-ID) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(TG-OWNER(T-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-LO) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-HI) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
                 INTO ISSUE-LOG-RECORD
             END-STRING
             WRITE ISSUE-LOG-RECORD
           END-PERFORM
           CLOSE ISSUE-LOG-FILE
           CLOSE ISSUE-OUT-FILE.

       REWRITE-HIGH-WATER-MARKS.
           OPEN OUTPUT HWM-NEW-FILE
           IF HWM-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write IDISSUE.HWM.NEW - the "
                   "ids in IDISSUE.LOG for this run must be "
                   "withdrawn"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING HW-IDX FROM 1 BY 1
               UNTIL HW-IDX > HWM-COUNT
             MOVE HW-LO(HW-IDX) TO DISP-LO
             MOVE HW-HI(HW-IDX) TO DISP-HI
             MOVE SPACES TO HWM-NEW-RECORD
             MOVE 1 TO HWM-PTR
             STRING FUNCTION TRIM(DISP-LO) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-HI) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(HW-OWNER(HW-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO HWM-NEW-RECORD
                 WITH POINTER HWM-PTR
             END-STRING
             IF HW-USED(HW-IDX) = "Y"
                 MOVE HW-LAST(HW-IDX) TO DISP-ID
                 STRING FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     HW-DATE(HW-IDX) DELIMITED BY SIZE
                     INTO HWM-NEW-RECORD
                     WITH POINTER HWM-PTR
                 END-STRING
             END-IF
             WRITE HWM-NEW-RECORD
           END-PERFORM
           CLOSE HWM-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "IDISSUE.HWM"
           CALL "CBL_RENAME_FILE" USING "IDISSUE.HWM.NEW"
               "IDISSUE.HWM"
           MOVE 0 TO RETURN-CODE.

       COPY RNGOPARA.

       COPY EXMPPARA REPLACING ==EXEMPT-CHECK-ID== BY ==CAND-ID==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
