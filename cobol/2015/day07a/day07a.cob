               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBLIB-KEY
               FILE STATUS IS SUBLIB-STATUS.
           SELECT VECTOR-FILE ASSIGN TO VECTOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VECTOR-STATUS.
           SELECT VECTOR-REPORT-FILE ASSIGN TO "DAY07A.TVR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAULT-CTL-FILE ASSIGN TO FAULT-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAULT-CTL-STATUS.
           SELECT FAULT-DICT-FILE ASSIGN TO "DAY07A.FLT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAULT-REPORT-FILE ASSIGN TO "DAY07A.FCR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GATECOST-FILE ASSIGN TO "GATECOST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GATECOST-STATUS.
           SELECT BASELINE-FILE ASSIGN TO BOM-BASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASELINE-STATUS.
           SELECT BOM-FILE ASSIGN TO "DAY07A.BOM"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
       COPY CSVSEL.

             10 SUBLIB-SEQ     PIC 9(4).
          05 SUBLIB-LINE       PIC X(80).

       FD VECTOR-FILE.
       01 VECTOR-RECORD        PIC X(80).

       FD VECTOR-REPORT-FILE.
       01 VECTOR-REPORT-RECORD PIC X(80).

       FD FAULT-CTL-FILE.
       01 FAULT-CTL-RECORD     PIC X(80).

       FD FAULT-DICT-FILE.
       01 FAULT-DICT-RECORD    PIC X(300).

       FD FAULT-REPORT-FILE.
       01 FAULT-REPORT-RECORD  PIC X(80).

       FD GATECOST-FILE.
       01 GATECOST-RECORD      PIC X(80).

       FD BASELINE-FILE.
       01 BASELINE-RECORD      PIC X(80).

       FD BOM-FILE.
       01 BOM-RECORD           PIC X(100).

       COPY AUDITFD.
       COPY CSVFD.

       77 DISP-AN-DEPTH        PIC Z(4).
       77 DISP-AN-FANOUT       PIC Z(5).
       77 DISP-AN-COUNT        PIC Z(5).
       77 VECTOR-WANTED        PIC X(1) VALUE "N".
       77 VECTOR-NAME          PIC X(256) VALUE SPACES.
       77 VECTOR-STATUS        PIC X(2).
       77 VECTOR-EOF           PIC X(1) VALUE "N".
       77 TV-LINE-NO           PIC 9(6) VALUE 0.
       77 TV-KEY               PIC X(8).
       77 TV-FIELD1            PIC X(32).
       77 TV-FIELD2            PIC X(32).
       77 TV-NAME              PIC X(32) VALUE SPACES.
       77 TV-REASON            PIC X(48).
       77 TV-NUM               PIC 9(8).
       77 TV-IDX               PIC 9(3).
       77 TV-MAX-ENTRIES       PIC 9(3) VALUE 100.
       77 TV-SET-COUNT         PIC 9(3) VALUE 0.
       77 TV-EXP-COUNT         PIC 9(3) VALUE 0.
       77 TV-ALL-FOUND         PIC X(1).
       77 TV-VECTOR-FAILED     PIC X(1).
       77 TV-VECTOR-COUNT      PIC 9(6) VALUE 0.
       77 TV-FAIL-COUNT        PIC 9(6) VALUE 0.
       77 TV-CHECK-COUNT       PIC 9(6) VALUE 0.
       77 TV-MISMATCH-COUNT    PIC 9(6) VALUE 0.
       77 TV-DISP-WIRE         PIC X(8).
       77 TV-DISP-EXPECTED     PIC Z(4)9.
       77 TV-DISP-ACTUAL       PIC X(8).
       77 TV-DISP-VALUE        PIC Z(4)9.
       77 DISP-TV-COUNT        PIC Z(5)9.
       77 DISP-TV-LINE         PIC Z(5)9.
       77 FAULT-WANTED         PIC X(1) VALUE "N".
       77 FAULT-CTL-NAME       PIC X(256) VALUE SPACES.
       77 FAULT-CTL-STATUS     PIC X(2).
       77 FAULT-CTL-EOF        PIC X(1) VALUE "N".
       77 FLT-LINE-NO          PIC 9(6) VALUE 0.
       77 FLT-KEY              PIC X(8).
       77 FLT-FIELD1           PIC X(32).
       77 FLT-REASON           PIC X(48).
       77 FLT-MAX-MONITORS     PIC 9(2) VALUE 16.
       77 FLT-MON-COUNT        PIC 9(2) VALUE 0.
       77 FLT-MON-IDX          PIC 9(2).
       77 FLT-SITE-COUNT       PIC 9(5) VALUE 0.
       77 FLT-SITE-IDX         PIC 9(5).
       77 FLT-ORDER-COUNT      PIC 9(5) VALUE 0.
       77 FLT-K                PIC 9(5).
       77 FLT-OP               PIC 9(5).
       77 FLT-SRC-OP           PIC 9(5).
       77 FLT-DEPTH-IDX        PIC 9(5).
       77 FLT-DEPTH-SUM        PIC 9(5).
       77 FLT-FAULT-OP         PIC 9(5) VALUE 0.
       77 FLT-FAULT-VALUE      PIC 9(8) COMP-5.
       77 FLT-STUCK-IDX        PIC 9(1).
       77 FLT-A                PIC 9(8) COMP-5.
       77 FLT-B                PIC 9(8) COMP-5.
       77 FLT-WIDE             PIC 9(18) COMP-5.
       77 FLT-DETECTED         PIC X(1).
       77 FLT-FAULT-COUNT      PIC 9(6) VALUE 0.
       77 FLT-DETECT-COUNT     PIC 9(6) VALUE 0.
       77 FLT-UNDETECT-COUNT   PIC 9(6) VALUE 0.
       77 FLT-COVERAGE         PIC 9(3)V9.
       77 FLT-PTR              PIC 9(3).
       77 DISP-FLT-COUNT       PIC Z(5)9.
       77 DISP-FLT-LINE        PIC Z(5)9.
       77 DISP-FLT-VALUE       PIC Z(4)9.
       77 DISP-FLT-STUCK       PIC Z(4)9.
       77 DISP-FLT-COVERAGE    PIC ZZ9.9.
       01 FAULT-MONITORS.
           05 FLT-MON-WIRE OCCURS 16 TIMES PIC X(8).
           05 FLT-MON-OP OCCURS 16 TIMES PIC 9(5).
           05 FLT-MON-GOOD OCCURS 16 TIMES PIC 9(8) COMP-5.
       01 FAULT-NETLIST.
           05 FLT-ORDER OCCURS 10000 TIMES PIC 9(5).
           05 FLT-SITE-OP OCCURS 10000 TIMES PIC 9(5).
           05 FLT-DEPTH-NEXT OCCURS 10000 TIMES PIC 9(5).
           05 FLT-SRC1-OP OCCURS 10000 TIMES PIC 9(5).
           05 FLT-SRC2-OP OCCURS 10000 TIMES PIC 9(5).
           05 FLT-SRC1-CONST OCCURS 10000 TIMES PIC 9(8) COMP-5.
           05 FLT-SRC2-CONST OCCURS 10000 TIMES PIC 9(8) COMP-5.
           05 FLT-SRC1-OK OCCURS 10000 TIMES PIC X(1).
           05 FLT-SRC2-OK OCCURS 10000 TIMES PIC X(1).
           05 FLT-VAL OCCURS 10000 TIMES PIC 9(8) COMP-5.
           05 FLT-KNOWN OCCURS 10000 TIMES PIC X(1).
       77 PARSE-BLOCK          PIC X(16) VALUE SPACES.
       77 PARSE-INCL-SEQ       PIC 9(4) VALUE 0.
       77 INCL-SEQ             PIC 9(4) VALUE 0.
       77 BOM-WANTED           PIC X(1) VALUE "N".
       77 BOM-BASE-NAME        PIC X(256) VALUE SPACES.
       77 BOM-COMPARE          PIC X(1) VALUE "N".
       77 GATECOST-STATUS      PIC X(2).
       77 GATECOST-EOF         PIC X(1) VALUE "N".
       77 BASELINE-STATUS      PIC X(2).
       77 BASELINE-EOF         PIC X(1) VALUE "N".
       77 BOM-LINE-NO          PIC 9(6) VALUE 0.
       77 BOM-TYPE-TEXT        PIC X(16).
       77 BOM-COST-TEXT        PIC X(16).
       77 BOM-COST-CHECK       PIC X(16).
       77 BOM-REASON           PIC X(48).
       77 BOM-SIDE-IDX         PIC 9(1).
       77 BOM-TYPE-IDX         PIC 9(1).
       77 BOM-TYPE-FOUND       PIC 9(1).
       77 BOM-BLK-IDX          PIC 9(3).
       77 BOM-BLK-FOUND        PIC 9(3).
       77 BOM-BLK-COUNT        PIC 9(3) VALUE 1.
       77 BOM-MAX-BLOCKS       PIC 9(3) VALUE 200.
       77 BOM-OP-IDX           PIC 9(5).
       77 BOM-EXTENDED         PIC 9(9)V99.
       77 BOM-QTY-DIFF         PIC S9(6).
       77 BOM-COST-DIFF        PIC S9(9)V99.
       77 DISP-BOM-LINE        PIC Z(5)9.
       77 DISP-BOM-QTY         PIC Z(5)9.
       77 DISP-BOM-UNIT        PIC Z(4)9.9999.
       77 DISP-BOM-COST        PIC Z(8)9.99.
       77 DISP-BOM-DIFF        PIC -(5)9.
       77 DISP-BOM-COST-DIFF   PIC -(8)9.99.
       77 DISP-BOM-USES        PIC Z(3)9.
       77 BOM-LABEL            PIC X(20).
       01 BOM-TYPE-LIST.
           05 FILLER           PIC X(8) VALUE "AND".
           05 FILLER           PIC X(8) VALUE "OR".
           05 FILLER           PIC X(8) VALUE "NOT".
           05 FILLER           PIC X(8) VALUE "LSHIFT".
           05 FILLER           PIC X(8) VALUE "RSHIFT".
           05 FILLER           PIC X(8) VALUE "ASSIGN".
       01 BOM-TYPE-TABLE REDEFINES BOM-TYPE-LIST.
           05 BOM-TYPE-NAME OCCURS 6 TIMES PIC X(8).
       01 BOM-PRICES.
           05 BOM-UNIT-COST OCCURS 6 TIMES PIC 9(5)V9(4).
           05 BOM-PRICED OCCURS 6 TIMES PIC X(1).
       01 BOM-TOTALS.
           05 BOM-SIDE OCCURS 2 TIMES.
              10 BOM-QTY OCCURS 6 TIMES PIC 9(6).
              10 BOM-GATES     PIC 9(6).
              10 BOM-COST      PIC 9(9)V99.
       01 BOM-BLOCKS.
           05 BOM-BLK-ENTRY OCCURS 200 TIMES.
              10 BOM-BLK-NAME  PIC X(16).
              10 BOM-BLK-LAST-SEQ PIC 9(4).
              10 BOM-BLK-SIDE OCCURS 2 TIMES.
                 15 BOM-BLK-USES PIC 9(4).
                 15 BOM-BLK-QTY OCCURS 6 TIMES PIC 9(6).
                 15 BOM-BLK-GATES PIC 9(6).
                 15 BOM-BLK-COST PIC 9(9)V99.
       01 BOM-DETAIL-LINE.
           05 BOM-D-LABEL      PIC X(20).
           05 BOM-D-QTY OCCURS 6 TIMES PIC Z(6)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BOM-D-GATES      PIC Z(6)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BOM-D-COST       PIC Z(9)9.99.
       01 TEST-VECTOR.
           05 TV-SET-WIRE OCCURS 100 TIMES PIC X(8).
           05 TV-SET-VALUE OCCURS 100 TIMES PIC 9(8) COMP-5.
           05 TV-EXP-WIRE OCCURS 100 TIMES PIC X(8).
           05 TV-EXP-VALUE OCCURS 100 TIMES PIC 9(8) COMP-5.
       01 ANALYSIS-TABLES.
           05 AN-DEPTH OCCURS 10000 TIMES PIC 9(4).
           05 AN-DONE OCCURS 10000 TIMES PIC X(1).
           05 OP-AMT OCCURS 10000 TIMES PIC 9(8).
           05 OP-SOLVED OCCURS 10000 TIMES PIC X VALUE "N".
           05 OP-ACTIVE OCCURS 10000 TIMES PIC X VALUE "Y".
           05 OP-BLOCK OCCURS 10000 TIMES PIC X(16).
           05 OP-INCL-SEQ OCCURS 10000 TIMES PIC 9(4).

       01 WIRES.
           05 WIRE-NAME OCCURS 10000 TIMES PIC X(8).
         IF ARGC < 1 THEN
           DISPLAY "Usage: " FUNCTION TRIM(PROGNAME)
             " <input file> [target wire]"
             " [override wire=value | wire=lo..hi step n"
             " | @vector file | FAULTS[=control file]"
             " | BOM[=baseline circuit]]"
             " [trace file] [patch file] [-lineage]"
           MOVE 2 TO RETURN-CODE
           STOP RUN
         IF ARGC > 2
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG3 FROM ARGUMENT-VALUE
           EVALUATE TRUE
             WHEN ARG3(1:1) = "@"
               MOVE "Y" TO VECTOR-WANTED
               MOVE FUNCTION TRIM(ARG3(2:)) TO VECTOR-NAME
             WHEN ARG3 = "FAULTS" OR ARG3(1:7) = "FAULTS="
               MOVE "Y" TO FAULT-WANTED
               MOVE FUNCTION TRIM(ARG3(8:)) TO FAULT-CTL-NAME
             WHEN ARG3 = "BOM" OR ARG3(1:4) = "BOM="
               MOVE "Y" TO BOM-WANTED
               MOVE FUNCTION TRIM(ARG3(5:)) TO BOM-BASE-NAME
             WHEN OTHER
               MOVE "Y" TO OVERRIDE-WANTED
               UNSTRING FUNCTION TRIM(ARG3) DELIMITED BY "="
                 INTO OVERRIDE-NAME OVERRIDE-VAL-STR
               END-UNSTRING
               MOVE 0 TO SWEEP-DOT-COUNT
               INSPECT OVERRIDE-VAL-STR
                   TALLYING SWEEP-DOT-COUNT FOR ALL ".."
               IF SWEEP-DOT-COUNT > 0
                 MOVE "Y" TO SWEEP-WANTED
                 PERFORM PARSE-SWEEP-RANGE
               ELSE
                 MOVE FUNCTION NUMVAL(OVERRIDE-VAL-STR)
                     TO OVERRIDE-VALUE
               END-IF
           END-EVALUATE
         END-IF

         IF ARGC > 3
           STOP RUN
         END-IF

         IF VECTOR-WANTED = "Y"
           PERFORM RUN-TEST-VECTORS
           MOVE TV-VECTOR-COUNT TO DISP-TV-COUNT
           DISPLAY "test vectors run = " FUNCTION TRIM(DISP-TV-COUNT)
           MOVE TV-FAIL-COUNT TO DISP-TV-COUNT
           DISPLAY "test vectors failed = "
               FUNCTION TRIM(DISP-TV-COUNT)
           MOVE SPACES TO AUDIT-RESULT-TEXT
           IF TV-FAIL-COUNT > 0
             STRING "vectors failed=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-TV-COUNT) DELIMITED BY SIZE
                 INTO AUDIT-RESULT-TEXT
             END-STRING
           ELSE
             MOVE TV-VECTOR-COUNT TO DISP-TV-COUNT
             STRING "vectors passed=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-TV-COUNT) DELIMITED BY SIZE
                 INTO AUDIT-RESULT-TEXT
             END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-CSV-RECORD
           IF TV-FAIL-COUNT > 0
             DISPLAY "error: circuit failed regression test vectors"
                 " - see DAY07A.TVR"
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
         END-IF

         IF FAULT-WANTED = "Y"
           PERFORM RUN-FAULT-SIMULATION
           MOVE FLT-FAULT-COUNT TO DISP-FLT-COUNT
           DISPLAY "faults simulated = " FUNCTION TRIM(DISP-FLT-COUNT)
           MOVE FLT-UNDETECT-COUNT TO DISP-FLT-COUNT
           DISPLAY "faults undetectable = "
               FUNCTION TRIM(DISP-FLT-COUNT)
           MOVE FLT-COVERAGE TO DISP-FLT-COVERAGE
           DISPLAY "fault coverage = "
               FUNCTION TRIM(DISP-FLT-COVERAGE) "%"
           MOVE SPACES TO AUDIT-RESULT-TEXT
           STRING "fault coverage=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FLT-COVERAGE) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO AUDIT-RESULT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-CSV-RECORD
           STOP RUN
         END-IF

         IF BOM-WANTED = "Y"
           PERFORM RUN-GATE-BOM
           MOVE BOM-COST(1) TO DISP-BOM-COST
           DISPLAY "component cost = " FUNCTION TRIM(DISP-BOM-COST)
           MOVE SPACES TO AUDIT-RESULT-TEXT
           IF BOM-COMPARE = "Y"
             MOVE BOM-COST(2) TO DISP-BOM-COST
             DISPLAY "baseline component cost = "
                 FUNCTION TRIM(DISP-BOM-COST)
             COMPUTE BOM-COST-DIFF = BOM-COST(1) - BOM-COST(2)
             MOVE BOM-COST-DIFF TO DISP-BOM-COST-DIFF
             DISPLAY "engineering change cost = "
                 FUNCTION TRIM(DISP-BOM-COST-DIFF)
             STRING "bom chg=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-BOM-COST-DIFF) DELIMITED BY SIZE
                 INTO AUDIT-RESULT-TEXT
             END-STRING
           ELSE
             STRING "bom cost=" DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-BOM-COST) DELIMITED BY SIZE
                 INTO AUDIT-RESULT-TEXT
             END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-CSV-RECORD
           STOP RUN
         END-IF

         PERFORM BUILD-CACHE-KEY
         PERFORM LOAD-CACHE-IF-PRESENT

           STOP RUN
         END-IF
         MOVE 0 TO INCL-LINE-COUNT
         ADD 1 TO INCL-SEQ
         MOVE INCL-BLOCK TO PARSE-BLOCK
         MOVE INCL-SEQ TO PARSE-INCL-SEQ
         MOVE "N" TO SUBLIB-EOF
         MOVE INCL-BLOCK TO SUBLIB-BLOCK
         MOVE 0 TO SUBLIB-SEQ
           END-READ
         END-PERFORM
         CLOSE SUBLIB-FILE
         MOVE SPACES TO PARSE-BLOCK
         MOVE 0 TO PARSE-INCL-SEQ
         IF INCL-LINE-COUNT = 0
           DISPLAY "error: sub-circuit block "
               FUNCTION TRIM(INCL-BLOCK)
           COMPUTE CACHE-CKSUM = CACHE-CKSUM +
               FUNCTION ORD(INPUT-RECORD(CK-I:1)) * CK-I
         END-PERFORM
         MOVE PARSE-BLOCK TO OP-BLOCK(OPS-LAST-PTR)
         MOVE PARSE-INCL-SEQ TO OP-INCL-SEQ(OPS-LAST-PTR)
         UNSTRING INPUT-RECORD DELIMITED BY SPACES
           INTO PART1 PART2 PART3 PART4 PART5
         END-UNSTRING
         MOVE "N" TO LOOP-STOP
         MOVE "N" TO STALL-FLAG.

       RUN-TEST-VECTORS.
         OPEN INPUT VECTOR-FILE
         IF VECTOR-STATUS NOT = "00"
           DISPLAY "error: cannot open test-vector file "
               FUNCTION TRIM(VECTOR-NAME)
           MOVE 1 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT VECTOR-REPORT-FILE
         MOVE "DAY07A test-vector regression report"
             TO VECTOR-REPORT-RECORD
         WRITE VECTOR-REPORT-RECORD
         MOVE SPACES TO VECTOR-REPORT-RECORD
         STRING "circuit: " DELIMITED BY SIZE
             FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
             INTO VECTOR-REPORT-RECORD
         END-STRING
         WRITE VECTOR-REPORT-RECORD
         MOVE SPACES TO VECTOR-REPORT-RECORD
         STRING "vectors: " DELIMITED BY SIZE
             FUNCTION TRIM(VECTOR-NAME) DELIMITED BY SIZE
             INTO VECTOR-REPORT-RECORD
         END-STRING
         WRITE VECTOR-REPORT-RECORD
         MOVE "N" TO VECTOR-EOF
         MOVE SPACES TO TV-NAME
         MOVE 0 TO TV-SET-COUNT TV-EXP-COUNT
         PERFORM UNTIL VECTOR-EOF = "Y"
           READ VECTOR-FILE
             AT END
               MOVE "Y" TO VECTOR-EOF
             NOT AT END
               ADD 1 TO TV-LINE-NO
               PERFORM PARSE-VECTOR-RECORD
           END-READ
         END-PERFORM
         CLOSE VECTOR-FILE
         IF TV-NAME NOT = SPACES
           PERFORM RUN-ONE-VECTOR
         END-IF
         IF TV-VECTOR-COUNT = 0
           DISPLAY "error: no test vectors found in "
               FUNCTION TRIM(VECTOR-NAME)
           MOVE 2 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE SPACES TO VECTOR-REPORT-RECORD
         WRITE VECTOR-REPORT-RECORD
         MOVE TV-VECTOR-COUNT TO DISP-TV-COUNT
         MOVE SPACES TO VECTOR-REPORT-RECORD
         STRING "vectors run    = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-TV-COUNT) DELIMITED BY SIZE
             INTO VECTOR-REPORT-RECORD
         END-STRING
         WRITE VECTOR-REPORT-RECORD
         MOVE TV-FAIL-COUNT TO DISP-TV-COUNT
         MOVE SPACES TO VECTOR-REPORT-RECORD
         STRING "vectors failed = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-TV-COUNT) DELIMITED BY SIZE
             INTO VECTOR-REPORT-RECORD
         END-STRING
         WRITE VECTOR-REPORT-RECORD
         MOVE TV-CHECK-COUNT TO DISP-TV-COUNT
         MOVE SPACES TO VECTOR-REPORT-RECORD
         STRING "wire checks    = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-TV-COUNT) DELIMITED BY SIZE
             INTO VECTOR-REPORT-RECORD
         END-STRING
         WRITE VECTOR-REPORT-RECORD
         MOVE TV-MISMATCH-COUNT TO DISP-TV-COUNT
         MOVE SPACES TO VECTOR-REPORT-RECORD
         STRING "mismatches     = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-TV-COUNT) DELIMITED BY SIZE
             INTO VECTOR-REPORT-RECORD
         END-STRING
         WRITE VECTOR-REPORT-RECORD
         IF TV-FAIL-COUNT > 0
           MOVE "circuit verdict: FAIL" TO VECTOR-REPORT-RECORD
         ELSE
           MOVE "circuit verdict: PASS" TO VECTOR-REPORT-RECORD
         END-IF
         WRITE VECTOR-REPORT-RECORD
         CLOSE VECTOR-REPORT-FILE.

       PARSE-VECTOR-RECORD.
         IF VECTOR-RECORD = SPACES OR VECTOR-RECORD(1:1) = "*"
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO TV-KEY TV-FIELD1 TV-FIELD2
         UNSTRING VECTOR-RECORD DELIMITED BY ","
           INTO TV-KEY TV-FIELD1 TV-FIELD2
         END-UNSTRING
         MOVE FUNCTION TRIM(TV-KEY) TO TV-KEY
         MOVE FUNCTION TRIM(TV-FIELD1) TO TV-FIELD1
         MOVE FUNCTION TRIM(TV-FIELD2) TO TV-FIELD2
         INSPECT TV-KEY CONVERTING "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         EVALUATE TV-KEY
           WHEN "VECTOR"
             IF TV-NAME NOT = SPACES
               PERFORM RUN-ONE-VECTOR
             END-IF
             IF TV-FIELD1 = SPACES
               MOVE "VECTOR record has no name" TO TV-REASON
               PERFORM REJECT-VECTOR-RECORD
             END-IF
             MOVE TV-FIELD1 TO TV-NAME
             MOVE 0 TO TV-SET-COUNT TV-EXP-COUNT
           WHEN "SET"
           WHEN "EXPECT"
             IF TV-NAME = SPACES
               MOVE "SET/EXPECT before first VECTOR record"
                   TO TV-REASON
               PERFORM REJECT-VECTOR-RECORD
             END-IF
             IF TV-FIELD1 = SPACES OR TV-FIELD1(9:) NOT = SPACES
               MOVE "missing or over-long wire name" TO TV-REASON
               PERFORM REJECT-VECTOR-RECORD
             END-IF
             IF TV-FIELD2 = SPACES
               OR FUNCTION TRIM(TV-FIELD2) IS NOT NUMERIC
               MOVE "wire value is not numeric" TO TV-REASON
               PERFORM REJECT-VECTOR-RECORD
             END-IF
             MOVE FUNCTION NUMVAL(TV-FIELD2) TO TV-NUM
             IF TV-NUM > 65535
               MOVE "wire value exceeds 65535" TO TV-REASON
               PERFORM REJECT-VECTOR-RECORD
             END-IF
             IF TV-KEY = "SET"
               IF TV-SET-COUNT NOT < TV-MAX-ENTRIES
                 MOVE "too many SET records in vector" TO TV-REASON
                 PERFORM REJECT-VECTOR-RECORD
               END-IF
               ADD 1 TO TV-SET-COUNT
               MOVE TV-FIELD1 TO TV-SET-WIRE(TV-SET-COUNT)
               MOVE TV-NUM TO TV-SET-VALUE(TV-SET-COUNT)
             ELSE
               IF TV-EXP-COUNT NOT < TV-MAX-ENTRIES
                 MOVE "too many EXPECT records in vector" TO TV-REASON
                 PERFORM REJECT-VECTOR-RECORD
               END-IF
               ADD 1 TO TV-EXP-COUNT
               MOVE TV-FIELD1 TO TV-EXP-WIRE(TV-EXP-COUNT)
               MOVE TV-NUM TO TV-EXP-VALUE(TV-EXP-COUNT)
             END-IF
           WHEN OTHER
             MOVE "record type must be VECTOR, SET or EXPECT"
                 TO TV-REASON
             PERFORM REJECT-VECTOR-RECORD
         END-EVALUATE.

       REJECT-VECTOR-RECORD.
         MOVE TV-LINE-NO TO DISP-TV-LINE
         DISPLAY "error: test-vector file line "
             FUNCTION TRIM(DISP-TV-LINE) ": "
             FUNCTION TRIM(TV-REASON)
         IF VECTOR-EOF NOT = "Y"
           CLOSE VECTOR-FILE
         END-IF
         CLOSE VECTOR-REPORT-FILE
         MOVE 2 TO RETURN-CODE
         STOP RUN.

       RUN-ONE-VECTOR.
         IF TV-EXP-COUNT = 0
           MOVE SPACES TO TV-REASON
           STRING "vector " DELIMITED BY SIZE
               FUNCTION TRIM(TV-NAME) DELIMITED BY SIZE
               " has no EXPECT records" DELIMITED BY SIZE
               INTO TV-REASON
           END-STRING
           PERFORM REJECT-VECTOR-RECORD
         END-IF
         ADD 1 TO TV-VECTOR-COUNT
         MOVE SPACES TO VECTOR-REPORT-RECORD
         WRITE VECTOR-REPORT-RECORD
         MOVE SPACES TO VECTOR-REPORT-RECORD
         STRING "vector " DELIMITED BY SIZE
             FUNCTION TRIM(TV-NAME) DELIMITED BY SIZE
             INTO VECTOR-REPORT-RECORD
         END-STRING
         WRITE VECTOR-REPORT-RECORD
         PERFORM RESET-SOLVER-STATE
         PERFORM VARYING TV-IDX FROM 1 BY 1 UNTIL TV-IDX > TV-SET-COUNT
           MOVE TV-SET-WIRE(TV-IDX) TO OVERRIDE-NAME
           MOVE TV-SET-VALUE(TV-IDX) TO OVERRIDE-VALUE
           PERFORM APPLY-OVERRIDE
           MOVE TV-SET-WIRE(TV-IDX) TO TV-DISP-WIRE
           MOVE TV-SET-VALUE(TV-IDX) TO TV-DISP-VALUE
           MOVE SPACES TO VECTOR-REPORT-RECORD
           STRING "  set   " DELIMITED BY SIZE
               TV-DISP-WIRE DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(TV-DISP-VALUE) DELIMITED BY SIZE
               INTO VECTOR-REPORT-RECORD
           END-STRING
           WRITE VECTOR-REPORT-RECORD
         END-PERFORM
         PERFORM CHECK-EXPECTED-SOLVED
         PERFORM UNTIL TV-ALL-FOUND = "Y" OR STALL-FLAG = "Y"
           MOVE WIRES-LAST-PTR TO PREV-WIRES-PTR
           PERFORM SOLVE-WIRES
           PERFORM CHECK-EXPECTED-SOLVED
           IF TV-ALL-FOUND NOT = "Y"
               AND WIRES-LAST-PTR = PREV-WIRES-PTR
             MOVE "Y" TO STALL-FLAG
           END-IF
         END-PERFORM
         MOVE "N" TO TV-VECTOR-FAILED
         PERFORM VARYING TV-IDX FROM 1 BY 1 UNTIL TV-IDX > TV-EXP-COUNT
           ADD 1 TO TV-CHECK-COUNT
           MOVE TV-EXP-WIRE(TV-IDX) TO LIN-WIRE TV-DISP-WIRE
           MOVE TV-EXP-VALUE(TV-IDX) TO TV-DISP-EXPECTED
           PERFORM FIND-WIRE-VALUE
           MOVE SPACES TO VECTOR-REPORT-RECORD
           IF LIN-HAVE-VALUE = "Y"
             MOVE LIN-VALUE TO TV-DISP-VALUE
             MOVE TV-DISP-VALUE TO TV-DISP-ACTUAL
           ELSE
             MOVE "UNSOLVED" TO TV-DISP-ACTUAL
           END-IF
           IF LIN-HAVE-VALUE = "Y"
               AND LIN-VALUE = TV-EXP-VALUE(TV-IDX)
             STRING "  wire  " DELIMITED BY SIZE
                 TV-DISP-WIRE DELIMITED BY SIZE
                 "  expected " DELIMITED BY SIZE
                 TV-DISP-EXPECTED DELIMITED BY SIZE
                 "  actual " DELIMITED BY SIZE
                 TV-DISP-ACTUAL DELIMITED BY SIZE
                 "  pass" DELIMITED BY SIZE
                 INTO VECTOR-REPORT-RECORD
             END-STRING
           ELSE
             ADD 1 TO TV-MISMATCH-COUNT
             MOVE "Y" TO TV-VECTOR-FAILED
             STRING "  wire  " DELIMITED BY SIZE
                 TV-DISP-WIRE DELIMITED BY SIZE
                 "  expected " DELIMITED BY SIZE
                 TV-DISP-EXPECTED DELIMITED BY SIZE
                 "  actual " DELIMITED BY SIZE
                 TV-DISP-ACTUAL DELIMITED BY SIZE
                 "  FAIL" DELIMITED BY SIZE
                 INTO VECTOR-REPORT-RECORD
             END-STRING
           END-IF
           WRITE VECTOR-REPORT-RECORD
         END-PERFORM
         MOVE SPACES TO VECTOR-REPORT-RECORD
         IF TV-VECTOR-FAILED = "Y"
           ADD 1 TO TV-FAIL-COUNT
           MOVE "  result: FAIL" TO VECTOR-REPORT-RECORD
           DISPLAY "vector " FUNCTION TRIM(TV-NAME) ": FAIL"
         ELSE
           MOVE "  result: PASS" TO VECTOR-REPORT-RECORD
         END-IF
         WRITE VECTOR-REPORT-RECORD
         MOVE SPACES TO TV-NAME
         MOVE 0 TO TV-SET-COUNT TV-EXP-COUNT.

       CHECK-EXPECTED-SOLVED.
         MOVE "Y" TO TV-ALL-FOUND
         PERFORM VARYING TV-IDX FROM 1 BY 1 UNTIL TV-IDX > TV-EXP-COUNT
           MOVE TV-EXP-WIRE(TV-IDX) TO LIN-WIRE
           PERFORM FIND-WIRE-VALUE
           IF LIN-HAVE-VALUE NOT = "Y"
             MOVE "N" TO TV-ALL-FOUND
             EXIT PERFORM
           END-IF
         END-PERFORM.

       RUN-FAULT-SIMULATION.
         IF FAULT-CTL-NAME NOT = SPACES
           PERFORM LOAD-FAULT-CONTROL
         END-IF
         IF FLT-MON-COUNT = 0
           MOVE 1 TO FLT-MON-COUNT
           MOVE WIRE-TO-SOLVE TO FLT-MON-WIRE(1)
         END-IF
         PERFORM COMPUTE-WIRE-DEPTHS
         PERFORM BUILD-FAULT-NETLIST
         PERFORM VARYING FLT-MON-IDX FROM 1 BY 1
             UNTIL FLT-MON-IDX > FLT-MON-COUNT
           MOVE FLT-MON-WIRE(FLT-MON-IDX) TO AN-WANT-WIRE
           PERFORM FIND-DEFINING-OP
           IF AN-FOUND-IDX = 0
             DISPLAY "error: monitored wire "
                 FUNCTION TRIM(FLT-MON-WIRE(FLT-MON-IDX))
                 " is not driven by any gate"
             MOVE 2 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE AN-FOUND-IDX TO FLT-MON-OP(FLT-MON-IDX)
         END-PERFORM
         MOVE 0 TO FLT-FAULT-OP
         PERFORM EVALUATE-FAULT-NETLIST
         PERFORM VARYING FLT-MON-IDX FROM 1 BY 1
             UNTIL FLT-MON-IDX > FLT-MON-COUNT
           MOVE FLT-MON-OP(FLT-MON-IDX) TO FLT-OP
           IF FLT-KNOWN(FLT-OP) NOT = "Y"
             DISPLAY "error: unable to solve monitored wire "
                 FUNCTION TRIM(FLT-MON-WIRE(FLT-MON-IDX))
                 " - circular or missing gate definition detected"
             MOVE 1 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE FLT-VAL(FLT-OP) TO FLT-MON-GOOD(FLT-MON-IDX)
         END-PERFORM
         IF FLT-SITE-COUNT = 0
           PERFORM VARYING FLT-OP FROM 1 BY 1
               UNTIL FLT-OP > OPS-LAST-PTR
             IF OP-ACTIVE(FLT-OP) = "Y" AND OP-DEST(FLT-OP) NOT = SPACES
               MOVE OP-DEST(FLT-OP) TO AN-WANT-WIRE
               PERFORM FIND-DEFINING-OP
               IF AN-FOUND-IDX = FLT-OP
                 ADD 1 TO FLT-SITE-COUNT
                 MOVE FLT-OP TO FLT-SITE-OP(FLT-SITE-COUNT)
               END-IF
             END-IF
           END-PERFORM
         END-IF
         OPEN OUTPUT FAULT-DICT-FILE
         MOVE "wire,stuck,status,outputs" TO FAULT-DICT-RECORD
         WRITE FAULT-DICT-RECORD
         MOVE SPACES TO FAULT-DICT-RECORD
         MOVE "-,NONE,GOOD," TO FAULT-DICT-RECORD
         MOVE 13 TO FLT-PTR
         PERFORM VARYING FLT-MON-IDX FROM 1 BY 1
             UNTIL FLT-MON-IDX > FLT-MON-COUNT
           MOVE FLT-MON-GOOD(FLT-MON-IDX) TO DISP-FLT-VALUE
           PERFORM APPEND-FAULT-OUTPUT
         END-PERFORM
         WRITE FAULT-DICT-RECORD
         OPEN OUTPUT FAULT-REPORT-FILE
         PERFORM WRITE-FAULT-REPORT-HEADING
         PERFORM VARYING FLT-SITE-IDX FROM 1 BY 1
             UNTIL FLT-SITE-IDX > FLT-SITE-COUNT
           PERFORM VARYING FLT-STUCK-IDX FROM 1 BY 1
               UNTIL FLT-STUCK-IDX > 2
             PERFORM SIMULATE-ONE-FAULT
           END-PERFORM
         END-PERFORM
         CLOSE FAULT-DICT-FILE
         IF FLT-UNDETECT-COUNT = 0
           MOVE "  (none)" TO FAULT-REPORT-RECORD
           WRITE FAULT-REPORT-RECORD
         END-IF
         IF FLT-FAULT-COUNT > 0
           COMPUTE FLT-COVERAGE ROUNDED =
               FLT-DETECT-COUNT * 100 / FLT-FAULT-COUNT
         ELSE
           MOVE 0 TO FLT-COVERAGE
         END-IF
         MOVE SPACES TO FAULT-REPORT-RECORD
         WRITE FAULT-REPORT-RECORD
         MOVE FLT-SITE-COUNT TO DISP-FLT-COUNT
         MOVE SPACES TO FAULT-REPORT-RECORD
         STRING "fault sites          = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-FLT-COUNT) DELIMITED BY SIZE
             INTO FAULT-REPORT-RECORD
         END-STRING
         WRITE FAULT-REPORT-RECORD
         MOVE FLT-FAULT-COUNT TO DISP-FLT-COUNT
         MOVE SPACES TO FAULT-REPORT-RECORD
         STRING "faults simulated     = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-FLT-COUNT) DELIMITED BY SIZE
             INTO FAULT-REPORT-RECORD
         END-STRING
         WRITE FAULT-REPORT-RECORD
         MOVE FLT-DETECT-COUNT TO DISP-FLT-COUNT
         MOVE SPACES TO FAULT-REPORT-RECORD
         STRING "faults detected      = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-FLT-COUNT) DELIMITED BY SIZE
             INTO FAULT-REPORT-RECORD
         END-STRING
         WRITE FAULT-REPORT-RECORD
         MOVE FLT-UNDETECT-COUNT TO DISP-FLT-COUNT
         MOVE SPACES TO FAULT-REPORT-RECORD
         STRING "faults undetectable  = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-FLT-COUNT) DELIMITED BY SIZE
             INTO FAULT-REPORT-RECORD
         END-STRING
         WRITE FAULT-REPORT-RECORD
         MOVE FLT-COVERAGE TO DISP-FLT-COVERAGE
         MOVE SPACES TO FAULT-REPORT-RECORD
         STRING "fault coverage       = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-FLT-COVERAGE) DELIMITED BY SIZE
             "%" DELIMITED BY SIZE
             INTO FAULT-REPORT-RECORD
         END-STRING
         WRITE FAULT-REPORT-RECORD
         CLOSE FAULT-REPORT-FILE.

       LOAD-FAULT-CONTROL.
         OPEN INPUT FAULT-CTL-FILE
         IF FAULT-CTL-STATUS NOT = "00"
           DISPLAY "error: cannot open fault control file "
               FUNCTION TRIM(FAULT-CTL-NAME)
           MOVE 1 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE "N" TO FAULT-CTL-EOF
         PERFORM UNTIL FAULT-CTL-EOF = "Y"
           READ FAULT-CTL-FILE
             AT END
               MOVE "Y" TO FAULT-CTL-EOF
             NOT AT END
               ADD 1 TO FLT-LINE-NO
               PERFORM PARSE-FAULT-CONTROL
           END-READ
         END-PERFORM
         CLOSE FAULT-CTL-FILE.

       PARSE-FAULT-CONTROL.
         IF FAULT-CTL-RECORD = SPACES OR FAULT-CTL-RECORD(1:1) = "*"
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO FLT-KEY FLT-FIELD1
         UNSTRING FAULT-CTL-RECORD DELIMITED BY ","
           INTO FLT-KEY FLT-FIELD1
         END-UNSTRING
         MOVE FUNCTION TRIM(FLT-KEY) TO FLT-KEY
         MOVE FUNCTION TRIM(FLT-FIELD1) TO FLT-FIELD1
         INSPECT FLT-KEY CONVERTING "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         IF FLT-FIELD1 = SPACES OR FLT-FIELD1(9:) NOT = SPACES
           MOVE "missing or over-long wire name" TO FLT-REASON
           PERFORM REJECT-FAULT-CONTROL
         END-IF
         EVALUATE FLT-KEY
           WHEN "MONITOR"
             IF FLT-MON-COUNT NOT < FLT-MAX-MONITORS
               MOVE "too many MONITOR records (max 16)" TO FLT-REASON
               PERFORM REJECT-FAULT-CONTROL
             END-IF
             ADD 1 TO FLT-MON-COUNT
             MOVE FLT-FIELD1 TO FLT-MON-WIRE(FLT-MON-COUNT)
           WHEN "FAULT"
             MOVE FLT-FIELD1 TO AN-WANT-WIRE
             PERFORM FIND-DEFINING-OP
             IF AN-FOUND-IDX = 0
               MOVE "FAULT wire is not driven by any gate"
                   TO FLT-REASON
               PERFORM REJECT-FAULT-CONTROL
             END-IF
             ADD 1 TO FLT-SITE-COUNT
             MOVE AN-FOUND-IDX TO FLT-SITE-OP(FLT-SITE-COUNT)
           WHEN OTHER
             MOVE "record type must be MONITOR or FAULT" TO FLT-REASON
             PERFORM REJECT-FAULT-CONTROL
         END-EVALUATE.

       REJECT-FAULT-CONTROL.
         MOVE FLT-LINE-NO TO DISP-FLT-LINE
         DISPLAY "error: fault control file line "
             FUNCTION TRIM(DISP-FLT-LINE) ": "
             FUNCTION TRIM(FLT-REASON)
         CLOSE FAULT-CTL-FILE
         MOVE 2 TO RETURN-CODE
         STOP RUN.

       BUILD-FAULT-NETLIST.
         PERFORM VARYING FLT-DEPTH-IDX FROM 1 BY 1
             UNTIL FLT-DEPTH-IDX > OPS-LAST-PTR
           MOVE 0 TO FLT-DEPTH-NEXT(FLT-DEPTH-IDX)
         END-PERFORM
         PERFORM VARYING FLT-OP FROM 1 BY 1 UNTIL FLT-OP > OPS-LAST-PTR
           MOVE "N" TO FLT-KNOWN(FLT-OP)
           MOVE 0 TO FLT-VAL(FLT-OP)
           IF OP-ACTIVE(FLT-OP) = "Y" AND AN-DONE(FLT-OP) = "Y"
             ADD 1 TO FLT-DEPTH-NEXT(AN-DEPTH(FLT-OP))
             MOVE OP-SRC1(FLT-OP) TO AN-WANT-WIRE
             PERFORM RESOLVE-FAULT-SOURCE
             MOVE AN-FOUND-IDX TO FLT-SRC1-OP(FLT-OP)
             MOVE AN-SRC-KNOWN TO FLT-SRC1-OK(FLT-OP)
             MOVE FLT-A TO FLT-SRC1-CONST(FLT-OP)
             MOVE 0 TO FLT-SRC2-OP(FLT-OP) FLT-SRC2-CONST(FLT-OP)
             MOVE "Y" TO FLT-SRC2-OK(FLT-OP)
             IF OP-OPER(FLT-OP) = "AND" OR OP-OPER(FLT-OP) = "OR"
               MOVE OP-SRC2(FLT-OP) TO AN-WANT-WIRE
               PERFORM RESOLVE-FAULT-SOURCE
               MOVE AN-FOUND-IDX TO FLT-SRC2-OP(FLT-OP)
               MOVE AN-SRC-KNOWN TO FLT-SRC2-OK(FLT-OP)
               MOVE FLT-A TO FLT-SRC2-CONST(FLT-OP)
             END-IF
           END-IF
         END-PERFORM
         MOVE 1 TO FLT-DEPTH-SUM
         PERFORM VARYING FLT-DEPTH-IDX FROM 1 BY 1
             UNTIL FLT-DEPTH-IDX > OPS-LAST-PTR
           MOVE FLT-DEPTH-NEXT(FLT-DEPTH-IDX) TO FLT-K
           MOVE FLT-DEPTH-SUM TO FLT-DEPTH-NEXT(FLT-DEPTH-IDX)
           ADD FLT-K TO FLT-DEPTH-SUM
         END-PERFORM
         COMPUTE FLT-ORDER-COUNT = FLT-DEPTH-SUM - 1
         PERFORM VARYING FLT-OP FROM 1 BY 1 UNTIL FLT-OP > OPS-LAST-PTR
           IF OP-ACTIVE(FLT-OP) = "Y" AND AN-DONE(FLT-OP) = "Y"
             MOVE FLT-DEPTH-NEXT(AN-DEPTH(FLT-OP)) TO FLT-K
             MOVE FLT-OP TO FLT-ORDER(FLT-K)
             ADD 1 TO FLT-DEPTH-NEXT(AN-DEPTH(FLT-OP))
           END-IF
         END-PERFORM.

       RESOLVE-FAULT-SOURCE.
         MOVE 0 TO AN-FOUND-IDX
         MOVE 0 TO FLT-A
         MOVE "N" TO AN-SRC-KNOWN
         IF FUNCTION TRIM(AN-WANT-WIRE) IS NUMERIC
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(AN-WANT-WIRE)) TO FLT-A
           MOVE "Y" TO AN-SRC-KNOWN
         ELSE
           PERFORM FIND-DEFINING-OP
         END-IF.

       EVALUATE-FAULT-NETLIST.
         PERFORM VARYING FLT-K FROM 1 BY 1 UNTIL FLT-K > FLT-ORDER-COUNT
           MOVE FLT-ORDER(FLT-K) TO FLT-OP
           IF FLT-OP = FLT-FAULT-OP
             MOVE FLT-FAULT-VALUE TO FLT-VAL(FLT-OP)
             MOVE "Y" TO FLT-KNOWN(FLT-OP)
           ELSE
             PERFORM EVALUATE-FAULT-GATE
           END-IF
         END-PERFORM.

       EVALUATE-FAULT-GATE.
         MOVE "N" TO FLT-KNOWN(FLT-OP)
         IF FLT-SRC1-OP(FLT-OP) > 0
           MOVE FLT-SRC1-OP(FLT-OP) TO FLT-SRC-OP
           IF FLT-KNOWN(FLT-SRC-OP) NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FLT-VAL(FLT-SRC-OP) TO FLT-A
         ELSE
           IF FLT-SRC1-OK(FLT-OP) NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FLT-SRC1-CONST(FLT-OP) TO FLT-A
         END-IF
         IF FLT-SRC2-OP(FLT-OP) > 0
           MOVE FLT-SRC2-OP(FLT-OP) TO FLT-SRC-OP
           IF FLT-KNOWN(FLT-SRC-OP) NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FLT-VAL(FLT-SRC-OP) TO FLT-B
         ELSE
           IF FLT-SRC2-OK(FLT-OP) NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FLT-SRC2-CONST(FLT-OP) TO FLT-B
         END-IF
         EVALUATE FUNCTION TRIM(OP-OPER(FLT-OP))
           WHEN "ASSIGN"
             MOVE FLT-A TO MASKED
           WHEN "NOT"
             COMPUTE UNMASKED = B-NOT FLT-A
             COMPUTE MASKED = UNMASKED B-AND 65535
           WHEN "AND"
             COMPUTE UNMASKED = FLT-A B-AND FLT-B
             COMPUTE MASKED = UNMASKED B-AND 65535
           WHEN "OR"
             COMPUTE UNMASKED = FLT-A B-OR FLT-B
             COMPUTE MASKED = UNMASKED B-AND 65535
           WHEN "LSHIFT"
             IF OP-AMT(FLT-OP) > 16
               MOVE 0 TO MASKED
             ELSE
               COMPUTE FLT-WIDE = FLT-A * (2 ** OP-AMT(FLT-OP))
               COMPUTE MASKED = FUNCTION MOD(FLT-WIDE, 65536)
             END-IF
           WHEN "RSHIFT"
             IF OP-AMT(FLT-OP) > 16
               MOVE 0 TO MASKED
             ELSE
               COMPUTE UNMASKED = FLT-A / (2 ** OP-AMT(FLT-OP))
               COMPUTE MASKED = UNMASKED B-AND 65535
             END-IF
           WHEN OTHER
             EXIT PARAGRAPH
         END-EVALUATE
         MOVE MASKED TO FLT-VAL(FLT-OP)
         MOVE "Y" TO FLT-KNOWN(FLT-OP).

       SIMULATE-ONE-FAULT.
         MOVE FLT-SITE-OP(FLT-SITE-IDX) TO FLT-FAULT-OP
         IF FLT-STUCK-IDX = 1
           MOVE 0 TO FLT-FAULT-VALUE
         ELSE
           MOVE 65535 TO FLT-FAULT-VALUE
         END-IF
         PERFORM EVALUATE-FAULT-NETLIST
         ADD 1 TO FLT-FAULT-COUNT
         MOVE FLT-FAULT-VALUE TO DISP-FLT-STUCK
         MOVE SPACES TO FAULT-DICT-RECORD
         STRING FUNCTION TRIM(OP-DEST(FLT-FAULT-OP)) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(DISP-FLT-STUCK) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             INTO FAULT-DICT-RECORD
         END-STRING
         MOVE "N" TO FLT-DETECTED
         PERFORM VARYING FLT-MON-IDX FROM 1 BY 1
             UNTIL FLT-MON-IDX > FLT-MON-COUNT
           MOVE FLT-MON-OP(FLT-MON-IDX) TO FLT-OP
           IF FLT-VAL(FLT-OP) NOT = FLT-MON-GOOD(FLT-MON-IDX)
             MOVE "Y" TO FLT-DETECTED
           END-IF
         END-PERFORM
         MOVE 1 TO FLT-PTR
         INSPECT FAULT-DICT-RECORD TALLYING FLT-PTR
             FOR CHARACTERS BEFORE INITIAL SPACE
         IF FLT-DETECTED = "Y"
           ADD 1 TO FLT-DETECT-COUNT
           STRING "DETECTED," DELIMITED BY SIZE
               INTO FAULT-DICT-RECORD WITH POINTER FLT-PTR
           END-STRING
           PERFORM VARYING FLT-MON-IDX FROM 1 BY 1
               UNTIL FLT-MON-IDX > FLT-MON-COUNT
             MOVE FLT-MON-OP(FLT-MON-IDX) TO FLT-OP
             IF FLT-VAL(FLT-OP) NOT = FLT-MON-GOOD(FLT-MON-IDX)
               MOVE FLT-VAL(FLT-OP) TO DISP-FLT-VALUE
               PERFORM APPEND-FAULT-OUTPUT
             END-IF
           END-PERFORM
         ELSE
           ADD 1 TO FLT-UNDETECT-COUNT
           STRING "UNDETECTED," DELIMITED BY SIZE
               INTO FAULT-DICT-RECORD WITH POINTER FLT-PTR
           END-STRING
           MOVE SPACES TO FAULT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(OP-DEST(FLT-FAULT-OP)) DELIMITED BY SIZE
               " stuck-at " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FLT-STUCK) DELIMITED BY SIZE
               INTO FAULT-REPORT-RECORD
           END-STRING
           WRITE FAULT-REPORT-RECORD
         END-IF
         WRITE FAULT-DICT-RECORD.

       APPEND-FAULT-OUTPUT.
         IF FAULT-DICT-RECORD(FLT-PTR - 1:1) NOT = ","
           STRING ";" DELIMITED BY SIZE
               INTO FAULT-DICT-RECORD WITH POINTER FLT-PTR
           END-STRING
         END-IF
         STRING FUNCTION TRIM(FLT-MON-WIRE(FLT-MON-IDX))
             DELIMITED BY SIZE
             "=" DELIMITED BY SIZE
             FUNCTION TRIM(DISP-FLT-VALUE) DELIMITED BY SIZE
             INTO FAULT-DICT-RECORD WITH POINTER FLT-PTR
         END-STRING.

       WRITE-FAULT-REPORT-HEADING.
         MOVE "DAY07A stuck-at fault simulation" TO FAULT-REPORT-RECORD
         WRITE FAULT-REPORT-RECORD
         MOVE SPACES TO FAULT-REPORT-RECORD
         STRING "circuit: " DELIMITED BY SIZE
             FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
             INTO FAULT-REPORT-RECORD
         END-STRING
         WRITE FAULT-REPORT-RECORD
         MOVE SPACES TO FAULT-REPORT-RECORD
         WRITE FAULT-REPORT-RECORD
         MOVE "monitored outputs (fault-free value):"
             TO FAULT-REPORT-RECORD
         WRITE FAULT-REPORT-RECORD
         PERFORM VARYING FLT-MON-IDX FROM 1 BY 1
             UNTIL FLT-MON-IDX > FLT-MON-COUNT
           MOVE FLT-MON-GOOD(FLT-MON-IDX) TO DISP-FLT-VALUE
           MOVE SPACES TO FAULT-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(FLT-MON-WIRE(FLT-MON-IDX))
               DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FLT-VALUE) DELIMITED BY SIZE
               INTO FAULT-REPORT-RECORD
           END-STRING
           WRITE FAULT-REPORT-RECORD
         END-PERFORM
         MOVE SPACES TO FAULT-REPORT-RECORD
         WRITE FAULT-REPORT-RECORD
         MOVE "faults undetectable at the monitored outputs:"
             TO FAULT-REPORT-RECORD
         WRITE FAULT-REPORT-RECORD.

       RUN-GATE-BOM.
         PERFORM LOAD-GATE-COSTS
         MOVE SPACES TO BOM-BLK-NAME(1)
         MOVE 1 TO BOM-SIDE-IDX
         PERFORM TALLY-GATE-BOM
         IF BOM-BASE-NAME NOT = SPACES
           MOVE "Y" TO BOM-COMPARE
           PERFORM LOAD-BASELINE-CIRCUIT
           MOVE 2 TO BOM-SIDE-IDX
           PERFORM TALLY-GATE-BOM
         END-IF
         PERFORM VARYING BOM-TYPE-IDX FROM 1 BY 1
             UNTIL BOM-TYPE-IDX > 6
           IF BOM-PRICED(BOM-TYPE-IDX) NOT = "Y"
               AND (BOM-QTY(1, BOM-TYPE-IDX) > 0
                 OR BOM-QTY(2, BOM-TYPE-IDX) > 0)
             DISPLAY "error: no unit cost for gate type "
                 FUNCTION TRIM(BOM-TYPE-NAME(BOM-TYPE-IDX))
                 " in GATECOST.CTL"
             MOVE 2 TO RETURN-CODE
             STOP RUN
           END-IF
         END-PERFORM
         PERFORM PRICE-GATE-BOM
         PERFORM WRITE-GATE-BOM.

       LOAD-GATE-COSTS.
         PERFORM VARYING BOM-TYPE-IDX FROM 1 BY 1
             UNTIL BOM-TYPE-IDX > 6
           MOVE 0 TO BOM-UNIT-COST(BOM-TYPE-IDX)
           MOVE "N" TO BOM-PRICED(BOM-TYPE-IDX)
         END-PERFORM
         OPEN INPUT GATECOST-FILE
         IF GATECOST-STATUS NOT = "00"
           DISPLAY "error: component cost file GATECOST.CTL "
               "is not available (status " GATECOST-STATUS ")"
           MOVE 1 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE "N" TO GATECOST-EOF
         PERFORM UNTIL GATECOST-EOF = "Y"
           READ GATECOST-FILE
             AT END
               MOVE "Y" TO GATECOST-EOF
             NOT AT END
               ADD 1 TO BOM-LINE-NO
               PERFORM PARSE-GATE-COST
           END-READ
         END-PERFORM
         CLOSE GATECOST-FILE.

       PARSE-GATE-COST.
         IF GATECOST-RECORD = SPACES OR GATECOST-RECORD(1:1) = "*"
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO BOM-TYPE-TEXT BOM-COST-TEXT
         UNSTRING GATECOST-RECORD DELIMITED BY ","
           INTO BOM-TYPE-TEXT BOM-COST-TEXT
         END-UNSTRING
         MOVE FUNCTION TRIM(BOM-TYPE-TEXT) TO BOM-TYPE-TEXT
         MOVE FUNCTION TRIM(BOM-COST-TEXT) TO BOM-COST-TEXT
         INSPECT BOM-TYPE-TEXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         MOVE 0 TO BOM-TYPE-FOUND
         PERFORM VARYING BOM-TYPE-IDX FROM 1 BY 1
             UNTIL BOM-TYPE-IDX > 6
           IF BOM-TYPE-TEXT = BOM-TYPE-NAME(BOM-TYPE-IDX)
             MOVE BOM-TYPE-IDX TO BOM-TYPE-FOUND
           END-IF
         END-PERFORM
         IF BOM-TYPE-FOUND = 0
           MOVE "gate type not AND/OR/NOT/LSHIFT/RSHIFT/ASSIGN"
               TO BOM-REASON
           PERFORM REJECT-GATE-COST
         END-IF
         IF BOM-PRICED(BOM-TYPE-FOUND) = "Y"
           MOVE "duplicate gate type" TO BOM-REASON
           PERFORM REJECT-GATE-COST
         END-IF
         MOVE BOM-COST-TEXT TO BOM-COST-CHECK
         INSPECT BOM-COST-CHECK REPLACING FIRST "." BY "0"
         IF BOM-COST-TEXT = SPACES
             OR FUNCTION TRIM(BOM-COST-CHECK) IS NOT NUMERIC
           MOVE "unit cost is not a number" TO BOM-REASON
           PERFORM REJECT-GATE-COST
         END-IF
         MOVE FUNCTION NUMVAL(BOM-COST-TEXT)
             TO BOM-UNIT-COST(BOM-TYPE-FOUND)
         MOVE "Y" TO BOM-PRICED(BOM-TYPE-FOUND).

       REJECT-GATE-COST.
         MOVE BOM-LINE-NO TO DISP-BOM-LINE
         DISPLAY "error: GATECOST.CTL line "
             FUNCTION TRIM(DISP-BOM-LINE) ": "
             FUNCTION TRIM(BOM-REASON)
         CLOSE GATECOST-FILE
         MOVE 2 TO RETURN-CODE
         STOP RUN.

       LOAD-BASELINE-CIRCUIT.
         OPEN INPUT BASELINE-FILE
         IF BASELINE-STATUS NOT = "00"
           DISPLAY "error: cannot open baseline circuit "
               FUNCTION TRIM(BOM-BASE-NAME)
           MOVE 1 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM VARYING BOM-OP-IDX FROM 1 BY 1
             UNTIL BOM-OP-IDX > OPS-LAST-PTR
           MOVE SPACES TO OP-OPER(BOM-OP-IDX)
           MOVE "Y" TO OP-ACTIVE(BOM-OP-IDX)
         END-PERFORM
         MOVE 0 TO OPS-LAST-PTR
         MOVE "N" TO BASELINE-EOF
         PERFORM UNTIL BASELINE-EOF = "Y"
           READ BASELINE-FILE
             AT END
               MOVE "Y" TO BASELINE-EOF
             NOT AT END
               MOVE BASELINE-RECORD TO INPUT-RECORD
               IF INPUT-RECORD(1:7) NOT = "TRAILER"
                 IF INPUT-RECORD(1:8) = "INCLUDE "
                   PERFORM EXPAND-INCLUDE-RECORD
                 ELSE
                   PERFORM PARSE-LINE
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE BASELINE-FILE.

       TALLY-GATE-BOM.
         PERFORM VARYING BOM-OP-IDX FROM 1 BY 1
             UNTIL BOM-OP-IDX > OPS-LAST-PTR
           IF OP-ACTIVE(BOM-OP-IDX) = "Y"
             MOVE 0 TO BOM-TYPE-FOUND
             PERFORM VARYING BOM-TYPE-IDX FROM 1 BY 1
                 UNTIL BOM-TYPE-IDX > 6
               IF OP-OPER(BOM-OP-IDX) = BOM-TYPE-NAME(BOM-TYPE-IDX)
                 MOVE BOM-TYPE-IDX TO BOM-TYPE-FOUND
               END-IF
             END-PERFORM
             IF BOM-TYPE-FOUND > 0
               PERFORM FIND-BOM-BLOCK
               ADD 1 TO BOM-QTY(BOM-SIDE-IDX, BOM-TYPE-FOUND)
               ADD 1 TO BOM-GATES(BOM-SIDE-IDX)
               ADD 1 TO BOM-BLK-QTY(BOM-BLK-FOUND, BOM-SIDE-IDX,
                   BOM-TYPE-FOUND)
               ADD 1 TO BOM-BLK-GATES(BOM-BLK-FOUND, BOM-SIDE-IDX)
             END-IF
           END-IF
         END-PERFORM.

       FIND-BOM-BLOCK.
         MOVE 0 TO BOM-BLK-FOUND
         PERFORM VARYING BOM-BLK-IDX FROM 1 BY 1
             UNTIL BOM-BLK-IDX > BOM-BLK-COUNT
           IF BOM-BLK-NAME(BOM-BLK-IDX) = OP-BLOCK(BOM-OP-IDX)
             MOVE BOM-BLK-IDX TO BOM-BLK-FOUND
             EXIT PERFORM
           END-IF
         END-PERFORM
         IF BOM-BLK-FOUND = 0
           IF BOM-BLK-COUNT NOT < BOM-MAX-BLOCKS
             DISPLAY "error: too many sub-circuit blocks (max "
                 FUNCTION TRIM(BOM-MAX-BLOCKS) ")"
             MOVE 1 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO BOM-BLK-COUNT
           MOVE BOM-BLK-COUNT TO BOM-BLK-FOUND
           MOVE OP-BLOCK(BOM-OP-IDX) TO BOM-BLK-NAME(BOM-BLK-FOUND)
         END-IF
         IF OP-INCL-SEQ(BOM-OP-IDX) > 0
             AND OP-INCL-SEQ(BOM-OP-IDX) NOT =
               BOM-BLK-LAST-SEQ(BOM-BLK-FOUND)
           ADD 1 TO BOM-BLK-USES(BOM-BLK-FOUND, BOM-SIDE-IDX)
           MOVE OP-INCL-SEQ(BOM-OP-IDX)
               TO BOM-BLK-LAST-SEQ(BOM-BLK-FOUND)
         END-IF.

       PRICE-GATE-BOM.
         PERFORM VARYING BOM-SIDE-IDX FROM 1 BY 1
             UNTIL BOM-SIDE-IDX > 2
           PERFORM VARYING BOM-TYPE-IDX FROM 1 BY 1
               UNTIL BOM-TYPE-IDX > 6
             COMPUTE BOM-COST(BOM-SIDE-IDX) ROUNDED =
                 BOM-COST(BOM-SIDE-IDX)
                 + BOM-QTY(BOM-SIDE-IDX, BOM-TYPE-IDX)
                 * BOM-UNIT-COST(BOM-TYPE-IDX)
             PERFORM VARYING BOM-BLK-IDX FROM 1 BY 1
                 UNTIL BOM-BLK-IDX > BOM-BLK-COUNT
               COMPUTE BOM-BLK-COST(BOM-BLK-IDX, BOM-SIDE-IDX)
                   ROUNDED =
                   BOM-BLK-COST(BOM-BLK-IDX, BOM-SIDE-IDX)
                   + BOM-BLK-QTY(BOM-BLK-IDX, BOM-SIDE-IDX,
                     BOM-TYPE-IDX)
                   * BOM-UNIT-COST(BOM-TYPE-IDX)
             END-PERFORM
           END-PERFORM
         END-PERFORM.

       WRITE-GATE-BOM.
         OPEN OUTPUT BOM-FILE
         MOVE "DAY07A gate bill of materials" TO BOM-RECORD
         WRITE BOM-RECORD
         MOVE SPACES TO BOM-RECORD
         STRING "circuit: " DELIMITED BY SIZE
             FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD
         IF PATCH-WANTED = "Y"
           MOVE SPACES TO BOM-RECORD
           STRING "patch:   " DELIMITED BY SIZE
               FUNCTION TRIM(PATCH-NAME) DELIMITED BY SIZE
               INTO BOM-RECORD
           END-STRING
           WRITE BOM-RECORD
         END-IF
         MOVE "component costs: GATECOST.CTL" TO BOM-RECORD
         WRITE BOM-RECORD
         MOVE SPACES TO BOM-RECORD
         WRITE BOM-RECORD
         MOVE "gate type      quantity     unit cost     extended cost"
             TO BOM-RECORD
         WRITE BOM-RECORD
         PERFORM VARYING BOM-TYPE-IDX FROM 1 BY 1
             UNTIL BOM-TYPE-IDX > 6
           MOVE BOM-QTY(1, BOM-TYPE-IDX) TO DISP-BOM-QTY
           MOVE BOM-UNIT-COST(BOM-TYPE-IDX) TO DISP-BOM-UNIT
           COMPUTE BOM-EXTENDED ROUNDED = BOM-QTY(1, BOM-TYPE-IDX)
               * BOM-UNIT-COST(BOM-TYPE-IDX)
           MOVE BOM-EXTENDED TO DISP-BOM-COST
           MOVE SPACES TO BOM-RECORD
           STRING BOM-TYPE-NAME(BOM-TYPE-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               DISP-BOM-QTY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               DISP-BOM-UNIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               DISP-BOM-COST DELIMITED BY SIZE
               INTO BOM-RECORD
           END-STRING
           WRITE BOM-RECORD
         END-PERFORM
         MOVE BOM-GATES(1) TO DISP-BOM-QTY
         MOVE BOM-COST(1) TO DISP-BOM-COST
         MOVE SPACES TO BOM-RECORD
         STRING "total       " DELIMITED BY SIZE
             DISP-BOM-QTY DELIMITED BY SIZE
             "                  " DELIMITED BY SIZE
             DISP-BOM-COST DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD
         MOVE SPACES TO BOM-RECORD
         WRITE BOM-RECORD
         MOVE 1 TO BOM-SIDE-IDX
         PERFORM WRITE-BOM-BLOCK-TABLE
         IF BOM-COMPARE = "Y"
           PERFORM WRITE-BOM-CHANGE
         END-IF
         CLOSE BOM-FILE.

       WRITE-BOM-BLOCK-TABLE.
         MOVE SPACES TO BOM-RECORD
         STRING "by block            " DELIMITED BY SIZE
             "    AND     OR    NOT LSHIFT RSHIFT ASSIGN"
             DELIMITED BY SIZE
             "   gates          cost" DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD
         PERFORM VARYING BOM-BLK-IDX FROM 1 BY 1
             UNTIL BOM-BLK-IDX > BOM-BLK-COUNT
           IF BOM-BLK-GATES(BOM-BLK-IDX, BOM-SIDE-IDX) > 0
             PERFORM BUILD-BOM-BLOCK-LABEL
             MOVE BOM-LABEL TO BOM-D-LABEL
             PERFORM VARYING BOM-TYPE-IDX FROM 1 BY 1
                 UNTIL BOM-TYPE-IDX > 6
               MOVE BOM-BLK-QTY(BOM-BLK-IDX, BOM-SIDE-IDX,
                   BOM-TYPE-IDX) TO BOM-D-QTY(BOM-TYPE-IDX)
             END-PERFORM
             MOVE BOM-BLK-GATES(BOM-BLK-IDX, BOM-SIDE-IDX)
                 TO BOM-D-GATES
             MOVE BOM-BLK-COST(BOM-BLK-IDX, BOM-SIDE-IDX)
                 TO BOM-D-COST
             MOVE BOM-DETAIL-LINE TO BOM-RECORD
             WRITE BOM-RECORD
           END-IF
         END-PERFORM.

       BUILD-BOM-BLOCK-LABEL.
         MOVE SPACES TO BOM-LABEL
         IF BOM-BLK-NAME(BOM-BLK-IDX) = SPACES
           MOVE "(top level)" TO BOM-LABEL
         ELSE
           MOVE BOM-BLK-USES(BOM-BLK-IDX, BOM-SIDE-IDX)
               TO DISP-BOM-USES
           STRING FUNCTION TRIM(BOM-BLK-NAME(BOM-BLK-IDX))
               DELIMITED BY SIZE
               " x" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BOM-USES) DELIMITED BY SIZE
               INTO BOM-LABEL
           END-STRING
         END-IF.

       WRITE-BOM-CHANGE.
         MOVE SPACES TO BOM-RECORD
         WRITE BOM-RECORD
         MOVE SPACES TO BOM-RECORD
         STRING "engineering change against baseline " DELIMITED BY SIZE
             FUNCTION TRIM(BOM-BASE-NAME) DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD
         MOVE SPACES TO BOM-RECORD
         WRITE BOM-RECORD
         MOVE 2 TO BOM-SIDE-IDX
         PERFORM WRITE-BOM-BLOCK-TABLE
         MOVE SPACES TO BOM-RECORD
         WRITE BOM-RECORD
         MOVE SPACES TO BOM-RECORD
         STRING "gate type      baseline   revised    change"
             DELIMITED BY SIZE
             "     cost change" DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD
         PERFORM VARYING BOM-TYPE-IDX FROM 1 BY 1
             UNTIL BOM-TYPE-IDX > 6
           MOVE BOM-QTY(2, BOM-TYPE-IDX) TO DISP-BOM-QTY
           MOVE DISP-BOM-QTY TO BOM-LABEL
           MOVE BOM-QTY(1, BOM-TYPE-IDX) TO DISP-BOM-QTY
           COMPUTE BOM-QTY-DIFF = BOM-QTY(1, BOM-TYPE-IDX)
               - BOM-QTY(2, BOM-TYPE-IDX)
           MOVE BOM-QTY-DIFF TO DISP-BOM-DIFF
           COMPUTE BOM-COST-DIFF ROUNDED = BOM-QTY-DIFF
               * BOM-UNIT-COST(BOM-TYPE-IDX)
           MOVE BOM-COST-DIFF TO DISP-BOM-COST-DIFF
           MOVE SPACES TO BOM-RECORD
           STRING BOM-TYPE-NAME(BOM-TYPE-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               BOM-LABEL(1:6) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               DISP-BOM-QTY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               DISP-BOM-DIFF DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DISP-BOM-COST-DIFF DELIMITED BY SIZE
               INTO BOM-RECORD
           END-STRING
           WRITE BOM-RECORD
         END-PERFORM
         MOVE BOM-GATES(2) TO DISP-BOM-QTY
         MOVE DISP-BOM-QTY TO BOM-LABEL
         MOVE BOM-GATES(1) TO DISP-BOM-QTY
         COMPUTE BOM-QTY-DIFF = BOM-GATES(1) - BOM-GATES(2)
         MOVE BOM-QTY-DIFF TO DISP-BOM-DIFF
         COMPUTE BOM-COST-DIFF = BOM-COST(1) - BOM-COST(2)
         MOVE BOM-COST-DIFF TO DISP-BOM-COST-DIFF
         MOVE SPACES TO BOM-RECORD
         STRING "total       " DELIMITED BY SIZE
             BOM-LABEL(1:6) DELIMITED BY SIZE
             "    " DELIMITED BY SIZE
             DISP-BOM-QTY DELIMITED BY SIZE
             "    " DELIMITED BY SIZE
             DISP-BOM-DIFF DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             DISP-BOM-COST-DIFF DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD
         MOVE BOM-COST(2) TO DISP-BOM-COST
         MOVE SPACES TO BOM-RECORD
         STRING "baseline component cost = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-BOM-COST) DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD
         MOVE BOM-COST(1) TO DISP-BOM-COST
         MOVE SPACES TO BOM-RECORD
         STRING "revised component cost  = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-BOM-COST) DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD
         MOVE SPACES TO BOM-RECORD
         STRING "engineering change cost = " DELIMITED BY SIZE
             FUNCTION TRIM(DISP-BOM-COST-DIFF) DELIMITED BY SIZE
             INTO BOM-RECORD
         END-STRING
         WRITE BOM-RECORD.

       WRITE-LINEAGE-REPORT.
         DISPLAY "derivation of wire "
             FUNCTION TRIM(WIRE-TO-SOLVE) ":"
