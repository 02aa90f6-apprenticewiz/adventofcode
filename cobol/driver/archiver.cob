           FILE STATUS IS RESULT-ARC-STATUS.
       SELECT ARCHIVE-RPT-FILE ASSIGN TO "ARCHIVE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY HOLDSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FD ARCHIVE-RPT-FILE.
       01 ARCHIVE-RPT-RECORD   PIC X(96).

       COPY HOLDFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY HOLDWS.
       77 CUTOFF-DATE          PIC X(10).
       77 TRAIL-KEEP-NAME      PIC X(72).
       77 RESULT-IN-NAME       PIC X(64) VALUE "RESULTS.CSV".
       77 DISP-READ            PIC Z(8).
       77 DISP-KEEP            PIC Z(8).
       77 DISP-ARC             PIC Z(8).
       77 TRAIL-HELD-COUNT     PIC 9(8) VALUE 0.
       77 RESULT-HELD-COUNT    PIC 9(8) VALUE 0.
       77 TRAIL-HOLD-REACHED   PIC X(1) VALUE "N".
       77 TRAIL-CHAIN-KEPT     PIC 9(8) VALUE 0.
       77 HELD-LISTED          PIC 9(4) VALUE 0.
       77 HELD-IDX             PIC 9(4).
       77 MAX-HELD-LISTED      PIC 9(4) VALUE 500.
       77 HELD-SOURCE          PIC X(12).
       77 DISP-HELD            PIC Z(7)9.
       77 DISP-HELD-2          PIC Z(7)9.
       77 BALANCE-BAD          PIC X(1) VALUE "N".
       77 AUDIT-SUMMARY        PIC X(20).
       01 HELD-ITEM-TABLE.
          05 HELD-ITEM OCCURS 500 TIMES PIC X(96).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           INTO RESULT-ARC-NAME
       END-STRING

       PERFORM LOAD-LEGAL-HOLDS
       IF ACTIVE-HOLD-COUNT > 0
           MOVE ACTIVE-HOLD-COUNT TO DISP-HELD
           DISPLAY "legal holds in force = " FUNCTION TRIM(DISP-HELD)
       END-IF

       PERFORM SPLIT-AUDIT-TRAIL
       PERFORM SPLIT-RESULTS-CSV
       PERFORM WRITE-ARCHIVAL-REPORT
                   NOT AT END
                     ADD 1 TO TRAIL-READ-COUNT
                     PERFORM EXTRACT-TRAIL-DATE
                     MOVE 0 TO HOLD-HIT-IDX
                     IF REC-DATE < CUTOFF-DATE
                         PERFORM CHECK-TRAIL-UNDER-HOLD
                         IF HOLD-HIT-IDX > 0
                             MOVE "Y" TO TRAIL-HOLD-REACHED
                         END-IF
                         IF HOLD-HIT-IDX = 0
                             AND TRAIL-HOLD-REACHED = "Y"
                             ADD 1 TO TRAIL-CHAIN-KEPT
                         END-IF
                     END-IF
                     IF REC-DATE < CUTOFF-DATE
                         AND TRAIL-HOLD-REACHED = "N"
                         ADD 1 TO TRAIL-ARC-COUNT
                         MOVE TRAIL-IN-RECORD TO TRAIL-ARC-RECORD
                         WRITE TRAIL-ARC-RECORD
               CLOSE TRAIL-IN-FILE
               CLOSE TRAIL-KEEP-FILE
               CLOSE TRAIL-ARC-FILE
               IF TRAIL-CHAIN-KEPT > 0
                   MOVE TRAIL-CHAIN-KEPT TO DISP-HELD
                   DISPLAY "note: " FUNCTION TRIM(DISP-HELD)
                       " AUDIT.TRL lines after the first held line "
                       "kept live to preserve the chain"
               END-IF
           END-IF.

       EXTRACT-TRAIL-DATE.
                     UNSTRING RESULT-IN-RECORD DELIMITED BY ","
                         INTO CSV-PROGRAM-PART REC-DATE
                     END-UNSTRING
                     MOVE 0 TO HOLD-HIT-IDX
                     IF REC-DATE < CUTOFF-DATE
                         PERFORM CHECK-RESULT-UNDER-HOLD
                     END-IF
                     IF REC-DATE < CUTOFF-DATE
                         AND HOLD-HIT-IDX = 0
                         ADD 1 TO RESULT-ARC-COUNT
                         MOVE RESULT-IN-RECORD TO RESULT-ARC-RECORD
                         WRITE RESULT-ARC-RECORD
               RESULT-KEEP-COUNT + RESULT-ARC-COUNT
               MOVE "Y" TO BALANCE-BAD
           END-IF
           IF TRAIL-HELD-COUNT + RESULT-HELD-COUNT > 0
               PERFORM WRITE-HELD-ITEM-LINES
           END-IF
           MOVE SPACES TO ARCHIVE-RPT-RECORD
           IF BALANCE-BAD = "Y"
               MOVE "counts OUT OF BALANCE" TO ARCHIVE-RPT-RECORD
           WRITE ARCHIVE-RPT-RECORD
           DISPLAY FUNCTION TRIM(ARCHIVE-RPT-RECORD).

       WRITE-HELD-ITEM-LINES.
           MOVE TRAIL-HELD-COUNT TO DISP-HELD
           MOVE RESULT-HELD-COUNT TO DISP-HELD-2
           MOVE SPACES TO ARCHIVE-RPT-RECORD
           STRING "kept under legal hold: AUDIT.TRL=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HELD) DELIMITED BY SIZE
               " RESULTS.CSV=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HELD-2) DELIMITED BY SIZE
               INTO ARCHIVE-RPT-RECORD
           END-STRING
           WRITE ARCHIVE-RPT-RECORD
           DISPLAY FUNCTION TRIM(ARCHIVE-RPT-RECORD)
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-LISTED
             MOVE HELD-ITEM(HELD-IDX) TO ARCHIVE-RPT-RECORD
             WRITE ARCHIVE-RPT-RECORD
           END-PERFORM
           IF TRAIL-HELD-COUNT + RESULT-HELD-COUNT > HELD-LISTED
               COMPUTE DISP-HELD = TRAIL-HELD-COUNT
                   + RESULT-HELD-COUNT - HELD-LISTED
               MOVE SPACES TO ARCHIVE-RPT-RECORD
               STRING "  ... and " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-HELD) DELIMITED BY SIZE
                   " more held records not listed" DELIMITED BY SIZE
                   INTO ARCHIVE-RPT-RECORD
               END-STRING
               WRITE ARCHIVE-RPT-RECORD
           END-IF.

       CHECK-TRAIL-UNDER-HOLD.
           IF ACTIVE-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "LINE" TO HOLD-ITEM-KIND
           MOVE SPACES TO HOLD-ITEM-PROGRAM
           UNSTRING TRAIL-IN-RECORD DELIMITED BY " "
               INTO HOLD-ITEM-PROGRAM
           END-UNSTRING
           MOVE REC-DATE TO HOLD-ITEM-DATE
           MOVE TRAIL-IN-RECORD TO HOLD-ITEM-TEXT
           PERFORM CHECK-LEGAL-HOLD
           IF HOLD-HIT-IDX > 0
               ADD 1 TO TRAIL-HELD-COUNT
               MOVE "AUDIT.TRL" TO HELD-SOURCE
               PERFORM NOTE-HELD-ITEM
           END-IF.

       CHECK-RESULT-UNDER-HOLD.
           IF ACTIVE-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "LINE" TO HOLD-ITEM-KIND
           MOVE CSV-PROGRAM-PART TO HOLD-ITEM-PROGRAM
           MOVE REC-DATE TO HOLD-ITEM-DATE
           MOVE RESULT-IN-RECORD TO HOLD-ITEM-TEXT
           PERFORM CHECK-LEGAL-HOLD
           IF HOLD-HIT-IDX > 0
               ADD 1 TO RESULT-HELD-COUNT
               MOVE "RESULTS.CSV" TO HELD-SOURCE
               PERFORM NOTE-HELD-ITEM
           END-IF.

       NOTE-HELD-ITEM.
           IF HELD-LISTED >= MAX-HELD-LISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HELD-LISTED
           MOVE HOLD-HIT-IDX TO HOLD-IDX
           PERFORM DESCRIBE-LEGAL-HOLD
           MOVE SPACES TO HELD-ITEM(HELD-LISTED)
           STRING "  held: " DELIMITED BY SIZE
               FUNCTION TRIM(HELD-SOURCE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HOLD-ITEM-PROGRAM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HOLD-ITEM-DATE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(HOLD-DESCRIPTION) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO HELD-ITEM(HELD-LISTED)
           END-STRING.

       SWAP-LIVE-FILES.
           IF BALANCE-BAD = "Y"
               DISPLAY "live files left untouched"
               END-IF
           END-IF.

       COPY HOLDPARA.

       COPY AUDITPARA.
