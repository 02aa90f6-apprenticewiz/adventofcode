           FILE STATUS IS HIST-ARC-STATUS.
       SELECT PURGE-RPT-FILE ASSIGN TO "RUNHPURG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY HOLDSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FD PURGE-RPT-FILE.
       01 PURGE-RPT-RECORD     PIC X(96).

       COPY HOLDFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY HOLDWS.
       77 CUTOFF-DATE          PIC X(10).
       77 NEWHIST-STATUS       PIC X(2).
       77 NEWHIST-NAME         PIC X(72).
       77 DISP-READ            PIC Z(8).
       77 DISP-KEEP            PIC Z(8).
       77 DISP-ARC             PIC Z(8).
       77 HIST-HELD-COUNT      PIC 9(8) VALUE 0.
       77 HELD-LISTED          PIC 9(4) VALUE 0.
       77 HELD-IDX             PIC 9(4).
       77 MAX-HELD-LISTED      PIC 9(4) VALUE 500.
       77 DISP-HELD            PIC Z(7)9.
       77 DISP-HIST-SEQ        PIC Z(4).
       77 DISP-HIST-RC         PIC Z(4).
       77 BALANCE-BAD          PIC X(1) VALUE "N".
       77 AUDIT-SUMMARY        PIC X(20).
       01 HELD-ITEM-TABLE.
          05 HELD-ITEM OCCURS 500 TIMES PIC X(96).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           INTO HIST-ARC-NAME
       END-STRING

       PERFORM LOAD-LEGAL-HOLDS
       IF ACTIVE-HOLD-COUNT > 0
           MOVE ACTIVE-HOLD-COUNT TO DISP-HELD
           DISPLAY "legal holds in force = " FUNCTION TRIM(DISP-HELD)
       END-IF

       PERFORM SPLIT-RUN-HISTORY
       PERFORM WRITE-PURGE-REPORT
       PERFORM SWAP-LIVE-MASTER
                 MOVE "Y" TO HIST-EOF
               NOT AT END
                 ADD 1 TO HIST-READ-COUNT
                 MOVE 0 TO HOLD-HIT-IDX
                 IF RUNHIST-DATE < CUTOFF-DATE
                     PERFORM CHECK-HISTORY-UNDER-HOLD
                 END-IF
                 IF RUNHIST-DATE < CUTOFF-DATE
                     AND HOLD-HIT-IDX = 0
                     ADD 1 TO HIST-ARC-COUNT
                     PERFORM WRITE-ARCHIVE-RECORD
                 ELSE
           END-STRING
           WRITE PURGE-RPT-RECORD
           DISPLAY FUNCTION TRIM(PURGE-RPT-RECORD)
           IF HIST-HELD-COUNT > 0
               PERFORM WRITE-HELD-ITEM-LINES
           END-IF
           IF HIST-READ-COUNT NOT =
               HIST-KEEP-COUNT + HIST-ARC-COUNT
               MOVE "Y" TO BALANCE-BAD
           WRITE PURGE-RPT-RECORD
           CLOSE PURGE-RPT-FILE.

       WRITE-HELD-ITEM-LINES.
           MOVE HIST-HELD-COUNT TO DISP-HELD
           MOVE SPACES TO PURGE-RPT-RECORD
           STRING "kept under legal hold = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HELD) DELIMITED BY SIZE
               INTO PURGE-RPT-RECORD
           END-STRING
           WRITE PURGE-RPT-RECORD
           DISPLAY FUNCTION TRIM(PURGE-RPT-RECORD)
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-LISTED
             MOVE HELD-ITEM(HELD-IDX) TO PURGE-RPT-RECORD
             WRITE PURGE-RPT-RECORD
           END-PERFORM
           IF HIST-HELD-COUNT > HELD-LISTED
               COMPUTE DISP-HELD = HIST-HELD-COUNT - HELD-LISTED
               MOVE SPACES TO PURGE-RPT-RECORD
               STRING "  ... and " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-HELD) DELIMITED BY SIZE
                   " more held records not listed" DELIMITED BY SIZE
                   INTO PURGE-RPT-RECORD
               END-STRING
               WRITE PURGE-RPT-RECORD
           END-IF.

       CHECK-HISTORY-UNDER-HOLD.
           IF ACTIVE-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "LINE" TO HOLD-ITEM-KIND
           MOVE RUNHIST-PROGRAM TO HOLD-ITEM-PROGRAM
           MOVE RUNHIST-DATE TO HOLD-ITEM-DATE
           MOVE SPACES TO HOLD-ITEM-TEXT
           STRING FUNCTION TRIM(RUNHIST-FILE-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RUNHIST-RESULT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RUNHIST-RUN-ID) DELIMITED BY SIZE
               INTO HOLD-ITEM-TEXT
           END-STRING
           PERFORM CHECK-LEGAL-HOLD
           IF HOLD-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HIST-HELD-COUNT
           IF HELD-LISTED >= MAX-HELD-LISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HELD-LISTED
           MOVE HOLD-HIT-IDX TO HOLD-IDX
           PERFORM DESCRIBE-LEGAL-HOLD
           MOVE RUNHIST-SEQ TO DISP-HIST-SEQ
           MOVE SPACES TO HELD-ITEM(HELD-LISTED)
           STRING "  held: " DELIMITED BY SIZE
               FUNCTION TRIM(RUNHIST-PROGRAM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUNHIST-DATE DELIMITED BY SIZE
               " seq=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HIST-SEQ) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(HOLD-DESCRIPTION) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO HELD-ITEM(HELD-LISTED)
           END-STRING.

       SWAP-LIVE-MASTER.
           IF BALANCE-BAD = "Y"
               DISPLAY "live master left untouched"
               END-IF
           END-IF.

       COPY HOLDPARA.

       COPY AUDITPARA.
