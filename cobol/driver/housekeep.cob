           FILE STATUS IS MATCH-STATUS.
       SELECT ACTION-RPT-FILE ASSIGN TO "HOUSEKEEP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY HOLDSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FD ACTION-RPT-FILE.
       01 ACTION-RPT-RECORD    PIC X(132).

       COPY HOLDFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY HOLDWS.
       77 RETAIN-CTL-STATUS    PIC X(2).
       77 MATCH-STATUS         PIC X(2).
       77 CTL-EOF              PIC X(1).
       77 MATCH-NAME           PIC X(256).
       77 ARCHIVED-COUNT       PIC 9(6) VALUE 0.
       77 DELETED-COUNT        PIC 9(6) VALUE 0.
       77 HELD-COUNT           PIC 9(6) VALUE 0.
       77 DISP-ARCHIVED        PIC Z(6).
       77 DISP-DELETED         PIC Z(6).
       77 DISP-HELD            PIC Z(5)9.
       77 DISP-YEAR            PIC 9(4).
       77 DISP-MONTH           PIC 9(2).
       77 DISP-DAY             PIC 9(2).
       77 AUDIT-SUMMARY        PIC X(20).
       01 CHECK-FILE-INFO.
          05 CHECK-FILE-SIZE   PIC X(8) COMP-X.
          05 CHECK-FILE-DATE.
             10 CHECK-FDAY     PIC X COMP-X.
             10 CHECK-FMONTH   PIC X COMP-X.
             10 CHECK-FYEAR    PIC X(2) COMP-X.
          05 CHECK-FILE-TIME.
             10 CHECK-FHOUR    PIC X COMP-X.
             10 CHECK-FMIN     PIC X COMP-X.
             10 CHECK-FSEC     PIC X COMP-X.
             10 CHECK-FHSEC    PIC X COMP-X.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
       MOVE "housekeeping action report" TO ACTION-RPT-RECORD
       WRITE ACTION-RPT-RECORD

       PERFORM LOAD-LEGAL-HOLDS
       IF ACTIVE-HOLD-COUNT > 0
           MOVE ACTIVE-HOLD-COUNT TO DISP-HELD
           DISPLAY "legal holds in force = " FUNCTION TRIM(DISP-HELD)
       END-IF

       MOVE "N" TO CTL-EOF
       OPEN INPUT RETAIN-CTL-FILE
       IF RETAIN-CTL-STATUS NOT = "00"
           FUNCTION TRIM(DISP-DELETED) DELIMITED BY SIZE
           INTO ACTION-RPT-RECORD
       END-STRING
       IF HELD-COUNT > 0
           MOVE HELD-COUNT TO DISP-HELD
           STRING FUNCTION TRIM(ACTION-RPT-RECORD) DELIMITED BY SIZE
               ", skipped under legal hold = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-HELD) DELIMITED BY SIZE
               INTO ACTION-RPT-RECORD
           END-STRING
       END-IF
       WRITE ACTION-RPT-RECORD
       DISPLAY FUNCTION TRIM(ACTION-RPT-RECORD)
       CLOSE ACTION-RPT-FILE
               MOVE MATCH-RECORD TO MATCH-NAME
           END-IF
           IF FUNCTION TRIM(MATCH-NAME) = "HOUSEKEEP.TMP"
               OR FUNCTION TRIM(MATCH-NAME) = "LEGALHLD.DAT"
               OR FUNCTION TRIM(MATCH-NAME) = "LEGALHLD.TMP"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FILE-UNDER-HOLD
           IF HOLD-HIT-IDX > 0
               ADD 1 TO HELD-COUNT
               MOVE HOLD-HIT-IDX TO HOLD-IDX
               PERFORM DESCRIBE-LEGAL-HOLD
               MOVE SPACES TO ACTION-RPT-RECORD
               STRING "held: " DELIMITED BY SIZE
                   FUNCTION TRIM(MATCH-NAME) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-DESCRIPTION) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ACTION-RPT-RECORD
               END-STRING
               WRITE ACTION-RPT-RECORD
               DISPLAY FUNCTION TRIM(ACTION-RPT-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF RULE-ACTION = "DELETE"
           WRITE ACTION-RPT-RECORD
           DISPLAY FUNCTION TRIM(ACTION-RPT-RECORD).

       CHECK-FILE-UNDER-HOLD.
           MOVE 0 TO HOLD-HIT-IDX
           IF ACTIVE-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "FILE" TO HOLD-ITEM-KIND
           MOVE SPACES TO HOLD-ITEM-PROGRAM HOLD-ITEM-DATE
           UNSTRING MATCH-NAME DELIMITED BY "."
               INTO HOLD-ITEM-PROGRAM
           END-UNSTRING
           INSPECT HOLD-ITEM-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE MATCH-NAME TO HOLD-ITEM-TEXT
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING MATCH-NAME
               CHECK-FILE-INFO
           IF RETURN-CODE = 0
               MOVE CHECK-FYEAR TO DISP-YEAR
               MOVE CHECK-FMONTH TO DISP-MONTH
               MOVE CHECK-FDAY TO DISP-DAY
               STRING DISP-YEAR "-" DISP-MONTH "-" DISP-DAY
                   DELIMITED BY SIZE
                   INTO HOLD-ITEM-DATE
               END-STRING
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM CHECK-LEGAL-HOLD.

       COPY HOLDPARA.

       COPY AUDITPARA.
