       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLOSEOUT-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSEOUT-STATUS.
       SELECT WOHIST-FILE ASSIGN TO "DAY06A.WOH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WOHIST-STATUS.
       SELECT WOHIST-NEW-FILE ASSIGN TO "DAY06A.WOH.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WOHIST-NEW-STATUS.
       SELECT WEAR-FILE ASSIGN TO WEAR-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WEAR-STATUS.
       SELECT WEAR-NEW-FILE ASSIGN TO WEAR-NEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WEAR-NEW-STATUS.
       SELECT AGING-RPT-FILE ASSIGN TO "WOAGING.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSEOUT-FILE.
       01 CLOSEOUT-RECORD      PIC X(96).

       FD WOHIST-FILE.
       01 WOHIST-RECORD        PIC X(96).

       FD WOHIST-NEW-FILE.
       01 WOHIST-NEW-RECORD    PIC X(96).

       FD WEAR-FILE.
       01 WEAR-RECORD          PIC X(10000).

       FD WEAR-NEW-FILE.
       01 WEAR-NEW-RECORD      PIC X(10000).

       FD AGING-RPT-FILE.
       01 AGING-RPT-RECORD     PIC X(132).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       77 RUN-MODE             PIC X(8) VALUE SPACES.
       77 CLOSEOUT-STATUS      PIC X(2).
       77 WOHIST-STATUS        PIC X(2).
       77 WOHIST-NEW-STATUS    PIC X(2).
       77 WEAR-STATUS          PIC X(2).
       77 WEAR-NEW-STATUS      PIC X(2).
       77 CLOSEOUT-EOF         PIC X(1).
       77 WOHIST-EOF           PIC X(1).
       77 WEAR-EOF             PIC X(1).
       77 WEAR-NAME            PIC X(64).
       77 WEAR-NEW-NAME        PIC X(72).
       77 WEAR-ROW             PIC 9(6).
       77 WEAR-OFFSET          PIC 9(6).
       77 TODAY-DATE           PIC X(10).
       77 TODAY-INT            PIC 9(8).
       77 WORK-DATE-TEXT       PIC X(8).
       77 WORK-DATE-NUM        PIC 9(8).
       77 ISSUED-INT           PIC 9(8).
       77 ORDER-AGE            PIC S9(6).
       77 CO-SITE-TEXT         PIC X(8).
       77 CO-ROW-TEXT          PIC X(8).
       77 CO-COL-TEXT          PIC X(8).
       77 CO-DATE-TEXT         PIC X(10).
       77 CO-CREW-TEXT         PIC X(16).
       77 WH-SITE              PIC X(8).
       77 WH-ROW-TEXT          PIC X(8).
       77 WH-COL-TEXT          PIC X(8).
       77 WH-ISSUED            PIC X(10).
       77 WH-STATUS            PIC X(8).
       77 WH-COMPLETED         PIC X(10).
       77 WH-CREW              PIC X(16).
       77 WH-ROW               PIC 9(6).
       77 WH-COL               PIC 9(6).
       77 CLOSEOUT-COUNT       PIC 9(4) VALUE 0.
       77 MAX-CLOSEOUTS        PIC 9(4) VALUE 2000.
       77 CO-IDX               PIC 9(4).
       77 CO-FOUND-IDX         PIC 9(4).
       77 SITE-COUNT           PIC 9(2) VALUE 0.
       77 MAX-SITES            PIC 9(2) VALUE 50.
       77 SITE-IDX             PIC 9(2).
       77 SITE-FOUND-IDX       PIC 9(2).
       77 BAD-LINE-COUNT       PIC 9(4) VALUE 0.
       77 RESET-COUNT          PIC 9(4) VALUE 0.
       77 NOT-RESET-COUNT      PIC 9(4) VALUE 0.
       77 CLOSED-COUNT         PIC 9(4) VALUE 0.
       77 UNMATCHED-COUNT      PIC 9(4) VALUE 0.
       77 OPEN-COUNT           PIC 9(7) VALUE 0.
       77 BUCKET-IDX           PIC 9(1).
       77 DISP-SITE            PIC X(8).
       77 DISP-ROW             PIC Z(5)9.
       77 DISP-COL             PIC Z(5)9.
       77 DISP-AGE             PIC -(5)9.
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-COUNT-2         PIC Z(6)9.
       77 DISP-COUNT-3         PIC Z(6)9.
       77 DISP-COUNT-4         PIC Z(6)9.
       77 DISP-COUNT-5         PIC Z(6)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 CLOSEOUT-TABLE.
          05 CLOSEOUT-ENTRY OCCURS 2000 TIMES.
             10 CO-SITE        PIC X(8).
             10 CO-ROW         PIC 9(6).
             10 CO-COL         PIC 9(6).
             10 CO-DATE        PIC X(10).
             10 CO-CREW        PIC X(16).
             10 CO-MATCHED     PIC X(1).
             10 CO-RESET       PIC X(1).
       01 SITE-TABLE.
          05 SITE-ENTRY OCCURS 50 TIMES.
             10 SITE-CODE      PIC X(8).
             10 SITE-OPEN      PIC 9(7).
             10 SITE-BUCKET    PIC 9(7) OCCURS 4 TIMES.
       01 BUCKET-TOTALS.
          05 BUCKET-TOTAL      PIC 9(7) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <close-out file> | aging"
           DISPLAY "close-out records: <site>,<row>,<col>,"
               "<date completed>,<crew>"
           DISPLAY "leave <site> empty for the single-grid wear "
               "file DAY06A.WEAR"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO FILENAME
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
       MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
           TO WORK-DATE-NUM
       COMPUTE TODAY-INT =
           FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)

       MOVE "WOCLOSE" TO AUDIT-PROGRAM

       IF RUN-MODE = "AGING"
           MOVE "DAY06A.WOH" TO FILENAME
           PERFORM WRITE-AGING-REPORT
           MOVE OPEN-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "open=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM LOAD-CLOSEOUTS

       IF BAD-LINE-COUNT > 0
           MOVE BAD-LINE-COUNT TO DISP-COUNT
           DISPLAY "error: " FUNCTION TRIM(DISP-COUNT)
               " close-out records failed validation, nothing "
               "posted"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM VARYING SITE-IDX FROM 1 BY 1
           UNTIL SITE-IDX > SITE-COUNT
         PERFORM RESET-SITE-WEAR-FILE
       END-PERFORM

       PERFORM REWRITE-WORK-ORDER-HISTORY

       MOVE CLOSEOUT-COUNT TO DISP-COUNT
       MOVE RESET-COUNT TO DISP-COUNT-2
       MOVE CLOSED-COUNT TO DISP-COUNT-3
       MOVE UNMATCHED-COUNT TO DISP-COUNT-4
       DISPLAY "close-outs read = " FUNCTION TRIM(DISP-COUNT)
           ", wear cells reset = " FUNCTION TRIM(DISP-COUNT-2)
           ", work orders closed = " FUNCTION TRIM(DISP-COUNT-3)
           ", with no open work order = "
           FUNCTION TRIM(DISP-COUNT-4)

       IF NOT-RESET-COUNT > 0
           MOVE NOT-RESET-COUNT TO DISP-COUNT
           DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT)
               " close-outs could not be reset in a wear file"
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE SPACES TO AUDIT-SUMMARY
       STRING "closed=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
           " reset=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-CLOSEOUTS.
           MOVE "N" TO CLOSEOUT-EOF
           OPEN INPUT CLOSEOUT-FILE
           IF CLOSEOUT-STATUS NOT = "00"
               DISPLAY "error: close-out file "
                   FUNCTION TRIM(FILENAME) " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CLOSEOUT-EOF = "Y"
             READ CLOSEOUT-FILE
               AT END
                 MOVE "Y" TO CLOSEOUT-EOF
               NOT AT END
                 IF FUNCTION TRIM(CLOSEOUT-RECORD) NOT = SPACES
                     AND CLOSEOUT-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-CLOSEOUT-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CLOSEOUT-FILE
           IF CLOSEOUT-COUNT = 0 AND BAD-LINE-COUNT = 0
               DISPLAY "error: close-out file "
                   FUNCTION TRIM(FILENAME) " holds no close-outs"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-CLOSEOUT-RECORD.
           MOVE SPACES TO CO-SITE-TEXT CO-ROW-TEXT CO-COL-TEXT
               CO-DATE-TEXT CO-CREW-TEXT
           UNSTRING CLOSEOUT-RECORD DELIMITED BY ","
               INTO CO-SITE-TEXT CO-ROW-TEXT CO-COL-TEXT
                   CO-DATE-TEXT CO-CREW-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(CO-SITE-TEXT) TO CO-SITE-TEXT
           INSPECT CO-SITE-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(CO-ROW-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(CO-COL-TEXT) IS NOT NUMERIC
               OR CO-DATE-TEXT(5:1) NOT = "-"
               OR CO-DATE-TEXT(8:1) NOT = "-"
               OR CO-DATE-TEXT > TODAY-DATE
               OR CO-CREW-TEXT = SPACES
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "bad close-out record: "
                   FUNCTION TRIM(CLOSEOUT-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF CLOSEOUT-COUNT >= MAX-CLOSEOUTS
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-CLOSEOUTS)
                   " close-outs in one file"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(CO-ROW-TEXT) TO WH-ROW
           MOVE FUNCTION NUMVAL(CO-COL-TEXT) TO WH-COL
           MOVE CO-SITE-TEXT TO WH-SITE
           PERFORM FIND-CLOSEOUT
           IF CO-FOUND-IDX NOT = 0
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "duplicate close-out record: "
                   FUNCTION TRIM(CLOSEOUT-RECORD)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CLOSEOUT-COUNT
           MOVE CO-SITE-TEXT TO CO-SITE(CLOSEOUT-COUNT)
           MOVE WH-ROW TO CO-ROW(CLOSEOUT-COUNT)
           MOVE WH-COL TO CO-COL(CLOSEOUT-COUNT)
           MOVE CO-DATE-TEXT TO CO-DATE(CLOSEOUT-COUNT)
           MOVE FUNCTION TRIM(CO-CREW-TEXT) TO CO-CREW(CLOSEOUT-COUNT)
           MOVE "N" TO CO-MATCHED(CLOSEOUT-COUNT)
           MOVE "N" TO CO-RESET(CLOSEOUT-COUNT)
           MOVE CO-SITE-TEXT TO WH-SITE
           PERFORM FIND-SITE
           IF SITE-FOUND-IDX = 0
               IF SITE-COUNT >= MAX-SITES
                   DISPLAY "error: close-outs name more than "
                       FUNCTION TRIM(MAX-SITES) " sites"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SITE-COUNT
               MOVE WH-SITE TO SITE-CODE(SITE-COUNT)
           END-IF.

       FIND-CLOSEOUT.
           MOVE 0 TO CO-FOUND-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > CLOSEOUT-COUNT
             IF CO-SITE(CO-IDX) = WH-SITE
                 AND CO-ROW(CO-IDX) = WH-ROW
                 AND CO-COL(CO-IDX) = WH-COL
                 MOVE CO-IDX TO CO-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       FIND-SITE.
           MOVE 0 TO SITE-FOUND-IDX
           PERFORM VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-COUNT
             IF SITE-CODE(SITE-IDX) = WH-SITE
                 MOVE SITE-IDX TO SITE-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       BUILD-WEAR-NAME.
           MOVE SPACES TO WEAR-NAME
           IF SITE-CODE(SITE-IDX) = SPACES
               MOVE "DAY06A.WEAR" TO WEAR-NAME
           ELSE
               STRING "DAY06A." DELIMITED BY SIZE
                   FUNCTION TRIM(SITE-CODE(SITE-IDX))
                   DELIMITED BY SIZE
                   ".WEAR" DELIMITED BY SIZE
                   INTO WEAR-NAME
               END-STRING
           END-IF
           MOVE SPACES TO WEAR-NEW-NAME
           STRING FUNCTION TRIM(WEAR-NAME) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO WEAR-NEW-NAME
           END-STRING.

       RESET-SITE-WEAR-FILE.
           PERFORM BUILD-WEAR-NAME
           MOVE "N" TO WEAR-EOF
           OPEN INPUT WEAR-FILE
           IF WEAR-STATUS NOT = "00"
               DISPLAY "WARNING: wear file " FUNCTION TRIM(WEAR-NAME)
                   " not found, its close-outs are not reset"
               PERFORM COUNT-SITE-NOT-RESET
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WEAR-NEW-FILE
           IF WEAR-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write "
                   FUNCTION TRIM(WEAR-NEW-NAME)
               CLOSE WEAR-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WEAR-ROW
           PERFORM UNTIL WEAR-EOF = "Y"
             READ WEAR-FILE
               AT END
                 MOVE "Y" TO WEAR-EOF
               NOT AT END
                 ADD 1 TO WEAR-ROW
                 PERFORM RESET-WEAR-ROW
                 MOVE WEAR-RECORD TO WEAR-NEW-RECORD
                 WRITE WEAR-NEW-RECORD
             END-READ
           END-PERFORM
           CLOSE WEAR-FILE
           CLOSE WEAR-NEW-FILE
           CALL "CBL_DELETE_FILE" USING WEAR-NAME
           CALL "CBL_RENAME_FILE" USING WEAR-NEW-NAME WEAR-NAME
           MOVE 0 TO RETURN-CODE
           PERFORM COUNT-SITE-NOT-RESET.

       RESET-WEAR-ROW.
           PERFORM VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > CLOSEOUT-COUNT
             IF CO-SITE(CO-IDX) = SITE-CODE(SITE-IDX)
                 AND CO-ROW(CO-IDX) + 1 = WEAR-ROW
                 AND CO-COL(CO-IDX) < 2500
                 COMPUTE WEAR-OFFSET = CO-COL(CO-IDX) * 4 + 1
                 IF WEAR-RECORD(WEAR-OFFSET:4) IS NUMERIC
                     MOVE "0000" TO WEAR-RECORD(WEAR-OFFSET:4)
                     MOVE "Y" TO CO-RESET(CO-IDX)
                     ADD 1 TO RESET-COUNT
                 END-IF
             END-IF
           END-PERFORM.

       COUNT-SITE-NOT-RESET.
           PERFORM VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > CLOSEOUT-COUNT
             IF CO-SITE(CO-IDX) = SITE-CODE(SITE-IDX)
                 AND CO-RESET(CO-IDX) NOT = "Y"
                 ADD 1 TO NOT-RESET-COUNT
                 MOVE CO-ROW(CO-IDX) TO DISP-ROW
                 MOVE CO-COL(CO-IDX) TO DISP-COL
                 DISPLAY "not reset: " FUNCTION TRIM(WEAR-NAME)
                     " " FUNCTION TRIM(DISP-ROW) ","
                     FUNCTION TRIM(DISP-COL)
                     " is outside the wear grid or unreadable"
             END-IF
           END-PERFORM.

       REWRITE-WORK-ORDER-HISTORY.
           OPEN OUTPUT WOHIST-NEW-FILE
           IF WOHIST-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write DAY06A.WOH.NEW"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WOHIST-EOF
           OPEN INPUT WOHIST-FILE
           IF WOHIST-STATUS NOT = "00"
               DISPLAY "note: DAY06A.WOH not present, close-outs are "
                   "recorded without an issued work order"
               MOVE "Y" TO WOHIST-EOF
           END-IF
           PERFORM UNTIL WOHIST-EOF = "Y"
             READ WOHIST-FILE
               AT END
                 MOVE "Y" TO WOHIST-EOF
               NOT AT END
                 MOVE WOHIST-RECORD TO WOHIST-NEW-RECORD
                 IF FUNCTION TRIM(WOHIST-RECORD) NOT = SPACES
                     AND WOHIST-RECORD(1:1) NOT = "*"
                     PERFORM CLOSE-HISTORY-RECORD
                 END-IF
                 WRITE WOHIST-NEW-RECORD
             END-READ
           END-PERFORM
           IF WOHIST-STATUS = "00" OR WOHIST-STATUS = "10"
               CLOSE WOHIST-FILE
           END-IF
           PERFORM VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > CLOSEOUT-COUNT
             IF CO-MATCHED(CO-IDX) NOT = "Y"
                 ADD 1 TO UNMATCHED-COUNT
                 MOVE CO-ROW(CO-IDX) TO DISP-ROW
                 MOVE CO-COL(CO-IDX) TO DISP-COL
                 MOVE CO-SITE(CO-IDX) TO DISP-SITE
                 IF DISP-SITE = SPACES
                     MOVE "(grid)" TO DISP-SITE
                 END-IF
                 DISPLAY "WARNING: no open work order for site "
                     FUNCTION TRIM(DISP-SITE) " "
                     FUNCTION TRIM(DISP-ROW) ","
                     FUNCTION TRIM(DISP-COL)
                     ", close-out recorded without one"
                 MOVE CO-IDX TO CO-FOUND-IDX
                 MOVE SPACES TO WH-ISSUED
                 PERFORM WRITE-CLOSED-HISTORY-RECORD
                 WRITE WOHIST-NEW-RECORD
             END-IF
           END-PERFORM
           CLOSE WOHIST-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "DAY06A.WOH"
           CALL "CBL_RENAME_FILE" USING "DAY06A.WOH.NEW"
               "DAY06A.WOH"
           MOVE 0 TO RETURN-CODE.

       PARSE-HISTORY-RECORD.
           MOVE SPACES TO WH-SITE WH-ROW-TEXT WH-COL-TEXT WH-ISSUED
               WH-STATUS WH-COMPLETED WH-CREW
           UNSTRING WOHIST-RECORD DELIMITED BY ","
               INTO WH-SITE WH-ROW-TEXT WH-COL-TEXT WH-ISSUED
                   WH-STATUS WH-COMPLETED WH-CREW
           END-UNSTRING
           MOVE 0 TO WH-ROW WH-COL
           IF FUNCTION TRIM(WH-ROW-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WH-ROW-TEXT) TO WH-ROW
           END-IF
           IF FUNCTION TRIM(WH-COL-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WH-COL-TEXT) TO WH-COL
           END-IF.

       CLOSE-HISTORY-RECORD.
           PERFORM PARSE-HISTORY-RECORD
           IF WH-STATUS NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CO-FOUND-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > CLOSEOUT-COUNT
             IF CO-SITE(CO-IDX) = WH-SITE
                 AND CO-ROW(CO-IDX) = WH-ROW
                 AND CO-COL(CO-IDX) = WH-COL
                 AND CO-MATCHED(CO-IDX) NOT = "Y"
                 MOVE CO-IDX TO CO-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF CO-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CO-MATCHED(CO-FOUND-IDX)
           ADD 1 TO CLOSED-COUNT
           PERFORM WRITE-CLOSED-HISTORY-RECORD.

       WRITE-CLOSED-HISTORY-RECORD.
           MOVE CO-ROW(CO-FOUND-IDX) TO DISP-ROW
           MOVE CO-COL(CO-FOUND-IDX) TO DISP-COL
           MOVE SPACES TO WOHIST-NEW-RECORD
           STRING CO-SITE(CO-FOUND-IDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WH-ISSUED DELIMITED BY SPACE
               ",CLOSED," DELIMITED BY SIZE
               CO-DATE(CO-FOUND-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CO-CREW(CO-FOUND-IDX)) DELIMITED BY SIZE
               INTO WOHIST-NEW-RECORD
           END-STRING.

       WRITE-AGING-REPORT.
           INITIALIZE BUCKET-TOTALS
           MOVE "N" TO WOHIST-EOF
           OPEN INPUT WOHIST-FILE
           IF WOHIST-STATUS NOT = "00"
               DISPLAY "note: DAY06A.WOH not present, no work orders "
                   "have been issued"
               MOVE "Y" TO WOHIST-EOF
           END-IF
           MOVE "WOAGING.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT AGING-RPT-FILE
           MOVE SPACES TO AGING-RPT-RECORD
           STRING "open bulb replacement work-order aging, "
               DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO AGING-RPT-RECORD
           END-STRING
           WRITE AGING-RPT-RECORD
           MOVE "site     row,col        issued      age (days)"
               TO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           PERFORM UNTIL WOHIST-EOF = "Y"
             READ WOHIST-FILE
               AT END
                 MOVE "Y" TO WOHIST-EOF
               NOT AT END
                 IF FUNCTION TRIM(WOHIST-RECORD) NOT = SPACES
                     AND WOHIST-RECORD(1:1) NOT = "*"
                     PERFORM AGE-HISTORY-RECORD
                 END-IF
             END-READ
           END-PERFORM
           IF WOHIST-STATUS = "00" OR WOHIST-STATUS = "10"
               CLOSE WOHIST-FILE
           END-IF
           MOVE SPACES TO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           PERFORM VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-COUNT
             PERFORM WRITE-SITE-AGING-LINE
           END-PERFORM
           MOVE OPEN-COUNT TO DISP-COUNT
           MOVE BUCKET-TOTAL(1) TO DISP-COUNT-2
           MOVE BUCKET-TOTAL(2) TO DISP-COUNT-3
           MOVE BUCKET-TOTAL(3) TO DISP-COUNT-4
           MOVE BUCKET-TOTAL(4) TO DISP-COUNT-5
           MOVE SPACES TO AGING-RPT-RECORD
           STRING "all sites: open=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " 0-7 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " 8-14 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               " 15-30 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-4) DELIMITED BY SIZE
               " over 30 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-5) DELIMITED BY SIZE
               INTO AGING-RPT-RECORD
           END-STRING
           WRITE AGING-RPT-RECORD
           DISPLAY FUNCTION TRIM(AGING-RPT-RECORD)
           CLOSE AGING-RPT-FILE.

       AGE-HISTORY-RECORD.
           PERFORM PARSE-HISTORY-RECORD
           IF WH-STATUS NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ORDER-AGE
           MOVE SPACES TO WORK-DATE-TEXT
           STRING WH-ISSUED(1:4) DELIMITED BY SIZE
               WH-ISSUED(6:2) DELIMITED BY SIZE
               WH-ISSUED(9:2) DELIMITED BY SIZE
               INTO WORK-DATE-TEXT
           END-STRING
           IF WORK-DATE-TEXT IS NUMERIC
               MOVE WORK-DATE-TEXT TO WORK-DATE-NUM
               COMPUTE ISSUED-INT =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
               COMPUTE ORDER-AGE = TODAY-INT - ISSUED-INT
           END-IF
           EVALUATE TRUE
             WHEN ORDER-AGE <= 7
               MOVE 1 TO BUCKET-IDX
             WHEN ORDER-AGE <= 14
               MOVE 2 TO BUCKET-IDX
             WHEN ORDER-AGE <= 30
               MOVE 3 TO BUCKET-IDX
             WHEN OTHER
               MOVE 4 TO BUCKET-IDX
           END-EVALUATE
           PERFORM FIND-SITE
           IF SITE-FOUND-IDX = 0
               IF SITE-COUNT >= MAX-SITES
                   DISPLAY "error: DAY06A.WOH names more than "
                       FUNCTION TRIM(MAX-SITES) " sites"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SITE-COUNT
               MOVE SITE-COUNT TO SITE-FOUND-IDX
               MOVE WH-SITE TO SITE-CODE(SITE-FOUND-IDX)
               MOVE 0 TO SITE-OPEN(SITE-FOUND-IDX)
               MOVE 0 TO SITE-BUCKET(SITE-FOUND-IDX, 1)
                   SITE-BUCKET(SITE-FOUND-IDX, 2)
                   SITE-BUCKET(SITE-FOUND-IDX, 3)
                   SITE-BUCKET(SITE-FOUND-IDX, 4)
           END-IF
           ADD 1 TO OPEN-COUNT
           ADD 1 TO SITE-OPEN(SITE-FOUND-IDX)
           ADD 1 TO SITE-BUCKET(SITE-FOUND-IDX, BUCKET-IDX)
           ADD 1 TO BUCKET-TOTAL(BUCKET-IDX)
           MOVE WH-ROW TO DISP-ROW
           MOVE WH-COL TO DISP-COL
           MOVE ORDER-AGE TO DISP-AGE
           MOVE SPACES TO AGING-RPT-RECORD
           IF WH-SITE = SPACES
               MOVE "(grid)" TO AGING-RPT-RECORD(1:8)
           ELSE
               MOVE WH-SITE TO AGING-RPT-RECORD(1:8)
           END-IF
           STRING FUNCTION TRIM(DISP-ROW) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COL) DELIMITED BY SIZE
               INTO AGING-RPT-RECORD(10:14)
           END-STRING
           MOVE WH-ISSUED TO AGING-RPT-RECORD(25:10)
           MOVE DISP-AGE TO AGING-RPT-RECORD(37:6)
           IF ORDER-AGE > 30
               MOVE "OVERDUE" TO AGING-RPT-RECORD(45:7)
           END-IF
           WRITE AGING-RPT-RECORD.

       WRITE-SITE-AGING-LINE.
           MOVE SITE-OPEN(SITE-IDX) TO DISP-COUNT
           MOVE SITE-BUCKET(SITE-IDX, 1) TO DISP-COUNT-2
           MOVE SITE-BUCKET(SITE-IDX, 2) TO DISP-COUNT-3
           MOVE SITE-BUCKET(SITE-IDX, 3) TO DISP-COUNT-4
           MOVE SITE-BUCKET(SITE-IDX, 4) TO DISP-COUNT-5
           MOVE SPACES TO AGING-RPT-RECORD
           IF SITE-CODE(SITE-IDX) = SPACES
               STRING "site (grid): open=" DELIMITED BY SIZE
                   INTO AGING-RPT-RECORD
               END-STRING
           ELSE
               STRING "site " DELIMITED BY SIZE
                   FUNCTION TRIM(SITE-CODE(SITE-IDX))
                   DELIMITED BY SIZE
                   ": open=" DELIMITED BY SIZE
                   INTO AGING-RPT-RECORD
               END-STRING
           END-IF
           STRING FUNCTION TRIM(AGING-RPT-RECORD) DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " 0-7 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " 8-14 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               " 15-30 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-4) DELIMITED BY SIZE
               " over 30 days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-5) DELIMITED BY SIZE
               INTO AGING-RPT-RECORD
           END-STRING
           WRITE AGING-RPT-RECORD
           DISPLAY FUNCTION TRIM(AGING-RPT-RECORD).

       COPY GENPARA.

       COPY AUDITPARA.
