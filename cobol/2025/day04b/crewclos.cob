       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREWCLOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SHEET-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHEET-STATUS.
       SELECT REGISTER-FILE ASSIGN TO "DISPATCH.ASN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
       SELECT REGISTER-NEW-FILE ASSIGN TO "DISPATCH.ASN.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-NEW-STATUS.
       SELECT CREW-CTL-FILE ASSIGN TO "CREW.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREW-CTL-STATUS.
       SELECT CARRY-OUT-FILE ASSIGN TO "CLOSEOUT.CAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARRY-OUT-STATUS.
       SELECT CLOSEOUT-RPT-FILE ASSIGN TO "CREWCLOS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SHEET-FILE.
       01 SHEET-RECORD         PIC X(64).

       FD REGISTER-FILE.
       01 REGISTER-RECORD      PIC X(128).

       FD REGISTER-NEW-FILE.
       01 REGISTER-NEW-RECORD  PIC X(128).

       FD CREW-CTL-FILE.
       01 CREW-CTL-RECORD      PIC X(64).

       FD CARRY-OUT-FILE.
       01 CARRY-OUT-RECORD     PIC X(48).

       FD CLOSEOUT-RPT-FILE.
       01 CLOSEOUT-RPT-RECORD  PIC X(132).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 RUN-MODE             PIC X(8) VALUE SPACES.
       77 SHEET-STATUS         PIC X(2).
       77 REGISTER-STATUS      PIC X(2).
       77 REGISTER-NEW-STATUS  PIC X(2).
       77 CREW-CTL-STATUS      PIC X(2).
       77 CARRY-OUT-STATUS     PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 REG-PTR              PIC 9(3).
       77 TODAY-DATE           PIC X(10).
       77 TODAY-INT            PIC 9(8).
       77 WORK-DATE            PIC X(10).
       77 WORK-DATE-NUM        PIC 9(8).
       77 WORK-INT             PIC 9(8).
       77 SHEET-DATE           PIC X(10).
       77 REG-DATE             PIC X(10) VALUE SPACES.
       77 REG-STATE            PIC X(8) VALUE SPACES.
       77 REG-SOURCE           PIC X(64) VALUE SPACES.
       77 REG-TYPE             PIC X(1).
       77 REG-CREW-TEXT        PIC X(10).
       77 REG-DAY-TEXT         PIC X(8).
       77 REG-ROW-TEXT         PIC X(8).
       77 REG-COL-TEXT         PIC X(8).
       77 REG-STATUS-TEXT      PIC X(8).
       77 REG-DATE-TEXT        PIC X(10).
       77 REG-HOURS-TEXT       PIC X(8).
       77 REG-ORDER-TEXT       PIC X(48).
       77 SH-CREW-TEXT         PIC X(10).
       77 SH-ROW-TEXT          PIC X(8).
       77 SH-COL-TEXT          PIC X(8).
       77 SH-FLAG-TEXT         PIC X(8).
       77 SH-HOURS-TEXT        PIC X(8).
       77 HRS-INT-TEXT         PIC X(8).
       77 HRS-FRAC-TEXT        PIC X(8).
       77 HOURS-VALUE          PIC 9(4)V9.
       77 WANT-CREW            PIC X(8).
       77 WANT-ROW             PIC 9(6).
       77 WANT-COL             PIC 9(6).
       77 CREW-CAP-TEXT        PIC X(8).
       77 CREW-CTL-ID          PIC X(8).
       77 ASN-COUNT            PIC 9(6) VALUE 0.
       77 MAX-ASN              PIC 9(6) VALUE 100000.
       77 ASN-IDX              PIC 9(6).
       77 ASN-FOUND-IDX        PIC 9(6).
       77 WORKDAY-COUNT        PIC 9(5) VALUE 0.
       77 MAX-WORKDAYS         PIC 9(5) VALUE 20000.
       77 WD-IDX               PIC 9(5).
       77 SHEET-COUNT          PIC 9(4) VALUE 0.
       77 MAX-SHEET            PIC 9(4) VALUE 2000.
       77 SH-IDX               PIC 9(4).
       77 SHEET-CREW-COUNT     PIC 9(2) VALUE 0.
       77 MAX-SHEET-CREWS      PIC 9(2) VALUE 50.
       77 SC-IDX               PIC 9(2).
       77 SC-FOUND-IDX         PIC 9(2).
       77 STAT-COUNT           PIC 9(2) VALUE 0.
       77 MAX-STATS            PIC 9(2) VALUE 50.
       77 ST-IDX               PIC 9(2).
       77 ST-FOUND-IDX         PIC 9(2).
       77 BAD-LINE-COUNT       PIC 9(4) VALUE 0.
       77 DONE-COUNT           PIC 9(6) VALUE 0.
       77 NOT-DONE-COUNT       PIC 9(6) VALUE 0.
       77 CARRIED-COUNT        PIC 9(6) VALUE 0.
       77 DAY-VARIANCE         PIC S9(4).
       77 TILES-PER-DAY        PIC 9(5)V9.
       77 TILES-PER-HOUR       PIC 9(5)V99.
       77 SUGGESTED-CAP        PIC 9(6).
       77 TOT-ORDERS           PIC 9(7) VALUE 0.
       77 TOT-DONE             PIC 9(7) VALUE 0.
       77 TOT-OPEN             PIC 9(7) VALUE 0.
       77 TOT-DAYS             PIC 9(6) VALUE 0.
       77 TOT-HOURS            PIC 9(7)V9 VALUE 0.
       77 DISP-ROW             PIC Z(5)9.
       77 DISP-COL             PIC Z(5)9.
       77 DISP-DAY             PIC Z(3)9.
       77 DISP-DAY-2           PIC Z(3)9.
       77 DISP-VAR             PIC -(3)9.
       77 DISP-HOURS           PIC Z(3)9.9.
       77 DISP-TOT-HOURS       PIC Z(6)9.9.
       77 DISP-RATE            PIC Z(4)9.9.
       77 DISP-RATE-HR         PIC Z(4)9.99.
       77 DISP-CAP             PIC Z(5)9.
       77 DISP-CAP-2           PIC Z(5)9.
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-COUNT-2         PIC Z(6)9.
       77 DISP-COUNT-3         PIC Z(6)9.
       77 DISP-COUNT-4         PIC Z(6)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 ASN-TABLE.
          05 ASN-ENTRY OCCURS 100000 TIMES.
             10 AS-CREW        PIC X(8).
             10 AS-DAY         PIC 9(4).
             10 AS-ROW         PIC 9(6).
             10 AS-COL         PIC 9(6).
             10 AS-STATUS      PIC X(1).
             10 AS-DATE        PIC X(10).
             10 AS-HOURS       PIC 9(4)V9.
             10 AS-TEXT        PIC X(48).
             10 AS-ON-SHEET    PIC X(1).
       01 WORKDAY-TABLE.
          05 WORKDAY-ENTRY OCCURS 20000 TIMES.
             10 WD-CREW        PIC X(8).
             10 WD-DATE        PIC X(10).
             10 WD-HOURS       PIC 9(4)V9.
       01 SHEET-TABLE.
          05 SHEET-ENTRY OCCURS 2000 TIMES.
             10 SH-ASN-IDX     PIC 9(6).
             10 SH-FLAG        PIC X(1).
             10 SH-HOURS       PIC 9(4)V9.
       01 SHEET-CREW-TABLE.
          05 SHEET-CREW-ENTRY OCCURS 50 TIMES.
             10 SC-CREW        PIC X(8).
             10 SC-HOURS       PIC 9(4)V9.
       01 CREW-STAT-TABLE.
          05 CREW-STAT-ENTRY OCCURS 50 TIMES.
             10 ST-CREW        PIC X(8).
             10 ST-ORDERS      PIC 9(6).
             10 ST-EST-DAYS    PIC 9(4).
             10 ST-DONE        PIC 9(6).
             10 ST-OPEN        PIC 9(6).
             10 ST-DAYS        PIC 9(4).
             10 ST-HOURS       PIC 9(6)V9.
             10 ST-CAPACITY    PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 0
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO FILENAME
           MOVE FUNCTION TRIM(ARG) TO RUN-MODE
           INSPECT RUN-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       END-IF
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG2 FROM ARGUMENT-VALUE
       END-IF

       IF ARGC < 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <crew completion sheet> [work date yyyy-mm-dd]"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " report | close"
           DISPLAY "sheet records: <crew>,<row>,<col>,<D done|N not "
               "done>,<hours>"
           DISPLAY "close carries every unfinished assignment to "
               "CLOSEOUT.CAR for the next DISPATCH run"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

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

       MOVE "CREWCLOS" TO AUDIT-PROGRAM

       PERFORM LOAD-DISPATCH-REGISTER

       IF RUN-MODE = "REPORT" OR RUN-MODE = "CLOSE"
           MOVE "DISPATCH.ASN" TO FILENAME
           IF RUN-MODE = "CLOSE"
               PERFORM CHECK-REGISTER-OPEN
               PERFORM CARRY-FORWARD-INCOMPLETE
               MOVE "CLOSED" TO REG-STATE
               PERFORM REWRITE-DISPATCH-REGISTER
           END-IF
           PERFORM WRITE-CLOSEOUT-REPORT
           MOVE TOT-DONE TO DISP-COUNT
           MOVE CARRIED-COUNT TO DISP-COUNT-2
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "done=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " carry=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       MOVE TODAY-DATE TO SHEET-DATE
       IF ARG2 NOT = SPACES
           MOVE FUNCTION TRIM(ARG2) TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WORK-INT = 0 OR WORK-INT > TODAY-INT
               OR WORK-DATE < REG-DATE
               DISPLAY "error: work date " FUNCTION TRIM(ARG2)
                   " is not a date between the dispatch date "
                   REG-DATE " and today"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WORK-DATE TO SHEET-DATE
       END-IF

       PERFORM CHECK-REGISTER-OPEN
       PERFORM LOAD-COMPLETION-SHEET

       IF BAD-LINE-COUNT > 0
           MOVE BAD-LINE-COUNT TO DISP-COUNT
           DISPLAY "error: " FUNCTION TRIM(DISP-COUNT)
               " completion records failed validation, nothing "
               "posted"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM POST-COMPLETION-SHEET
       PERFORM REWRITE-DISPATCH-REGISTER

       MOVE SHEET-COUNT TO DISP-COUNT
       MOVE DONE-COUNT TO DISP-COUNT-2
       MOVE NOT-DONE-COUNT TO DISP-COUNT-3
       MOVE SHEET-CREW-COUNT TO DISP-COUNT-4
       DISPLAY "completion records read = " FUNCTION TRIM(DISP-COUNT)
           ", assignments completed = " FUNCTION TRIM(DISP-COUNT-2)
           ", not done = " FUNCTION TRIM(DISP-COUNT-3)
           ", crews = " FUNCTION TRIM(DISP-COUNT-4)
           ", work date " SHEET-DATE

       MOVE SPACES TO AUDIT-SUMMARY
       STRING "done=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           " open=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
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

       LOAD-DISPATCH-REGISTER.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "error: dispatch register DISPATCH.ASN is not "
                   "readable - run DISPATCH first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ REGISTER-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(REGISTER-RECORD) NOT = SPACES
                     PERFORM LOAD-REGISTER-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           IF REG-DATE = SPACES
               DISPLAY "error: DISPATCH.ASN has no dispatch header"
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-REGISTER-RECORD.
           MOVE SPACES TO REG-TYPE REG-CREW-TEXT REG-DAY-TEXT
               REG-ROW-TEXT REG-COL-TEXT REG-STATUS-TEXT
               REG-DATE-TEXT REG-HOURS-TEXT REG-ORDER-TEXT
           EVALUATE REGISTER-RECORD(1:2)
             WHEN "H,"
               UNSTRING REGISTER-RECORD DELIMITED BY ","
                   INTO REG-TYPE REG-DATE REG-STATE REG-SOURCE
               END-UNSTRING
             WHEN "A,"
               UNSTRING REGISTER-RECORD DELIMITED BY ","
                   INTO REG-TYPE REG-CREW-TEXT REG-DAY-TEXT
                       REG-ROW-TEXT REG-COL-TEXT REG-STATUS-TEXT
                       REG-DATE-TEXT REG-HOURS-TEXT REG-ORDER-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(REG-DAY-TEXT) IS NOT NUMERIC
                   OR FUNCTION TRIM(REG-ROW-TEXT) IS NOT NUMERIC
                   OR FUNCTION TRIM(REG-COL-TEXT) IS NOT NUMERIC
                   DISPLAY "error: bad DISPATCH.ASN record: "
                       FUNCTION TRIM(REGISTER-RECORD)
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF ASN-COUNT >= MAX-ASN
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-ASN)
                       " assignments on DISPATCH.ASN"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ASN-COUNT
               MOVE REG-CREW-TEXT TO AS-CREW(ASN-COUNT)
               MOVE FUNCTION NUMVAL(REG-DAY-TEXT) TO AS-DAY(ASN-COUNT)
               MOVE FUNCTION NUMVAL(REG-ROW-TEXT) TO AS-ROW(ASN-COUNT)
               MOVE FUNCTION NUMVAL(REG-COL-TEXT) TO AS-COL(ASN-COUNT)
               MOVE REG-STATUS-TEXT TO AS-STATUS(ASN-COUNT)
               MOVE REG-DATE-TEXT TO AS-DATE(ASN-COUNT)
               MOVE 0 TO AS-HOURS(ASN-COUNT)
               IF REG-HOURS-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(REG-HOURS-TEXT)
                       TO AS-HOURS(ASN-COUNT)
               END-IF
               MOVE REG-ORDER-TEXT TO AS-TEXT(ASN-COUNT)
               MOVE "N" TO AS-ON-SHEET(ASN-COUNT)
             WHEN "W,"
               UNSTRING REGISTER-RECORD DELIMITED BY ","
                   INTO REG-TYPE REG-CREW-TEXT REG-DATE-TEXT
                       REG-HOURS-TEXT
               END-UNSTRING
               IF WORKDAY-COUNT >= MAX-WORKDAYS
                   DISPLAY "error: more than "
                       FUNCTION TRIM(MAX-WORKDAYS)
                       " crew-days on DISPATCH.ASN"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WORKDAY-COUNT
               MOVE REG-CREW-TEXT TO WD-CREW(WORKDAY-COUNT)
               MOVE REG-DATE-TEXT TO WD-DATE(WORKDAY-COUNT)
               MOVE FUNCTION NUMVAL(REG-HOURS-TEXT)
                   TO WD-HOURS(WORKDAY-COUNT)
             WHEN OTHER
               DISPLAY "error: bad DISPATCH.ASN record: "
                   FUNCTION TRIM(REGISTER-RECORD)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       CHECK-REGISTER-OPEN.
           IF REG-STATE = "CLOSED"
               DISPLAY "error: the dispatch of " REG-DATE
                   " is already closed out"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-COMPLETION-SHEET.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SHEET-FILE
           IF SHEET-STATUS NOT = "00"
               DISPLAY "error: completion sheet "
                   FUNCTION TRIM(FILENAME) " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SHEET-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(SHEET-RECORD) NOT = SPACES
                     AND SHEET-RECORD(1:1) NOT = "*"
                     PERFORM VALIDATE-SHEET-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SHEET-FILE
           IF SHEET-COUNT = 0 AND BAD-LINE-COUNT = 0
               DISPLAY "error: completion sheet "
                   FUNCTION TRIM(FILENAME) " holds no records"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALIDATE-SHEET-RECORD.
           MOVE SPACES TO SH-CREW-TEXT SH-ROW-TEXT SH-COL-TEXT
               SH-FLAG-TEXT SH-HOURS-TEXT
           UNSTRING SHEET-RECORD DELIMITED BY ","
               INTO SH-CREW-TEXT SH-ROW-TEXT SH-COL-TEXT
                   SH-FLAG-TEXT SH-HOURS-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(SH-FLAG-TEXT) TO SH-FLAG-TEXT
           INSPECT SH-FLAG-TEXT CONVERTING "dn" TO "DN"
           PERFORM PARSE-SHEET-HOURS
           IF SH-CREW-TEXT = SPACES
               OR FUNCTION TRIM(SH-ROW-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(SH-COL-TEXT) IS NOT NUMERIC
               OR (SH-FLAG-TEXT NOT = "D" AND SH-FLAG-TEXT NOT = "N")
               OR HOURS-VALUE > 999.9
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "bad completion record: "
                   FUNCTION TRIM(SHEET-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(SH-CREW-TEXT) TO WANT-CREW
           MOVE FUNCTION NUMVAL(SH-ROW-TEXT) TO WANT-ROW
           MOVE FUNCTION NUMVAL(SH-COL-TEXT) TO WANT-COL
           PERFORM FIND-ASSIGNMENT
           IF ASN-FOUND-IDX = 0
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "no such assignment for the crew: "
                   FUNCTION TRIM(SHEET-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF AS-STATUS(ASN-FOUND-IDX) NOT = "O"
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "assignment already closed on "
                   AS-DATE(ASN-FOUND-IDX) ": "
                   FUNCTION TRIM(SHEET-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF AS-ON-SHEET(ASN-FOUND-IDX) = "Y"
               ADD 1 TO BAD-LINE-COUNT
               DISPLAY "duplicate completion record: "
                   FUNCTION TRIM(SHEET-RECORD)
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SHEET-CREW
           IF SC-FOUND-IDX = 0
               PERFORM VARYING WD-IDX FROM 1 BY 1
                   UNTIL WD-IDX > WORKDAY-COUNT
                 IF WD-CREW(WD-IDX) = WANT-CREW
                     AND WD-DATE(WD-IDX) = SHEET-DATE
                     ADD 1 TO BAD-LINE-COUNT
                     DISPLAY "crew " FUNCTION TRIM(WANT-CREW)
                         " already has a sheet posted for "
                         SHEET-DATE
                     EXIT PARAGRAPH
                 END-IF
               END-PERFORM
               IF SHEET-CREW-COUNT >= MAX-SHEET-CREWS
                   DISPLAY "error: completion sheet names more than "
                       FUNCTION TRIM(MAX-SHEET-CREWS) " crews"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SHEET-CREW-COUNT
               MOVE SHEET-CREW-COUNT TO SC-FOUND-IDX
               MOVE WANT-CREW TO SC-CREW(SC-FOUND-IDX)
               MOVE 0 TO SC-HOURS(SC-FOUND-IDX)
           END-IF
           IF SHEET-COUNT >= MAX-SHEET
               DISPLAY "error: more than "
                   FUNCTION TRIM(MAX-SHEET)
                   " records on one completion sheet"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SHEET-COUNT
           MOVE ASN-FOUND-IDX TO SH-ASN-IDX(SHEET-COUNT)
           MOVE SH-FLAG-TEXT TO SH-FLAG(SHEET-COUNT)
           MOVE HOURS-VALUE TO SH-HOURS(SHEET-COUNT)
           MOVE "Y" TO AS-ON-SHEET(ASN-FOUND-IDX)
           ADD HOURS-VALUE TO SC-HOURS(SC-FOUND-IDX).

       PARSE-SHEET-HOURS.
           MOVE 9999 TO HOURS-VALUE
           MOVE SPACES TO HRS-INT-TEXT HRS-FRAC-TEXT
           UNSTRING SH-HOURS-TEXT DELIMITED BY "."
               INTO HRS-INT-TEXT HRS-FRAC-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(HRS-INT-TEXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF HRS-FRAC-TEXT NOT = SPACES
               AND (HRS-FRAC-TEXT(1:1) IS NOT NUMERIC
                    OR HRS-FRAC-TEXT(2:7) NOT = SPACES)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(HRS-INT-TEXT) > 999
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(HRS-INT-TEXT) TO HOURS-VALUE
           IF HRS-FRAC-TEXT NOT = SPACES
               COMPUTE HOURS-VALUE = HOURS-VALUE
                   + FUNCTION NUMVAL(HRS-FRAC-TEXT(1:1)) / 10
           END-IF.

       FIND-ASSIGNMENT.
           MOVE 0 TO ASN-FOUND-IDX
           PERFORM VARYING ASN-IDX FROM 1 BY 1
               UNTIL ASN-IDX > ASN-COUNT
             IF AS-CREW(ASN-IDX) = WANT-CREW
                 AND AS-ROW(ASN-IDX) = WANT-ROW
                 AND AS-COL(ASN-IDX) = WANT-COL
                 MOVE ASN-IDX TO ASN-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       FIND-SHEET-CREW.
           MOVE 0 TO SC-FOUND-IDX
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SHEET-CREW-COUNT
             IF SC-CREW(SC-IDX) = WANT-CREW
                 MOVE SC-IDX TO SC-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       POST-COMPLETION-SHEET.
           PERFORM VARYING SH-IDX FROM 1 BY 1
               UNTIL SH-IDX > SHEET-COUNT
             MOVE SH-ASN-IDX(SH-IDX) TO ASN-IDX
             ADD SH-HOURS(SH-IDX) TO AS-HOURS(ASN-IDX)
             IF SH-FLAG(SH-IDX) = "D"
                 MOVE "C" TO AS-STATUS(ASN-IDX)
                 MOVE SHEET-DATE TO AS-DATE(ASN-IDX)
                 ADD 1 TO DONE-COUNT
             ELSE
                 ADD 1 TO NOT-DONE-COUNT
             END-IF
           END-PERFORM
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SHEET-CREW-COUNT
             IF WORKDAY-COUNT >= MAX-WORKDAYS
                 DISPLAY "error: more than "
                     FUNCTION TRIM(MAX-WORKDAYS)
                     " crew-days on DISPATCH.ASN"
                 MOVE 2 TO RETURN-CODE
                 STOP RUN
             END-IF
             ADD 1 TO WORKDAY-COUNT
             MOVE SC-CREW(SC-IDX) TO WD-CREW(WORKDAY-COUNT)
             MOVE SHEET-DATE TO WD-DATE(WORKDAY-COUNT)
             MOVE SC-HOURS(SC-IDX) TO WD-HOURS(WORKDAY-COUNT)
           END-PERFORM.

       CARRY-FORWARD-INCOMPLETE.
           OPEN EXTEND CARRY-OUT-FILE
           IF CARRY-OUT-STATUS NOT = "00"
               OPEN OUTPUT CARRY-OUT-FILE
           END-IF
           IF CARRY-OUT-STATUS NOT = "00"
               DISPLAY "error: cannot write CLOSEOUT.CAR, dispatch "
                   "not closed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ASN-IDX FROM 1 BY 1
               UNTIL ASN-IDX > ASN-COUNT
             IF AS-STATUS(ASN-IDX) = "O"
                 MOVE AS-TEXT(ASN-IDX) TO CARRY-OUT-RECORD
                 WRITE CARRY-OUT-RECORD
                 MOVE "F" TO AS-STATUS(ASN-IDX)
                 MOVE TODAY-DATE TO AS-DATE(ASN-IDX)
                 ADD 1 TO CARRIED-COUNT
             END-IF
           END-PERFORM
           CLOSE CARRY-OUT-FILE
           MOVE CARRIED-COUNT TO DISP-COUNT
           DISPLAY "unfinished assignments carried to CLOSEOUT.CAR = "
               FUNCTION TRIM(DISP-COUNT).

       REWRITE-DISPATCH-REGISTER.
           OPEN OUTPUT REGISTER-NEW-FILE
           IF REGISTER-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write DISPATCH.ASN.NEW, "
                   "nothing posted"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REGISTER-NEW-RECORD
           STRING "H," DELIMITED BY SIZE
               REG-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(REG-STATE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(REG-SOURCE) DELIMITED BY SIZE
               INTO REGISTER-NEW-RECORD
           END-STRING
           WRITE REGISTER-NEW-RECORD
           PERFORM VARYING ASN-IDX FROM 1 BY 1
               UNTIL ASN-IDX > ASN-COUNT
             PERFORM WRITE-REGISTER-ASSIGNMENT
           END-PERFORM
           PERFORM VARYING WD-IDX FROM 1 BY 1
               UNTIL WD-IDX > WORKDAY-COUNT
             MOVE WD-HOURS(WD-IDX) TO DISP-HOURS
             MOVE SPACES TO REGISTER-NEW-RECORD
             STRING "W," DELIMITED BY SIZE
                 FUNCTION TRIM(WD-CREW(WD-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 WD-DATE(WD-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-HOURS) DELIMITED BY SIZE
                 INTO REGISTER-NEW-RECORD
             END-STRING
             WRITE REGISTER-NEW-RECORD
           END-PERFORM
           CLOSE REGISTER-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "DISPATCH.ASN"
           CALL "CBL_RENAME_FILE" USING "DISPATCH.ASN.NEW"
               "DISPATCH.ASN"
           MOVE 0 TO RETURN-CODE.

       WRITE-REGISTER-ASSIGNMENT.
           MOVE AS-DAY(ASN-IDX) TO DISP-DAY
           MOVE AS-ROW(ASN-IDX) TO DISP-ROW
           MOVE AS-COL(ASN-IDX) TO DISP-COL
           MOVE SPACES TO REGISTER-NEW-RECORD
           MOVE 1 TO REG-PTR
           STRING "A," DELIMITED BY SIZE
               FUNCTION TRIM(AS-CREW(ASN-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               AS-STATUS(ASN-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AS-DATE(ASN-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO REGISTER-NEW-RECORD
               WITH POINTER REG-PTR
           END-STRING
           IF AS-HOURS(ASN-IDX) > 0
               MOVE AS-HOURS(ASN-IDX) TO DISP-HOURS
               STRING FUNCTION TRIM(DISP-HOURS) DELIMITED BY SIZE
                   INTO REGISTER-NEW-RECORD
                   WITH POINTER REG-PTR
               END-STRING
           END-IF
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(AS-TEXT(ASN-IDX)) DELIMITED BY SIZE
               INTO REGISTER-NEW-RECORD
               WITH POINTER REG-PTR
           END-STRING
           WRITE REGISTER-NEW-RECORD.

       LOAD-CREW-CAPACITIES.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT CREW-CTL-FILE
           IF CREW-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ CREW-CTL-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(CREW-CTL-RECORD) NOT = SPACES
                     AND CREW-CTL-RECORD(1:1) NOT = "*"
                     MOVE SPACES TO CREW-CTL-ID CREW-CAP-TEXT
                     UNSTRING CREW-CTL-RECORD DELIMITED BY ","
                         INTO CREW-CTL-ID CREW-CAP-TEXT
                     END-UNSTRING
                     MOVE CREW-CTL-ID TO WANT-CREW
                     PERFORM FIND-CREW-STAT
                     IF ST-FOUND-IDX > 0
                         AND FUNCTION TRIM(CREW-CAP-TEXT) IS NUMERIC
                         MOVE FUNCTION NUMVAL(CREW-CAP-TEXT)
                             TO ST-CAPACITY(ST-FOUND-IDX)
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CREW-CTL-FILE.

       FIND-CREW-STAT.
           MOVE 0 TO ST-FOUND-IDX
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > STAT-COUNT
             IF ST-CREW(ST-IDX) = WANT-CREW
                 MOVE ST-IDX TO ST-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM.

       ADD-CREW-STAT.
           PERFORM FIND-CREW-STAT
           IF ST-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF STAT-COUNT >= MAX-STATS
               DISPLAY "error: DISPATCH.ASN names more than "
                   FUNCTION TRIM(MAX-STATS) " crews"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO STAT-COUNT
           MOVE STAT-COUNT TO ST-FOUND-IDX
           INITIALIZE CREW-STAT-ENTRY(ST-FOUND-IDX)
           MOVE WANT-CREW TO ST-CREW(ST-FOUND-IDX).

       BUILD-CREW-STATISTICS.
           PERFORM VARYING ASN-IDX FROM 1 BY 1
               UNTIL ASN-IDX > ASN-COUNT
             MOVE AS-CREW(ASN-IDX) TO WANT-CREW
             PERFORM ADD-CREW-STAT
             ADD 1 TO ST-ORDERS(ST-FOUND-IDX)
             IF AS-DAY(ASN-IDX) > ST-EST-DAYS(ST-FOUND-IDX)
                 MOVE AS-DAY(ASN-IDX) TO ST-EST-DAYS(ST-FOUND-IDX)
             END-IF
             IF AS-STATUS(ASN-IDX) = "C"
                 ADD 1 TO ST-DONE(ST-FOUND-IDX)
             ELSE
                 ADD 1 TO ST-OPEN(ST-FOUND-IDX)
             END-IF
           END-PERFORM
           PERFORM VARYING WD-IDX FROM 1 BY 1
               UNTIL WD-IDX > WORKDAY-COUNT
             MOVE WD-CREW(WD-IDX) TO WANT-CREW
             PERFORM ADD-CREW-STAT
             ADD 1 TO ST-DAYS(ST-FOUND-IDX)
             ADD WD-HOURS(WD-IDX) TO ST-HOURS(ST-FOUND-IDX)
           END-PERFORM
           PERFORM LOAD-CREW-CAPACITIES.

       WRITE-CLOSEOUT-REPORT.
           PERFORM BUILD-CREW-STATISTICS
           MOVE "CREWCLOS.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT CLOSEOUT-RPT-FILE
           MOVE SPACES TO RPT-TITLE
           STRING "CREW CLOSE-OUT, DISPATCH OF " DELIMITED BY SIZE
               REG-DATE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(REG-STATE) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPT-TITLE
           END-STRING
           MOVE "crew      orders est days act days  var    done  unfin"
               TO RPT-COLUMN-HEADING
           MOVE "   hours tiles/crew-day tiles/hour capacity suggested"
               TO RPT-COLUMN-HEADING(57:)
           PERFORM RPT-INIT-REPORT
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > STAT-COUNT
             PERFORM WRITE-CREW-STAT-LINE
           END-PERFORM
           PERFORM RPT-WRITE-TOTALS
           MOVE TOT-ORDERS TO DISP-COUNT
           MOVE TOT-DONE TO DISP-COUNT-2
           MOVE TOT-OPEN TO DISP-COUNT-3
           MOVE TOT-DAYS TO DISP-COUNT-4
           MOVE TOT-HOURS TO DISP-TOT-HOURS
           MOVE SPACES TO RPT-DETAIL
           STRING "all crews: orders=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " done=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " unfinished=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               " crew-days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-4) DELIMITED BY SIZE
               " hours=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-TOT-HOURS) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           DISPLAY FUNCTION TRIM(RPT-DETAIL)
           IF RUN-MODE = "CLOSE"
               MOVE CARRIED-COUNT TO DISP-COUNT
               MOVE SPACES TO RPT-DETAIL
               STRING "unfinished assignments carried to "
                   DELIMITED BY SIZE
                   "CLOSEOUT.CAR for the next dispatch = "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   INTO RPT-DETAIL
               END-STRING
               PERFORM RPT-WRITE-TOTAL-LINE
           END-IF
           CLOSE CLOSEOUT-RPT-FILE.

       WRITE-CREW-STAT-LINE.
           ADD ST-ORDERS(ST-IDX) TO TOT-ORDERS
           ADD ST-DONE(ST-IDX) TO TOT-DONE
           ADD ST-OPEN(ST-IDX) TO TOT-OPEN
           ADD ST-DAYS(ST-IDX) TO TOT-DAYS
           ADD ST-HOURS(ST-IDX) TO TOT-HOURS
           MOVE ST-ORDERS(ST-IDX) TO DISP-COUNT
           MOVE ST-EST-DAYS(ST-IDX) TO DISP-DAY
           MOVE ST-DAYS(ST-IDX) TO DISP-DAY-2
           COMPUTE DAY-VARIANCE = ST-DAYS(ST-IDX) - ST-EST-DAYS(ST-IDX)
           MOVE DAY-VARIANCE TO DISP-VAR
           MOVE ST-DONE(ST-IDX) TO DISP-COUNT-2
           MOVE ST-OPEN(ST-IDX) TO DISP-COUNT-3
           MOVE ST-HOURS(ST-IDX) TO DISP-TOT-HOURS
           MOVE ST-CAPACITY(ST-IDX) TO DISP-CAP
           MOVE SPACES TO RPT-DETAIL
           MOVE ST-CREW(ST-IDX) TO RPT-DETAIL(1:8)
           MOVE DISP-COUNT TO RPT-DETAIL(10:7)
           MOVE DISP-DAY TO RPT-DETAIL(22:4)
           MOVE DISP-DAY-2 TO RPT-DETAIL(31:4)
           MOVE DISP-VAR TO RPT-DETAIL(37:4)
           MOVE DISP-COUNT-2 TO RPT-DETAIL(42:7)
           MOVE DISP-COUNT-3 TO RPT-DETAIL(50:7)
           MOVE DISP-TOT-HOURS TO RPT-DETAIL(57:10)
           IF ST-DAYS(ST-IDX) > 0
               COMPUTE TILES-PER-DAY ROUNDED =
                   ST-DONE(ST-IDX) / ST-DAYS(ST-IDX)
               MOVE TILES-PER-DAY TO DISP-RATE
               MOVE DISP-RATE TO RPT-DETAIL(72:7)
           END-IF
           IF ST-HOURS(ST-IDX) > 0
               COMPUTE TILES-PER-HOUR ROUNDED =
                   ST-DONE(ST-IDX) / ST-HOURS(ST-IDX)
               MOVE TILES-PER-HOUR TO DISP-RATE-HR
               MOVE DISP-RATE-HR TO RPT-DETAIL(83:8)
           END-IF
           IF ST-CAPACITY(ST-IDX) > 0
               MOVE DISP-CAP TO RPT-DETAIL(94:6)
           END-IF
           IF ST-DAYS(ST-IDX) > 0 AND ST-DONE(ST-IDX) > 0
               COMPUTE SUGGESTED-CAP = TILES-PER-DAY
               IF SUGGESTED-CAP = 0
                   MOVE 1 TO SUGGESTED-CAP
               END-IF
               MOVE SUGGESTED-CAP TO DISP-CAP-2
               MOVE DISP-CAP-2 TO RPT-DETAIL(103:6)
           END-IF
           PERFORM RPT-WRITE-DETAIL
           DISPLAY FUNCTION TRIM(RPT-DETAIL).

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==CLOSEOUT-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
