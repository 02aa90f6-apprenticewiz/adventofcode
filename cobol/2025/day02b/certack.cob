       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ACK-FILE ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-STATUS.
       SELECT FILING-LOG-FILE ASSIGN TO "CERTFILE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILING-LOG-STATUS.
       SELECT FILING-NEW-FILE ASSIGN TO "CERTFILE.LOG.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILING-NEW-STATUS.
       SELECT OVERDUE-RPT-FILE ASSIGN TO "CERTACK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ALERTS-OUT-FILE ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERTS-OUT-STATUS.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ACK-FILE.
       01 ACK-RECORD           PIC X(160).

       FD FILING-LOG-FILE.
       01 FILING-LOG-RECORD    PIC X(160).

       FD FILING-NEW-FILE.
       01 FILING-NEW-RECORD    PIC X(160).

       FD OVERDUE-RPT-FILE.
       01 OVERDUE-RPT-RECORD   PIC X(132).

       FD ALERTS-OUT-FILE.
       01 ALERTS-OUT-RECORD    PIC X(96).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 RUN-MODE             PIC X(8) VALUE SPACES.
       77 ACK-STATUS           PIC X(2).
       77 FILING-LOG-STATUS    PIC X(2).
       77 FILING-NEW-STATUS    PIC X(2).
       77 ALERTS-OUT-STATUS    PIC X(2).
       77 SCAN-EOF             PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 TODAY-INT            PIC 9(8).
       77 AS-OF-DATE           PIC X(10).
       77 AS-OF-INT            PIC 9(8).
       77 WORK-DATE            PIC X(10).
       77 WORK-DATE-NUM        PIC 9(8).
       77 WORK-INT             PIC 9(8).
       77 ACK-DAYS             PIC 9(3) VALUE 5.
       77 DEADLINE-DAYS        PIC 9(3) VALUE 30.
       77 WARN-DAYS            PIC 9(3) VALUE 7.
       77 FIELD-PTR            PIC 9(4).
       77 IN-FILER             PIC X(16).
       77 IN-PERIOD            PIC X(16).
       77 IN-STATUS            PIC X(16).
       77 IN-DATE              PIC X(16).
       77 IN-REASON            PIC X(60).
       77 LOG-COUNT            PIC 9(4) VALUE 0.
       77 MAX-LOG              PIC 9(4) VALUE 2000.
       77 LOG-IDX              PIC 9(4).
       77 OTHER-IDX            PIC 9(4).
       77 FOUND-IDX            PIC 9(4).
       77 ACK-COUNT            PIC 9(4) VALUE 0.
       77 MAX-ACK              PIC 9(4) VALUE 500.
       77 ACK-IDX              PIC 9(4).
       77 ACK-LINE-NUM         PIC 9(6) VALUE 0.
       77 BAD-LINE-COUNT       PIC 9(4) VALUE 0.
       77 ACCEPTED-COUNT       PIC 9(4) VALUE 0.
       77 REJECTED-COUNT       PIC 9(4) VALUE 0.
       77 REPEAT-COUNT         PIC 9(4) VALUE 0.
       77 UNMATCHED-COUNT      PIC 9(4) VALUE 0.
       77 OUTSTANDING-COUNT    PIC 9(4) VALUE 0.
       77 OVERDUE-COUNT        PIC 9(4) VALUE 0.
       77 ALERT-COUNT          PIC 9(4) VALUE 0.
       77 SUPERSEDED           PIC X(1).
       77 PERIOD-YEAR          PIC 9(4).
       77 PERIOD-END-MONTH     PIC 9(2).
       77 PERIOD-END-INT       PIC 9(8).
       77 DEADLINE-INT         PIC 9(8).
       77 DEADLINE-DATE        PIC X(10).
       77 DAYS-WAITING         PIC S9(6).
       77 DAYS-LEFT            PIC S9(6).
       77 ACK-FLAG             PIC X(8).
       77 DEADLINE-FLAG        PIC X(15).
       77 ALERT-LABEL          PIC X(20).
       77 ALERT-REASON         PIC X(16).
       77 DISP-COUNT           PIC Z(6)9.
       77 DISP-COUNT-2         PIC Z(6)9.
       77 DISP-COUNT-3         PIC Z(6)9.
       77 DISP-COUNT-4         PIC Z(6)9.
       77 DISP-LINE            PIC Z(5)9.
       77 DISP-DAYS            PIC -(5)9.
       77 DISP-DAYS-2          PIC -(5)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 FILING-TABLE.
          05 FILING-ENTRY OCCURS 2000 TIMES.
             10 FL-FILER       PIC X(10).
             10 FL-PERIOD      PIC X(7).
             10 FL-PRODUCED    PIC X(10).
             10 FL-RECORDS     PIC X(9).
             10 FL-RANGES      PIC X(9).
             10 FL-INVALIDS    PIC X(9).
             10 FL-IDSUM       PIC X(15).
             10 FL-STATUS      PIC X(8).
             10 FL-ACK-DATE    PIC X(10).
             10 FL-REASON      PIC X(60).
       01 ACK-TABLE.
          05 ACK-ENTRY OCCURS 500 TIMES.
             10 AK-FILER       PIC X(10).
             10 AK-PERIOD      PIC X(7).
             10 AK-STATUS      PIC X(8).
             10 AK-DATE        PIC X(10).
             10 AK-REASON      PIC X(60).

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
         WHEN RUN-MODE = "MATCH" AND ARGC > 1
           CONTINUE
         WHEN RUN-MODE = "OVERDUE"
           CONTINUE
         WHEN OTHER
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " match <regulator acknowledgment file>"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " overdue [as-of date yyyy-mm-dd]"
           DISPLAY "acknowledgment records: <filer>,<period>,"
               "ACCEPTED|REJECTED,<date yyyy-mm-dd>[,<reason>]"
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

       MOVE "CERTACK" TO AUDIT-PROGRAM

       PERFORM LOAD-FILING-LOG

       IF RUN-MODE = "MATCH"
           PERFORM MATCH-ACKNOWLEDGMENTS
       ELSE
           PERFORM REPORT-OVERDUE-FILINGS
       END-IF

       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
           MOVE "CERT-ACK-DAYS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT = 0 OR CFG-RESULT > 365
                   DISPLAY "error: CERT-ACK-DAYS must be from 1 to 365"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO ACK-DAYS
           END-IF
           MOVE "CERT-DEADLINE-DAYS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT > 365
                   DISPLAY "error: CERT-DEADLINE-DAYS must not exceed "
                       "365"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO DEADLINE-DAYS
           END-IF
           MOVE "CERT-WARN-DAYS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT > 365
                   DISPLAY "error: CERT-WARN-DAYS must not exceed 365"
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CFG-RESULT TO WARN-DAYS
           END-IF
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

       LOAD-FILING-LOG.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FILING-LOG-FILE
           IF FILING-LOG-STATUS NOT = "00"
               DISPLAY "error: CERTFILE.LOG is not readable - no "
                   "certification filings have been logged"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ FILING-LOG-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(FILING-LOG-RECORD) NOT = SPACES
                     PERFORM PARSE-FILING-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FILING-LOG-FILE.

       PARSE-FILING-RECORD.
           IF LOG-COUNT >= MAX-LOG
               DISPLAY "error: too many filings in CERTFILE.LOG (max "
                   FUNCTION TRIM(MAX-LOG) ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LOG-COUNT
           MOVE SPACES TO FILING-ENTRY(LOG-COUNT)
           MOVE 1 TO FIELD-PTR
           UNSTRING FILING-LOG-RECORD DELIMITED BY ","
               INTO FL-FILER(LOG-COUNT) FL-PERIOD(LOG-COUNT)
                   FL-PRODUCED(LOG-COUNT) FL-RECORDS(LOG-COUNT)
                   FL-RANGES(LOG-COUNT) FL-INVALIDS(LOG-COUNT)
                   FL-IDSUM(LOG-COUNT) FL-STATUS(LOG-COUNT)
                   FL-ACK-DATE(LOG-COUNT)
               WITH POINTER FIELD-PTR
           END-UNSTRING
           IF FIELD-PTR <= 160
               MOVE FILING-LOG-RECORD(FIELD-PTR:)
                   TO FL-REASON(LOG-COUNT)
           END-IF
           IF FL-STATUS(LOG-COUNT) NOT = "PENDING"
               AND FL-STATUS(LOG-COUNT) NOT = "ACCEPTED"
               AND FL-STATUS(LOG-COUNT) NOT = "REJECTED"
               DISPLAY "error: CERTFILE.LOG record has an unknown "
                   "filing status: " FUNCTION TRIM(FILING-LOG-RECORD)
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF.

       MATCH-ACKNOWLEDGMENTS.
           MOVE FUNCTION TRIM(ARG2) TO FILENAME
           PERFORM LOAD-ACKNOWLEDGMENTS
           IF BAD-LINE-COUNT > 0
               MOVE BAD-LINE-COUNT TO DISP-COUNT
               DISPLAY "error: " FUNCTION TRIM(DISP-COUNT)
                   " acknowledgment records failed validation, "
                   "nothing posted"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ACK-IDX FROM 1 BY 1
               UNTIL ACK-IDX > ACK-COUNT
             PERFORM APPLY-ONE-ACKNOWLEDGMENT
           END-PERFORM
           PERFORM REWRITE-FILING-LOG
           MOVE ACCEPTED-COUNT TO DISP-COUNT
           MOVE REJECTED-COUNT TO DISP-COUNT-2
           MOVE REPEAT-COUNT TO DISP-COUNT-3
           MOVE UNMATCHED-COUNT TO DISP-COUNT-4
           DISPLAY "filings accepted = " FUNCTION TRIM(DISP-COUNT)
               ", rejected = " FUNCTION TRIM(DISP-COUNT-2)
               ", already recorded = " FUNCTION TRIM(DISP-COUNT-3)
               ", with no pending filing = "
               FUNCTION TRIM(DISP-COUNT-4)
           IF UNMATCHED-COUNT > 0
               DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT-4)
                   " acknowledgments match no pending filing in "
                   "CERTFILE.LOG"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "acc=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " rej=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING.

       LOAD-ACKNOWLEDGMENTS.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT ACK-FILE
           IF ACK-STATUS NOT = "00"
               DISPLAY "error: acknowledgment file "
                   FUNCTION TRIM(FILENAME) " is not readable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ ACK-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 ADD 1 TO ACK-LINE-NUM
                 IF FUNCTION TRIM(ACK-RECORD) NOT = SPACES
                     AND ACK-RECORD(1:1) NOT = "*"
                     PERFORM APPLY-ACK-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ACK-FILE
           IF ACK-COUNT = 0 AND BAD-LINE-COUNT = 0
               DISPLAY "error: acknowledgment file "
                   FUNCTION TRIM(FILENAME)
                   " holds no acknowledgments"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-ACK-RECORD.
           MOVE ACK-LINE-NUM TO DISP-LINE
           MOVE SPACES TO IN-FILER IN-PERIOD IN-STATUS IN-DATE
               IN-REASON
           MOVE 1 TO FIELD-PTR
           UNSTRING ACK-RECORD DELIMITED BY ","
               INTO IN-FILER IN-PERIOD IN-STATUS IN-DATE
               WITH POINTER FIELD-PTR
           END-UNSTRING
           IF FIELD-PTR <= 160
               MOVE ACK-RECORD(FIELD-PTR:) TO IN-REASON
           END-IF
           MOVE FUNCTION TRIM(IN-FILER) TO IN-FILER
           MOVE FUNCTION TRIM(IN-PERIOD) TO IN-PERIOD
           MOVE FUNCTION TRIM(IN-STATUS) TO IN-STATUS
           MOVE FUNCTION TRIM(IN-DATE) TO IN-DATE
           MOVE FUNCTION TRIM(IN-REASON) TO IN-REASON
           INSPECT IN-STATUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF IN-FILER = SPACES OR IN-PERIOD = SPACES
               OR IN-FILER(11:6) NOT = SPACES
               OR IN-PERIOD(8:9) NOT = SPACES
               DISPLAY "error: acknowledgment line "
                   FUNCTION TRIM(DISP-LINE)
                   " needs a filer id (max 10) and period (max 7)"
               ADD 1 TO BAD-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF IN-STATUS NOT = "ACCEPTED" AND IN-STATUS NOT = "REJECTED"
               DISPLAY "error: acknowledgment line "
                   FUNCTION TRIM(DISP-LINE)
                   " status must be ACCEPTED or REJECTED"
               ADD 1 TO BAD-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-DATE TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WORK-INT = 0 OR IN-DATE(11:6) NOT = SPACES
               OR WORK-INT > TODAY-INT
               DISPLAY "error: acknowledgment line "
                   FUNCTION TRIM(DISP-LINE)
                   " date is not a valid yyyy-mm-dd date on or "
                   "before today"
               ADD 1 TO BAD-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF IN-STATUS = "REJECTED" AND IN-REASON = SPACES
               MOVE "no reason given" TO IN-REASON
           END-IF
           IF ACK-COUNT >= MAX-ACK
               DISPLAY "error: too many acknowledgments in "
                   FUNCTION TRIM(FILENAME) " (max "
                   FUNCTION TRIM(MAX-ACK) ")"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           INSPECT IN-REASON REPLACING ALL "," BY ";"
           ADD 1 TO ACK-COUNT
           MOVE IN-FILER TO AK-FILER(ACK-COUNT)
           MOVE IN-PERIOD TO AK-PERIOD(ACK-COUNT)
           MOVE IN-STATUS TO AK-STATUS(ACK-COUNT)
           MOVE IN-DATE TO AK-DATE(ACK-COUNT)
           MOVE IN-REASON TO AK-REASON(ACK-COUNT).

       APPLY-ONE-ACKNOWLEDGMENT.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING LOG-IDX FROM 1 BY 1
               UNTIL LOG-IDX > LOG-COUNT OR FOUND-IDX > 0
             IF FL-FILER(LOG-IDX) = AK-FILER(ACK-IDX)
                 AND FL-PERIOD(LOG-IDX) = AK-PERIOD(ACK-IDX)
                 AND FL-STATUS(LOG-IDX) = "PENDING"
                 MOVE LOG-IDX TO FOUND-IDX
             END-IF
           END-PERFORM
           IF FOUND-IDX = 0
               PERFORM VARYING LOG-IDX FROM 1 BY 1
                   UNTIL LOG-IDX > LOG-COUNT OR FOUND-IDX > 0
                 IF FL-FILER(LOG-IDX) = AK-FILER(ACK-IDX)
                     AND FL-PERIOD(LOG-IDX) = AK-PERIOD(ACK-IDX)
                     AND FL-STATUS(LOG-IDX) = AK-STATUS(ACK-IDX)
                     AND FL-ACK-DATE(LOG-IDX) = AK-DATE(ACK-IDX)
                     MOVE LOG-IDX TO FOUND-IDX
                 END-IF
               END-PERFORM
               IF FOUND-IDX > 0
                   ADD 1 TO REPEAT-COUNT
                   DISPLAY "note: " FUNCTION TRIM(AK-FILER(ACK-IDX))
                       " " FUNCTION TRIM(AK-PERIOD(ACK-IDX))
                       " " FUNCTION TRIM(AK-STATUS(ACK-IDX))
                       " on " AK-DATE(ACK-IDX)
                       " is already recorded"
               ELSE
                   ADD 1 TO UNMATCHED-COUNT
                   DISPLAY "WARNING: " FUNCTION TRIM(AK-FILER(ACK-IDX))
                       " " FUNCTION TRIM(AK-PERIOD(ACK-IDX))
                       " " FUNCTION TRIM(AK-STATUS(ACK-IDX))
                       " on " AK-DATE(ACK-IDX)
                       " matches no pending filing"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE AK-STATUS(ACK-IDX) TO FL-STATUS(FOUND-IDX)
           MOVE AK-DATE(ACK-IDX) TO FL-ACK-DATE(FOUND-IDX)
           MOVE AK-REASON(ACK-IDX) TO FL-REASON(FOUND-IDX)
           IF AK-STATUS(ACK-IDX) = "ACCEPTED"
               ADD 1 TO ACCEPTED-COUNT
               DISPLAY "filing " FUNCTION TRIM(FL-FILER(FOUND-IDX))
                   " " FUNCTION TRIM(FL-PERIOD(FOUND-IDX))
                   " produced " FL-PRODUCED(FOUND-IDX)
                   " ACCEPTED on " AK-DATE(ACK-IDX)
           ELSE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "filing " FUNCTION TRIM(FL-FILER(FOUND-IDX))
                   " " FUNCTION TRIM(FL-PERIOD(FOUND-IDX))
                   " produced " FL-PRODUCED(FOUND-IDX)
                   " REJECTED on " AK-DATE(ACK-IDX) ": "
                   FUNCTION TRIM(AK-REASON(ACK-IDX))
               MOVE FOUND-IDX TO LOG-IDX
               MOVE TODAY-DATE TO AS-OF-DATE
               MOVE "FILING-REJECTED" TO ALERT-REASON
               PERFORM RAISE-FILING-ALERT
           END-IF.

       REWRITE-FILING-LOG.
           OPEN OUTPUT FILING-NEW-FILE
           IF FILING-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot write CERTFILE.LOG.NEW"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LOG-IDX FROM 1 BY 1
               UNTIL LOG-IDX > LOG-COUNT
             MOVE SPACES TO FILING-NEW-RECORD
             STRING FUNCTION TRIM(FL-FILER(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-PERIOD(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-PRODUCED(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-RECORDS(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-RANGES(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-INVALIDS(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-IDSUM(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-STATUS(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-ACK-DATE(LOG-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(FL-REASON(LOG-IDX)) DELIMITED BY SIZE
                 INTO FILING-NEW-RECORD
             END-STRING
             WRITE FILING-NEW-RECORD
           END-PERFORM
           CLOSE FILING-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "CERTFILE.LOG"
           CALL "CBL_RENAME_FILE" USING "CERTFILE.LOG.NEW"
               "CERTFILE.LOG"
           MOVE 0 TO RETURN-CODE.

       REPORT-OVERDUE-FILINGS.
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

           MOVE "CERTACK.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT OVERDUE-RPT-FILE
           MOVE SPACES TO OVERDUE-RPT-RECORD
           STRING "certification filings awaiting regulator "
               DELIMITED BY SIZE
               "acceptance, as of " DELIMITED BY SIZE
               AS-OF-DATE DELIMITED BY SIZE
               INTO OVERDUE-RPT-RECORD
           END-STRING
           WRITE OVERDUE-RPT-RECORD
           DISPLAY FUNCTION TRIM(OVERDUE-RPT-RECORD)
           MOVE ACK-DAYS TO DISP-DAYS
           MOVE DEADLINE-DAYS TO DISP-DAYS-2
           MOVE WARN-DAYS TO DISP-COUNT
           MOVE SPACES TO OVERDUE-RPT-RECORD
           STRING "acknowledgment overdue after " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               " days; deadline is period end + " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS-2) DELIMITED BY SIZE
               " days; alert within " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " days of the deadline" DELIMITED BY SIZE
               INTO OVERDUE-RPT-RECORD
           END-STRING
           WRITE OVERDUE-RPT-RECORD
           MOVE SPACES TO OVERDUE-RPT-RECORD
           WRITE OVERDUE-RPT-RECORD
           MOVE SPACES TO OVERDUE-RPT-RECORD
           MOVE "filer" TO OVERDUE-RPT-RECORD(1:5)
           MOVE "period" TO OVERDUE-RPT-RECORD(12:6)
           MOVE "produced" TO OVERDUE-RPT-RECORD(20:8)
           MOVE "records" TO OVERDUE-RPT-RECORD(31:7)
           MOVE "status" TO OVERDUE-RPT-RECORD(41:6)
           MOVE "waiting" TO OVERDUE-RPT-RECORD(50:7)
           MOVE "deadline" TO OVERDUE-RPT-RECORD(59:8)
           MOVE "days left" TO OVERDUE-RPT-RECORD(71:9)
           MOVE "action" TO OVERDUE-RPT-RECORD(82:6)
           WRITE OVERDUE-RPT-RECORD
           PERFORM VARYING LOG-IDX FROM 1 BY 1
               UNTIL LOG-IDX > LOG-COUNT
             PERFORM CHECK-FILING-SUPERSEDED
             IF SUPERSEDED = "N"
                 PERFORM WRITE-OUTSTANDING-FILING
             END-IF
           END-PERFORM
           MOVE SPACES TO OVERDUE-RPT-RECORD
           WRITE OVERDUE-RPT-RECORD
           MOVE OUTSTANDING-COUNT TO DISP-COUNT
           MOVE OVERDUE-COUNT TO DISP-COUNT-2
           MOVE ALERT-COUNT TO DISP-COUNT-3
           MOVE SPACES TO OVERDUE-RPT-RECORD
           STRING "filings outstanding = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", acknowledgment overdue = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               ", deadline alerts = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               INTO OVERDUE-RPT-RECORD
           END-STRING
           WRITE OVERDUE-RPT-RECORD
           DISPLAY FUNCTION TRIM(OVERDUE-RPT-RECORD)
           CLOSE OVERDUE-RPT-FILE
           IF ALERT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "overdue=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " alerts=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING.

       CHECK-FILING-SUPERSEDED.
           MOVE "N" TO SUPERSEDED
           IF FL-STATUS(LOG-IDX) = "ACCEPTED"
               MOVE "Y" TO SUPERSEDED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
               UNTIL OTHER-IDX > LOG-COUNT OR SUPERSEDED = "Y"
             IF OTHER-IDX NOT = LOG-IDX
                 AND FL-FILER(OTHER-IDX) = FL-FILER(LOG-IDX)
                 AND FL-PERIOD(OTHER-IDX) = FL-PERIOD(LOG-IDX)
                 EVALUATE TRUE
                   WHEN FL-STATUS(OTHER-IDX) = "ACCEPTED"
                     MOVE "Y" TO SUPERSEDED
                   WHEN FL-STATUS(LOG-IDX) = "REJECTED"
                       AND FL-STATUS(OTHER-IDX) = "PENDING"
                     MOVE "Y" TO SUPERSEDED
                   WHEN FL-STATUS(LOG-IDX) = "REJECTED"
                       AND FL-STATUS(OTHER-IDX) = "REJECTED"
                       AND OTHER-IDX > LOG-IDX
                     MOVE "Y" TO SUPERSEDED
                 END-EVALUATE
             END-IF
           END-PERFORM.

       WRITE-OUTSTANDING-FILING.
           ADD 1 TO OUTSTANDING-COUNT
           MOVE FL-PRODUCED(LOG-IDX) TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WORK-INT = 0
               MOVE AS-OF-INT TO WORK-INT
           END-IF
           COMPUTE DAYS-WAITING = AS-OF-INT - WORK-INT
           MOVE SPACES TO ACK-FLAG DEADLINE-FLAG
           IF FL-STATUS(LOG-IDX) = "REJECTED"
               MOVE "REFILE" TO ACK-FLAG
           ELSE
               IF DAYS-WAITING > ACK-DAYS
                   MOVE "OVERDUE" TO ACK-FLAG
                   ADD 1 TO OVERDUE-COUNT
               END-IF
           END-IF
           PERFORM COMPUTE-FILING-DEADLINE
           MOVE SPACES TO OVERDUE-RPT-RECORD
           MOVE FL-FILER(LOG-IDX) TO OVERDUE-RPT-RECORD(1:10)
           MOVE FL-PERIOD(LOG-IDX) TO OVERDUE-RPT-RECORD(12:7)
           MOVE FL-PRODUCED(LOG-IDX) TO OVERDUE-RPT-RECORD(20:10)
           MOVE FL-RECORDS(LOG-IDX) TO OVERDUE-RPT-RECORD(31:9)
           MOVE FL-STATUS(LOG-IDX) TO OVERDUE-RPT-RECORD(41:8)
           MOVE DAYS-WAITING TO DISP-DAYS
           MOVE DISP-DAYS TO OVERDUE-RPT-RECORD(51:6)
           IF DEADLINE-INT = 0
               MOVE "unknown" TO OVERDUE-RPT-RECORD(59:7)
           ELSE
               MOVE DEADLINE-DATE TO OVERDUE-RPT-RECORD(59:10)
               MOVE DAYS-LEFT TO DISP-DAYS-2
               MOVE DISP-DAYS-2 TO OVERDUE-RPT-RECORD(74:6)
           END-IF
           MOVE SPACES TO OVERDUE-RPT-RECORD(82:51)
           STRING FUNCTION TRIM(ACK-FLAG) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DEADLINE-FLAG) DELIMITED BY SIZE
               INTO OVERDUE-RPT-RECORD(82:51)
           END-STRING
           MOVE FUNCTION TRIM(OVERDUE-RPT-RECORD(82:51))
               TO OVERDUE-RPT-RECORD(82:51)
           WRITE OVERDUE-RPT-RECORD
           IF ACK-FLAG NOT = SPACES OR DEADLINE-FLAG NOT = SPACES
               DISPLAY FUNCTION TRIM(OVERDUE-RPT-RECORD)
           END-IF
           IF FL-STATUS(LOG-IDX) = "REJECTED"
               DISPLAY "   rejected "
                   FUNCTION TRIM(FL-ACK-DATE(LOG-IDX)) ": "
                   FUNCTION TRIM(FL-REASON(LOG-IDX))
           END-IF.

       COMPUTE-FILING-DEADLINE.
           MOVE 0 TO DEADLINE-INT PERIOD-END-MONTH
           MOVE SPACES TO DEADLINE-DATE
           IF FL-PERIOD(LOG-IDX)(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FL-PERIOD(LOG-IDX)(1:4) TO PERIOD-YEAR
           EVALUATE TRUE
             WHEN FL-PERIOD(LOG-IDX)(5:3) = SPACES
               MOVE 12 TO PERIOD-END-MONTH
             WHEN FL-PERIOD(LOG-IDX)(5:1) = "-"
                 AND FL-PERIOD(LOG-IDX)(6:2) IS NUMERIC
               IF FL-PERIOD(LOG-IDX)(6:2) >= "01"
                   AND FL-PERIOD(LOG-IDX)(6:2) <= "12"
                   MOVE FL-PERIOD(LOG-IDX)(6:2) TO PERIOD-END-MONTH
               END-IF
             WHEN FL-PERIOD(LOG-IDX)(5:1) = "-"
                 AND (FL-PERIOD(LOG-IDX)(6:1) = "Q"
                   OR FL-PERIOD(LOG-IDX)(6:1) = "q")
               IF FL-PERIOD(LOG-IDX)(7:1) >= "1"
                   AND FL-PERIOD(LOG-IDX)(7:1) <= "4"
                   COMPUTE PERIOD-END-MONTH =
                       FUNCTION NUMVAL(FL-PERIOD(LOG-IDX)(7:1)) * 3
               END-IF
           END-EVALUATE
           IF PERIOD-END-MONTH = 0
               EXIT PARAGRAPH
           END-IF
           IF PERIOD-END-MONTH = 12
               COMPUTE WORK-DATE-NUM = (PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WORK-DATE-NUM = PERIOD-YEAR * 10000
                   + (PERIOD-END-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM) - 1
           COMPUTE DEADLINE-INT = PERIOD-END-INT + DEADLINE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(DEADLINE-INT)
               TO WORK-DATE-NUM
           STRING WORK-DATE-NUM(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WORK-DATE-NUM(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WORK-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO DEADLINE-DATE
           END-STRING
           COMPUTE DAYS-LEFT = DEADLINE-INT - AS-OF-INT
           IF DAYS-LEFT < 0
               MOVE "DEADLINE PASSED" TO DEADLINE-FLAG
               MOVE "DEADLINE-PASSED" TO ALERT-REASON
               PERFORM RAISE-FILING-ALERT
           ELSE
               IF DAYS-LEFT <= WARN-DAYS
                   MOVE "DEADLINE NEAR" TO DEADLINE-FLAG
                   MOVE "DEADLINE-NEAR" TO ALERT-REASON
                   PERFORM RAISE-FILING-ALERT
               END-IF
           END-IF.

       RAISE-FILING-ALERT.
           ADD 1 TO ALERT-COUNT
           MOVE SPACES TO ALERT-LABEL
           STRING FUNCTION TRIM(FL-FILER(LOG-IDX)) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(FL-PERIOD(LOG-IDX)) DELIMITED BY SIZE
               INTO ALERT-LABEL
           END-STRING
           OPEN EXTEND ALERTS-OUT-FILE
           IF ALERTS-OUT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-OUT-FILE
           END-IF
           MOVE SPACES TO ALERTS-OUT-RECORD
           STRING "WARN,CERTACK," DELIMITED BY SIZE
               FUNCTION TRIM(ALERT-LABEL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               AS-OF-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(ALERT-REASON) DELIMITED BY SIZE
               INTO ALERTS-OUT-RECORD
           END-STRING
           WRITE ALERTS-OUT-RECORD
           CLOSE ALERTS-OUT-FILE.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
