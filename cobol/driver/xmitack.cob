       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MAN-IN-FILE ASSIGN TO "TRANSMIT.MAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAN-IN-STATUS.
       SELECT MAN-OUT-FILE ASSIGN TO "TRANSMIT.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAN-OUT-STATUS.
       SELECT ALERTS-OUT-FILE ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERTS-OUT-STATUS.
       SELECT ACK-RPT-FILE ASSIGN TO "XMITACK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD MAN-IN-FILE.
       01 MAN-IN-RECORD        PIC X(256).

       FD MAN-OUT-FILE.
       01 MAN-OUT-RECORD       PIC X(256).

       FD ALERTS-OUT-FILE.
       01 ALERTS-OUT-RECORD    PIC X(96).

       FD ACK-RPT-FILE.
       01 ACK-RPT-RECORD       PIC X(132).

       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       77 MAN-IN-STATUS        PIC X(2).
       77 MAN-OUT-STATUS       PIC X(2).
       77 ALERTS-OUT-STATUS    PIC X(2).
       77 MAN-EOF              PIC X(1).
       77 RUN-MODE             PIC X(8).
       77 TODAY-DATE           PIC X(10).
       77 NOW-STAMP            PIC X(19).
       77 CUTOFF-HHMM          PIC 9(4) VALUE 600.
       77 CUTOFF-HH            PIC 9(2).
       77 CUTOFF-MM            PIC 9(2).
       77 CUTOFF-TEXT          PIC X(5) VALUE "06:00".
       77 WANT-FILE            PIC X(64).
       77 RECEIVER-ID          PIC X(16).
       77 ACK-FOUND            PIC X(1) VALUE "N".
       77 ACK-LATE             PIC X(1) VALUE "N".
       77 READY-NAME           PIC X(64).
       77 MAN-STATE            PIC X(10).
       77 MAN-FILE-NAME        PIC X(64).
       77 MAN-RUN-ID           PIC X(16).
       77 MAN-CREATED          PIC X(19).
       77 MAN-FRONT            PIC X(256).
       77 MAN-TAIL             PIC X(256).
       77 MAN-HHMM-TEXT        PIC X(4).
       77 MAN-HHMM             PIC 9(4).
       77 DEADLINE-STAMP       PIC X(16).
       77 DEADLINE-INT         PIC 9(7).
       77 DATE-WORK-NUM        PIC 9(8).
       77 READY-COUNT          PIC 9(5) VALUE 0.
       77 OVERDUE-COUNT        PIC 9(5) VALUE 0.
       77 ACKED-COUNT          PIC 9(5) VALUE 0.
       77 SUPERSEDED-COUNT     PIC 9(5) VALUE 0.
       77 ALERTS-POSTED        PIC 9(5) VALUE 0.
       77 DISP-COUNT           PIC Z(4)9.
       77 DISP-COUNT-2         PIC Z(4)9.
       77 AUDIT-SUMMARY        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC < 1 OR ARGC > 3
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <ack <file> [receiver]|report>"
           DISPLAY "ack marks a file on TRANSMIT.MAN as picked up "
               "and removes its .RDY trigger"
           DISPLAY "report lists files not collected by the "
               "TRANSMIT-CUTOFF time into XMITACK.RPT"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

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
       MOVE SPACES TO NOW-STAMP
       STRING TODAY-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
           INTO NOW-STAMP
       END-STRING

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       MOVE "XMITACK" TO AUDIT-PROGRAM
       MOVE "TRANSMIT.MAN" TO FILENAME

       EVALUATE RUN-MODE
         WHEN "ACK"
           IF ARGC < 2
               DISPLAY "error: ack needs the outbound file name"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RUN-RECEIPT-ACK
         WHEN "REPORT"
           IF ARGC > 1
               DISPLAY "error: report takes no further arguments"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RUN-COLLECTION-REPORT
         WHEN OTHER
           DISPLAY "error: mode must be ack or report"
           MOVE 2 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
           MOVE "RETAIN-GENERATIONS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO GEN-KEEP-COUNT
           END-IF
           MOVE "TRANSMIT-CUTOFF" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               IF CFG-RESULT > 2359
                   OR FUNCTION MOD(CFG-RESULT, 100) > 59
                   DISPLAY "WARNING: TRANSMIT-CUTOFF must be hhmm, "
                       "keeping " CUTOFF-TEXT
               ELSE
                   MOVE CFG-RESULT TO CUTOFF-HHMM
               END-IF
           END-IF
           DIVIDE CUTOFF-HHMM BY 100 GIVING CUTOFF-HH
               REMAINDER CUTOFF-MM
           MOVE SPACES TO CUTOFF-TEXT
           STRING CUTOFF-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               CUTOFF-MM DELIMITED BY SIZE
               INTO CUTOFF-TEXT
           END-STRING.

       RUN-RECEIPT-ACK.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-FILE
           INSPECT WANT-FILE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE AUDIT-OPERATOR-ID TO RECEIVER-ID
           IF ARGC > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(ARG) TO RECEIVER-ID
           END-IF
           IF RECEIVER-ID = SPACES
               MOVE "UNKNOWN" TO RECEIVER-ID
           END-IF
           MOVE WANT-FILE TO FILENAME

           OPEN INPUT MAN-IN-FILE
           IF MAN-IN-STATUS NOT = "00"
               DISPLAY "error: TRANSMIT.MAN not present"
               MOVE 1 TO RETURN-CODE
               MOVE "NO MANIFEST" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT MAN-OUT-FILE
           IF MAN-OUT-STATUS NOT = "00"
               DISPLAY "error: cannot write TRANSMIT.NEW"
               CLOSE MAN-IN-FILE
               MOVE 1 TO RETURN-CODE
               MOVE "WRITE FAILED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE "N" TO MAN-EOF
           PERFORM UNTIL MAN-EOF = "Y"
             READ MAN-IN-FILE
               AT END
                 MOVE "Y" TO MAN-EOF
               NOT AT END
                 PERFORM ACK-ONE-MANIFEST-LINE
             END-READ
           END-PERFORM
           CLOSE MAN-IN-FILE
           CLOSE MAN-OUT-FILE

           IF ACK-FOUND = "N"
               CALL "CBL_DELETE_FILE" USING "TRANSMIT.NEW"
               MOVE 0 TO RETURN-CODE
               DISPLAY "no uncollected entry for "
                   FUNCTION TRIM(WANT-FILE) " on TRANSMIT.MAN"
               MOVE 4 TO RETURN-CODE
               MOVE "NOT READY" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "TRANSMIT.MAN"
           CALL "CBL_RENAME_FILE" USING "TRANSMIT.NEW"
               "TRANSMIT.MAN"
           MOVE SPACES TO READY-NAME
           STRING FUNCTION TRIM(WANT-FILE) DELIMITED BY SIZE
               ".RDY" DELIMITED BY SIZE
               INTO READY-NAME
           END-STRING
           CALL "CBL_DELETE_FILE" USING READY-NAME
           MOVE 0 TO RETURN-CODE

           DISPLAY FUNCTION TRIM(WANT-FILE) " acknowledged by "
               FUNCTION TRIM(RECEIVER-ID) " at " NOW-STAMP
           IF ACK-LATE = "Y"
               DISPLAY "note: collected after the " CUTOFF-TEXT
                   " cut-off of " DEADLINE-STAMP
               MOVE "ACKED LATE" TO AUDIT-RESULT-TEXT
           ELSE
               MOVE "ACKED" TO AUDIT-RESULT-TEXT
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       ACK-ONE-MANIFEST-LINE.
           MOVE MAN-IN-RECORD TO MAN-OUT-RECORD
           PERFORM PARSE-MANIFEST-LINE
           IF MAN-STATE = "READY"
               AND MAN-FILE-NAME = WANT-FILE
               MOVE "Y" TO ACK-FOUND
               PERFORM COMPUTE-DEADLINE
               IF NOW-STAMP(1:16) >= DEADLINE-STAMP
                   MOVE "Y" TO ACK-LATE
               END-IF
               MOVE SPACES TO MAN-OUT-RECORD
               STRING FUNCTION TRIM(MAN-IN-RECORD TRAILING)
                   DELIMITED BY SIZE
                   " acked=" DELIMITED BY SIZE
                   NOW-STAMP DELIMITED BY SIZE
                   " by=" DELIMITED BY SIZE
                   FUNCTION TRIM(RECEIVER-ID) DELIMITED BY SIZE
                   INTO MAN-OUT-RECORD
               END-STRING
               MOVE "ACKED" TO MAN-OUT-RECORD(1:10)
           END-IF
           WRITE MAN-OUT-RECORD.

       PARSE-MANIFEST-LINE.
           MOVE MAN-IN-RECORD(1:10) TO MAN-STATE
           MOVE SPACES TO MAN-FRONT MAN-TAIL MAN-FILE-NAME
           UNSTRING MAN-IN-RECORD DELIMITED BY " file="
               INTO MAN-FRONT MAN-TAIL
           END-UNSTRING
           UNSTRING MAN-TAIL DELIMITED BY " "
               INTO MAN-FILE-NAME
           END-UNSTRING
           MOVE SPACES TO MAN-FRONT MAN-TAIL MAN-RUN-ID
           UNSTRING MAN-IN-RECORD DELIMITED BY " run="
               INTO MAN-FRONT MAN-TAIL
           END-UNSTRING
           UNSTRING MAN-TAIL DELIMITED BY " "
               INTO MAN-RUN-ID
           END-UNSTRING
           MOVE SPACES TO MAN-FRONT MAN-TAIL
           UNSTRING MAN-IN-RECORD DELIMITED BY " created="
               INTO MAN-FRONT MAN-TAIL
           END-UNSTRING
           MOVE MAN-TAIL(1:19) TO MAN-CREATED.

       COMPUTE-DEADLINE.
           MOVE SPACES TO DEADLINE-STAMP
           MOVE SPACES TO MAN-HHMM-TEXT
           STRING MAN-CREATED(12:2) MAN-CREATED(15:2)
               DELIMITED BY SIZE
               INTO MAN-HHMM-TEXT
           END-STRING
           IF MAN-HHMM-TEXT IS NOT NUMERIC
               OR MAN-CREATED(1:4) IS NOT NUMERIC
               OR MAN-CREATED(6:2) IS NOT NUMERIC
               OR MAN-CREATED(9:2) IS NOT NUMERIC
               MOVE NOW-STAMP(1:16) TO DEADLINE-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE MAN-HHMM-TEXT TO MAN-HHMM
           MOVE SPACES TO MAN-FRONT
           STRING MAN-CREATED(1:4) MAN-CREATED(6:2)
               MAN-CREATED(9:2) DELIMITED BY SIZE
               INTO MAN-FRONT
           END-STRING
           MOVE MAN-FRONT(1:8) TO DATE-WORK-NUM
           COMPUTE DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM)
           IF MAN-HHMM >= CUTOFF-HHMM
               ADD 1 TO DEADLINE-INT
           END-IF
           COMPUTE DATE-WORK-NUM =
               FUNCTION DATE-OF-INTEGER(DEADLINE-INT)
           STRING DATE-WORK-NUM(1:4) "-" DATE-WORK-NUM(5:2) "-"
               DATE-WORK-NUM(7:2) " " CUTOFF-TEXT
               DELIMITED BY SIZE
               INTO DEADLINE-STAMP
           END-STRING.

       RUN-COLLECTION-REPORT.
           MOVE "XMITACK.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT ACK-RPT-FILE
           MOVE SPACES TO RPT-TITLE
           STRING "OUTBOUND FILES NOT COLLECTED " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-COLUMN-HEADING
           MOVE "file" TO RPT-COLUMN-HEADING(1:4)
           MOVE "run" TO RPT-COLUMN-HEADING(18:3)
           MOVE "created" TO RPT-COLUMN-HEADING(36:7)
           MOVE "cut-off" TO RPT-COLUMN-HEADING(57:7)
           MOVE "status" TO RPT-COLUMN-HEADING(76:6)
           PERFORM RPT-INIT-REPORT

           MOVE "N" TO MAN-EOF
           OPEN INPUT MAN-IN-FILE
           IF MAN-IN-STATUS = "00"
               PERFORM UNTIL MAN-EOF = "Y"
                 READ MAN-IN-FILE
                   AT END
                     MOVE "Y" TO MAN-EOF
                   NOT AT END
                     IF MAN-IN-RECORD NOT = SPACES
                         PERFORM REPORT-ONE-MANIFEST-LINE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MAN-IN-FILE
           ELSE
               DISPLAY "note: TRANSMIT.MAN not present, no outbound "
                   "files listed"
           END-IF

           PERFORM RPT-WRITE-TOTALS
           MOVE SPACES TO RPT-DETAIL
           MOVE READY-COUNT TO DISP-COUNT
           MOVE OVERDUE-COUNT TO DISP-COUNT-2
           STRING "awaiting pickup = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", past the " DELIMITED BY SIZE
               CUTOFF-TEXT DELIMITED BY SIZE
               " cut-off = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-DETAIL
           MOVE ACKED-COUNT TO DISP-COUNT
           MOVE SUPERSEDED-COUNT TO DISP-COUNT-2
           STRING "acknowledged = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", superseded = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           CLOSE ACK-RPT-FILE

           MOVE READY-COUNT TO DISP-COUNT
           DISPLAY "outbound files awaiting pickup = "
               FUNCTION TRIM(DISP-COUNT)
           MOVE OVERDUE-COUNT TO DISP-COUNT
           DISPLAY "not collected by the " CUTOFF-TEXT " cut-off = "
               FUNCTION TRIM(DISP-COUNT)
           IF ALERTS-POSTED > 0
               MOVE ALERTS-POSTED TO DISP-COUNT
               DISPLAY "collection alerts posted to ALERTS.DAT = "
                   FUNCTION TRIM(DISP-COUNT)
           END-IF

           IF OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE OVERDUE-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "not-collected=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD.

       REPORT-ONE-MANIFEST-LINE.
           PERFORM PARSE-MANIFEST-LINE
           EVALUATE MAN-STATE
             WHEN "ACKED"
               ADD 1 TO ACKED-COUNT
               EXIT PARAGRAPH
             WHEN "SUPERSEDED"
               ADD 1 TO SUPERSEDED-COUNT
               EXIT PARAGRAPH
             WHEN "READY"
               ADD 1 TO READY-COUNT
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           PERFORM COMPUTE-DEADLINE
           MOVE SPACES TO RPT-DETAIL
           MOVE MAN-FILE-NAME TO RPT-DETAIL(1:16)
           MOVE MAN-RUN-ID TO RPT-DETAIL(18:16)
           MOVE MAN-CREATED TO RPT-DETAIL(36:19)
           MOVE DEADLINE-STAMP TO RPT-DETAIL(57:16)
           IF NOW-STAMP(1:16) >= DEADLINE-STAMP
               ADD 1 TO OVERDUE-COUNT
               MOVE "NOT COLLECTED" TO RPT-DETAIL(76:13)
               PERFORM POST-COLLECTION-ALERT
           ELSE
               MOVE "awaiting pickup" TO RPT-DETAIL(76:15)
           END-IF
           PERFORM RPT-WRITE-DETAIL.

       POST-COLLECTION-ALERT.
           ADD 1 TO ALERTS-POSTED
           OPEN EXTEND ALERTS-OUT-FILE
           IF ALERTS-OUT-STATUS NOT = "00"
               OPEN OUTPUT ALERTS-OUT-FILE
           END-IF
           MOVE SPACES TO ALERTS-OUT-RECORD
           STRING "WARN,XMITACK," DELIMITED BY SIZE
               FUNCTION TRIM(MAN-FILE-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ",NOT-COLLECTED" DELIMITED BY SIZE
               INTO ALERTS-OUT-RECORD
           END-STRING
           WRITE ALERTS-OUT-RECORD
           CLOSE ALERTS-OUT-FILE.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==ACK-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
