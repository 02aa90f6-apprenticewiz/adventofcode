           FILE STATUS IS VERIFY-STATUS.
       COPY AUDITSEL.
       COPY CFGSEL.
       COPY TKTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY AUDITFD.
       COPY CFGFD.
       COPY TKTFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY RPTWS.
       COPY GENWS.
       COPY CFGWS.
       COPY TKTWS.
       77 PRE-RUN-LINES        PIC 9(6) VALUE 0.
       77 AUDIT-LINE-NUM       PIC 9(6) VALUE 0.
       77 JOB-COUNT            PIC 9(4) VALUE 0.
       77 REG-ARRIVED-DATE     PIC X(10).
       77 REG-FOUND            PIC X(1).
       77 REG-CKSUM-TEXT       PIC X(16).
       77 REG-BATCH-TEXT       PIC X(12).
       77 REG-RECORDS-TEXT     PIC X(12).
       77 REG-BYTES-TEXT       PIC X(12).
       77 VERIFY-STATUS        PIC X(2).
       77 VERIFY-EOF           PIC X(1).
       77 CONTENT-CKSUM        PIC 9(18) COMP-5.
       77 WAIT-ELAPSED         PIC 9(9).
       77 WAIT-EXPIRED         PIC X(1).
       77 LAUNCH-COMMAND       PIC X(4200).
       77 TICKET-OPENED-COUNT  PIC 9(4) VALUE 0.
       77 TICKET-RESOLVED-COUNT PIC 9(4) VALUE 0.
       77 DISP-TICKET-COUNT    PIC Z(5)9.
       77 DISP-TICKET-NUM      PIC Z(5)9.
       77 STEP-TOKEN-SOURCE    PIC X(200).
       77 STEP-TOKEN           PIC X(200).
       77 STEP-PROGRAM         PIC X(16).
       77 STEP-TOKEN-PTR       PIC 9(4).
       77 STEP-TOKEN-LEN       PIC 9(4).
       77 STEP-AUDIT-LINE      PIC X(350).
       77 STEP-AUDIT-LAST      PIC X(350).
       77 STEP-AUDIT-PROGRAM   PIC X(16).
       77 STEP-AUDIT-NUM       PIC 9(6).
       77 STEP-REJECT-COUNT    PIC 9(7).
       77 RERUN-TICKET-NUM     PIC 9(6).
       77 NEW-TICKET-NUM       PIC 9(6).
       77 REJ-MAP-IDX          PIC 9(2).
       01 REJECT-MAP-INIT.
          05 FILLER PIC X(8)  VALUE "DAY02A".
          05 FILLER PIC X(16) VALUE "DAY02A.REJ".
          05 FILLER PIC X(8)  VALUE "DAY02B".
          05 FILLER PIC X(16) VALUE "DAY02B.REJ".
          05 FILLER PIC X(8)  VALUE "DAY02B25".
          05 FILLER PIC X(16) VALUE "DAY02B.REJ".
          05 FILLER PIC X(8)  VALUE "DAY06A".
          05 FILLER PIC X(16) VALUE "DAY06A.REJ".
          05 FILLER PIC X(8)  VALUE "DAY08A".
          05 FILLER PIC X(16) VALUE "DAY08A.REJ".
       01 REJECT-MAP-TABLE REDEFINES REJECT-MAP-INIT.
          05 REJECT-MAP-ENTRY OCCURS 5 TIMES.
             10 RM-PROGRAM     PIC X(8).
             10 RM-REJECT-FILE PIC X(16).
       77 REJECT-MAP-COUNT     PIC 9(2) VALUE 5.
       01 STEP-LOG.
          05 STEP-LOG-ENTRY OCCURS 200 TIMES.
             10 LOG-STEP-NAME    PIC X(16).
       DISPLAY "jobs run = " FUNCTION TRIM(DISP-JOB-COUNT)
       MOVE FAILED-STEP-COUNT TO DISP-FAILED-COUNT
       DISPLAY "steps failed = " FUNCTION TRIM(DISP-FAILED-COUNT)
       IF TICKET-OPENED-COUNT > 0
           MOVE TICKET-OPENED-COUNT TO DISP-TICKET-COUNT
           DISPLAY "problem tickets opened = "
               FUNCTION TRIM(DISP-TICKET-COUNT)
       END-IF
       IF TICKET-RESOLVED-COUNT > 0
           MOVE TICKET-RESOLVED-COUNT TO DISP-TICKET-COUNT
           DISPLAY "problem tickets resolved by rerun = "
               FUNCTION TRIM(DISP-TICKET-COUNT)
       END-IF

       IF FAILED-STEP-COUNT > 0 OR ABORT-FLAG = "Y"
           MOVE 1 TO RETURN-CODE
                   MOVE "RAN" TO LOG-STEP-STATUS(STEP-IDX)
                   IF STEP-RC = 0
                       PERFORM JOURNAL-COMPLETED-STEP
                       PERFORM RESOLVE-RERUN-TICKET
                   ELSE
                       PERFORM NOTE-STEP-FAILURE
                   END-IF
               MOVE "Y" TO ABORT-FLAG
               DISPLAY "aborting manifest at step "
                   FUNCTION TRIM(ST-NAME(STEP-IDX))
           END-IF
           PERFORM OPEN-STEP-TICKET.

       RUN-TRACK-BLOCK.
           MOVE 0 TO TRACK-COUNT
       LOOK-UP-REGISTRATION.
           MOVE "N" TO REG-FOUND
           MOVE SPACES TO REG-CKSUM-TEXT
           MOVE SPACES TO REG-BATCH-TEXT REG-RECORDS-TEXT
               REG-BYTES-TEXT
           MOVE SPACES TO REG-ARRIVED-DATE
           MOVE "N" TO REGISTER-EOF
           OPEN INPUT REGISTER-FILE
                     UNSTRING REG-TAIL DELIMITED BY SPACE
                         INTO REG-CKSUM-TEXT
                     END-UNSTRING
                     PERFORM CAPTURE-REGISTRATION-COUNTS
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       CAPTURE-REGISTRATION-COUNTS.
           MOVE SPACES TO REG-FRONT REG-TAIL
           UNSTRING REGISTER-RECORD DELIMITED BY "batch="
               INTO REG-FRONT REG-TAIL
           END-UNSTRING
           MOVE SPACES TO REG-BATCH-TEXT
           UNSTRING REG-TAIL DELIMITED BY SPACE
               INTO REG-BATCH-TEXT
           END-UNSTRING
           MOVE SPACES TO REG-FRONT REG-TAIL
           UNSTRING REGISTER-RECORD DELIMITED BY " records="
               INTO REG-FRONT REG-TAIL
           END-UNSTRING
           MOVE SPACES TO REG-RECORDS-TEXT
           UNSTRING REG-TAIL DELIMITED BY SPACE
               INTO REG-RECORDS-TEXT
           END-UNSTRING
           MOVE SPACES TO REG-FRONT REG-TAIL
           UNSTRING REGISTER-RECORD DELIMITED BY " bytes="
               INTO REG-FRONT REG-TAIL
           END-UNSTRING
           MOVE SPACES TO REG-BYTES-TEXT
           UNSTRING REG-TAIL DELIMITED BY SPACE
               INTO REG-BYTES-TEXT
           END-UNSTRING.

       BUILD-RC-FILE-NAME.
           MOVE STEP-IDX TO DISP-STEP-IDX
           MOVE SPACES TO RC-FILE-NAME
                     MOVE "RAN" TO LOG-STEP-STATUS(STEP-IDX)
                     IF STEP-RC = 0
                         PERFORM JOURNAL-COMPLETED-STEP
                         PERFORM RESOLVE-RERUN-TICKET
                     ELSE
                         MOVE "Y" TO BLOCK-FAILED
                         PERFORM NOTE-STEP-FAILURE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       OPEN-STEP-TICKET.
           PERFORM FIND-STEP-PROGRAM
           PERFORM FIND-STEP-AUDIT-LINE
           PERFORM FIND-RERUN-TICKET-NUMBER
           MOVE SPACES TO TICKET-RECORD
           MOVE "OPEN" TO TKT-STATE
           PERFORM SET-TICKET-STAMP
           MOVE TKTLOG-DATE TO TKT-OPENED-DATE
           MOVE TKTLOG-TIME TO TKT-OPENED-TIME
           MOVE AUDIT-RUN-ID TO TKT-RUN-ID
           MOVE ST-NAME(STEP-IDX) TO TKT-STEP-NAME
           MOVE LOG-STEP-STATUS(STEP-IDX) TO TKT-STEP-STATUS
           MOVE STEP-RC TO TKT-STEP-RC
           MOVE ST-COMMAND(STEP-IDX) TO TKT-COMMAND
           MOVE STEP-AUDIT-LINE TO TKT-AUDIT-LINE
           MOVE RERUN-TICKET-NUM TO TKT-RERUN-OF
           MOVE 0 TO TKT-REJECT-COUNT
           IF LOG-STEP-STATUS(STEP-IDX) NOT = "NOINPUT"
               MOVE SPACES TO ONE-INPUT-NAME
               UNSTRING ST-INPUTS(STEP-IDX) DELIMITED BY ","
                   INTO ONE-INPUT-NAME
               END-UNSTRING
           END-IF
           IF FUNCTION TRIM(ONE-INPUT-NAME) = SPACES
               AND STEP-AUDIT-LINE NOT = SPACES
               MOVE SPACES TO REG-FRONT REG-TAIL
               UNSTRING STEP-AUDIT-LINE DELIMITED BY " file="
                   INTO REG-FRONT REG-TAIL
               END-UNSTRING
               UNSTRING REG-TAIL DELIMITED BY SPACE
                   INTO ONE-INPUT-NAME
               END-UNSTRING
           END-IF
           MOVE FUNCTION TRIM(ONE-INPUT-NAME) TO TKT-INPUT-FILE
           IF TKT-INPUT-FILE NOT = SPACES
               PERFORM LOOK-UP-REGISTRATION
               MOVE REG-BATCH-TEXT TO TKT-INTAKE-BATCH
               MOVE REG-RECORDS-TEXT TO TKT-INPUT-RECORDS
               MOVE REG-BYTES-TEXT TO TKT-INPUT-BYTES
           END-IF
           PERFORM COUNT-STEP-REJECTS
           PERFORM OPEN-TICKET-MASTER
           IF TICKET-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open TICKETS.MST (status "
                   TICKET-STATUS "), no problem ticket for step "
                   FUNCTION TRIM(ST-NAME(STEP-IDX))
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-TICKET-RECORD
           IF TICKET-STATUS NOT = "00"
               DISPLAY "WARNING: problem ticket for step "
                   FUNCTION TRIM(ST-NAME(STEP-IDX))
                   " not written (status " TICKET-STATUS ")"
               CLOSE TICKET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE TKT-NUMBER TO NEW-TICKET-NUM
           ADD 1 TO TICKET-OPENED-COUNT
           MOVE NEW-TICKET-NUM TO DISP-TICKET-NUM
           DISPLAY "problem ticket " FUNCTION TRIM(DISP-TICKET-NUM)
               " opened for step " FUNCTION TRIM(ST-NAME(STEP-IDX))
           MOVE NEW-TICKET-NUM TO TKTLOG-NUMBER
           MOVE STEP-RC TO DISP-STEP-RC
           MOVE SPACES TO TKTLOG-TEXT
           STRING "step " DELIMITED BY SIZE
               FUNCTION TRIM(ST-NAME(STEP-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LOG-STEP-STATUS(STEP-IDX))
                   DELIMITED BY SIZE
               " rc=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-STEP-RC) DELIMITED BY SIZE
               " run=" DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
               INTO TKTLOG-TEXT
           END-STRING
           MOVE "OPENED" TO TKTLOG-ACTION
           PERFORM SET-TICKET-LOG-OPER
           PERFORM WRITE-TICKET-LOG
           IF RERUN-TICKET-NUM > 0
               MOVE RERUN-TICKET-NUM TO TKT-NUMBER
               READ TICKET-FILE
               IF TICKET-STATUS = "00"
                   MOVE "OPEN" TO TKT-STATE
                   MOVE SPACES TO TKT-LAST-NOTE
                   STRING "rerun failed, see ticket " DELIMITED BY SIZE
                       FUNCTION TRIM(DISP-TICKET-NUM)
                           DELIMITED BY SIZE
                       INTO TKT-LAST-NOTE
                   END-STRING
                   REWRITE TICKET-RECORD
                   MOVE RERUN-TICKET-NUM TO TKTLOG-NUMBER
                   MOVE TKT-LAST-NOTE TO TKTLOG-TEXT
                   MOVE "REOPENED" TO TKTLOG-ACTION
                   PERFORM WRITE-TICKET-LOG
               END-IF
           END-IF
           CLOSE TICKET-FILE.

       RESOLVE-RERUN-TICKET.
           PERFORM FIND-RERUN-TICKET-NUMBER
           IF RERUN-TICKET-NUM = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TICKET-MASTER
           IF TICKET-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open TICKETS.MST (status "
                   TICKET-STATUS "), ticket not resolved"
               EXIT PARAGRAPH
           END-IF
           MOVE RERUN-TICKET-NUM TO TKT-NUMBER
           READ TICKET-FILE
           IF TICKET-STATUS NOT = "00"
               MOVE RERUN-TICKET-NUM TO DISP-TICKET-NUM
               DISPLAY "WARNING: rerun step "
                   FUNCTION TRIM(ST-NAME(STEP-IDX))
                   " names ticket " FUNCTION TRIM(DISP-TICKET-NUM)
                   " which is not on TICKETS.MST"
               CLOSE TICKET-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-TICKET-STAMP
           PERFORM SET-TICKET-LOG-OPER
           MOVE "CLOSED" TO TKT-STATE
           MOVE AUDIT-RUN-ID TO TKT-RESOLVED-BY
           MOVE TKTLOG-DATE TO TKT-CLOSED-DATE
           MOVE TKTLOG-OPER TO TKT-CLOSED-BY
           MOVE SPACES TO TKT-LAST-NOTE
           STRING "resolved by rerun " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
               INTO TKT-LAST-NOTE
           END-STRING
           REWRITE TICKET-RECORD
           IF TICKET-STATUS = "00"
               ADD 1 TO TICKET-RESOLVED-COUNT
               MOVE RERUN-TICKET-NUM TO DISP-TICKET-NUM
               DISPLAY "problem ticket " FUNCTION TRIM(DISP-TICKET-NUM)
                   " resolved by this rerun"
               MOVE RERUN-TICKET-NUM TO TKTLOG-NUMBER
               MOVE TKT-LAST-NOTE TO TKTLOG-TEXT
               MOVE "RESOLVED" TO TKTLOG-ACTION
               PERFORM WRITE-TICKET-LOG
           END-IF
           CLOSE TICKET-FILE.

       FIND-RERUN-TICKET-NUMBER.
           MOVE 0 TO RERUN-TICKET-NUM
           IF RERUN-QUEUE-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF ST-NAME(STEP-IDX)(1:3) = "TKT"
               AND ST-NAME(STEP-IDX)(4:6) IS NUMERIC
               AND ST-NAME(STEP-IDX)(10:7) = SPACES
               MOVE ST-NAME(STEP-IDX)(4:6) TO RERUN-TICKET-NUM
           END-IF.

       SET-TICKET-LOG-OPER.
           IF AUDIT-OPERATOR-ID = SPACES
               MOVE "DRIVER" TO TKTLOG-OPER
           ELSE
               MOVE AUDIT-OPERATOR-ID TO TKTLOG-OPER
           END-IF.

       FIND-STEP-PROGRAM.
           MOVE SPACES TO STEP-PROGRAM STEP-TOKEN
           MOVE FUNCTION TRIM(ST-COMMAND(STEP-IDX))
               TO STEP-TOKEN-SOURCE
           UNSTRING STEP-TOKEN-SOURCE DELIMITED BY ALL SPACE
               INTO STEP-TOKEN
           END-UNSTRING
           IF STEP-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO STEP-TOKEN-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(STEP-TOKEN))
               TO STEP-TOKEN-LEN
           PERFORM UNTIL STEP-TOKEN-PTR > STEP-TOKEN-LEN
             MOVE SPACES TO STEP-PROGRAM
             UNSTRING STEP-TOKEN DELIMITED BY "/" OR SPACE
                 INTO STEP-PROGRAM
                 WITH POINTER STEP-TOKEN-PTR
             END-UNSTRING
           END-PERFORM
           INSPECT STEP-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       FIND-STEP-AUDIT-LINE.
           MOVE SPACES TO STEP-AUDIT-LINE STEP-AUDIT-LAST
           MOVE 0 TO STEP-AUDIT-NUM
           MOVE "N" TO TICKET-EOF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TICKET-EOF = "Y"
             READ AUDIT-FILE
               AT END
                 MOVE "Y" TO TICKET-EOF
               NOT AT END
                 ADD 1 TO STEP-AUDIT-NUM
                 IF STEP-AUDIT-NUM > PRE-RUN-LINES
                     MOVE AUDIT-RECORD TO STEP-AUDIT-LAST
                     MOVE SPACES TO STEP-AUDIT-PROGRAM
                     UNSTRING AUDIT-RECORD DELIMITED BY SPACE
                         INTO STEP-AUDIT-PROGRAM
                     END-UNSTRING
                     IF STEP-AUDIT-PROGRAM = STEP-PROGRAM
                         AND STEP-PROGRAM NOT = SPACES
                         MOVE AUDIT-RECORD TO STEP-AUDIT-LINE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF STEP-AUDIT-LINE = SPACES
               AND ST-TRACK(STEP-IDX) = SPACES
               AND LOG-STEP-STATUS(STEP-IDX) NOT = "NOINPUT"
               MOVE STEP-AUDIT-LAST TO STEP-AUDIT-LINE
           END-IF.

       COUNT-STEP-REJECTS.
           MOVE SPACES TO TKT-REJECT-FILE
           MOVE 0 TO STEP-REJECT-COUNT
           PERFORM VARYING REJ-MAP-IDX FROM 1 BY 1
               UNTIL REJ-MAP-IDX > REJECT-MAP-COUNT
             IF RM-PROGRAM(REJ-MAP-IDX) = STEP-PROGRAM
                 MOVE RM-REJECT-FILE(REJ-MAP-IDX) TO TKT-REJECT-FILE
             END-IF
           END-PERFORM
           IF TKT-REJECT-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TKT-REJECT-FILE TO CHECK-FILE-NAME
           MOVE "N" TO VERIFY-EOF
           OPEN INPUT VERIFY-FILE
           IF VERIFY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VERIFY-EOF = "Y"
             READ VERIFY-FILE
               AT END
                 MOVE "Y" TO VERIFY-EOF
               NOT AT END
                 ADD 1 TO STEP-REJECT-COUNT
             END-READ
           END-PERFORM
           CLOSE VERIFY-FILE
           MOVE STEP-REJECT-COUNT TO TKT-REJECT-COUNT.

       WRITE-CONSOLIDATED-REPORT.
           MOVE 0 TO AUDIT-LINE-NUM
           MOVE "N" TO EOF-FLAG
               FUNCTION TRIM(DISP-FAILED-COUNT) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           IF TICKET-OPENED-COUNT > 0 OR TICKET-RESOLVED-COUNT > 0
               MOVE TICKET-OPENED-COUNT TO DISP-TICKET-COUNT
               MOVE SPACES TO RPT-DETAIL
               STRING "problem tickets opened = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-TICKET-COUNT) DELIMITED BY SIZE
                   INTO RPT-DETAIL
               END-STRING
               MOVE TICKET-RESOLVED-COUNT TO DISP-TICKET-COUNT
               STRING FUNCTION TRIM(RPT-DETAIL) DELIMITED BY SIZE
                   "  resolved by rerun = " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-TICKET-COUNT) DELIMITED BY SIZE
                   INTO RPT-DETAIL
               END-STRING
               PERFORM RPT-WRITE-TOTAL-LINE
           END-IF.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD== BY ==SUMMARY-RECORD==.


       COPY CFGPARA.
       COPY GENPARA.
       COPY TKTPARA.

       COPY AUDITPARA.
