       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTMGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RERUN-FILE ASSIGN TO "RERUN.MAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RERUN-STATUS.
       COPY TKTSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD RERUN-FILE.
       01 RERUN-RECORD         PIC X(256).

       COPY TKTFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY TKTWS.
       77 RUN-MODE             PIC X(8).
       77 RERUN-STATUS         PIC X(2).
       77 WANT-STATE           PIC X(8).
       77 WANT-TICKET          PIC 9(6).
       77 WANT-OPER            PIC X(8).
       77 WANT-RUN-ID          PIC X(16).
       77 NOTE-TEXT            PIC X(120).
       77 NOTE-PTR             PIC 9(4).
       77 ARG-IDX              PIC 9(4).
       77 LIST-COUNT           PIC 9(6) VALUE 0.
       77 LOG-TICKET-TEXT      PIC X(6).
       77 RERUN-STEP-NAME      PIC X(16).
       77 DISP-TICKET-NUM      PIC Z(5)9.
       77 DISP-STEP-RC         PIC Z(3)9.
       77 DISP-REJECTS         PIC Z(6)9.
       77 DISP-COUNT           PIC Z(5)9.
       77 AUDIT-SUMMARY        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC < 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <list [state|ALL]|show <ticket>"
               "|assign <ticket> <operator>"
           DISPLAY "       |note <ticket> <text>"
               "|close <ticket> [text]|rerun <ticket>"
               "|link <ticket> <run id>>"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO RUN-MODE
       INSPECT RUN-MODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

       MOVE "TKTMGR" TO AUDIT-PROGRAM
       MOVE "TICKETS.MST" TO FILENAME
       IF AUDIT-OPERATOR-ID = SPACES
           MOVE "(none)" TO TKTLOG-OPER
       ELSE
           MOVE AUDIT-OPERATOR-ID TO TKTLOG-OPER
       END-IF

       IF RUN-MODE NOT = "LIST"
           PERFORM GET-TICKET-ARGUMENT
       END-IF

       PERFORM OPEN-TICKET-MASTER
       IF TICKET-STATUS NOT = "00"
           DISPLAY "error: cannot open TICKETS.MST (status "
               TICKET-STATUS ")"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       EVALUATE RUN-MODE
         WHEN "LIST"
           PERFORM LIST-TICKETS
         WHEN "SHOW"
           PERFORM READ-WANTED-TICKET
           PERFORM SHOW-TICKET
         WHEN "ASSIGN"
           PERFORM ASSIGN-TICKET
         WHEN "NOTE"
           PERFORM ANNOTATE-TICKET
         WHEN "CLOSE"
           PERFORM CLOSE-TICKET
         WHEN "RERUN"
           PERFORM QUEUE-TICKET-RERUN
         WHEN "LINK"
           PERFORM LINK-TICKET-RERUN
         WHEN OTHER
           DISPLAY "error: mode must be list, show, assign, note, "
               "close, rerun, or link"
           MOVE 2 TO RETURN-CODE
       END-EVALUATE

       CLOSE TICKET-FILE

       STOP RUN.

       GET-TICKET-ARGUMENT.
           IF ARGC < 2
               DISPLAY "error: " FUNCTION TRIM(ARG)
                   " needs a ticket number"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ARG) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(ARG)) > 6
               DISPLAY "error: ticket number must be numeric, "
                   "at most 6 digits"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(ARG) TO WANT-TICKET
           MOVE WANT-TICKET TO DISP-TICKET-NUM.

       GATHER-NOTE-TEXT.
           MOVE SPACES TO NOTE-TEXT
           MOVE 1 TO NOTE-PTR
           PERFORM VARYING ARG-IDX FROM 3 BY 1 UNTIL ARG-IDX > ARGC
             DISPLAY ARG-IDX UPON ARGUMENT-NUMBER
             ACCEPT ARG FROM ARGUMENT-VALUE
             IF NOTE-PTR > 1
                 STRING " " DELIMITED BY SIZE
                     INTO NOTE-TEXT WITH POINTER NOTE-PTR
                 END-STRING
             END-IF
             STRING FUNCTION TRIM(ARG) DELIMITED BY SIZE
                 INTO NOTE-TEXT WITH POINTER NOTE-PTR
             END-STRING
           END-PERFORM
           INSPECT NOTE-TEXT REPLACING ALL "," BY ";".

       READ-WANTED-TICKET.
           MOVE WANT-TICKET TO TKT-NUMBER
           READ TICKET-FILE
           IF TICKET-STATUS NOT = "00"
               DISPLAY "error: ticket " FUNCTION TRIM(DISP-TICKET-NUM)
                   " is not on TICKETS.MST"
               MOVE 1 TO RETURN-CODE
               CLOSE TICKET-FILE
               STOP RUN
           END-IF.

       REFUSE-CLOSED-TICKET.
           IF TKT-STATE = "CLOSED"
               DISPLAY "error: ticket " FUNCTION TRIM(DISP-TICKET-NUM)
                   " is already closed"
               MOVE 4 TO RETURN-CODE
               CLOSE TICKET-FILE
               STOP RUN
           END-IF.

       SAVE-TICKET-CHANGE.
           REWRITE TICKET-RECORD
           IF TICKET-STATUS NOT = "00"
               DISPLAY "error: ticket " FUNCTION TRIM(DISP-TICKET-NUM)
                   " not updated (status " TICKET-STATUS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WANT-TICKET TO TKTLOG-NUMBER
           PERFORM WRITE-TICKET-LOG
           MOVE SPACES TO AUDIT-SUMMARY
           STRING FUNCTION TRIM(TKTLOG-ACTION) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-TICKET-NUM) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD.

       LIST-TICKETS.
           MOVE SPACES TO WANT-STATE
           IF ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(ARG) TO WANT-STATE
               INSPECT WANT-STATE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           MOVE "N" TO TICKET-EOF
           MOVE 0 TO TKT-NUMBER
           START TICKET-FILE KEY >= TKT-NUMBER
           IF TICKET-STATUS NOT = "00"
               MOVE "Y" TO TICKET-EOF
           END-IF
           PERFORM UNTIL TICKET-EOF = "Y"
             READ TICKET-FILE NEXT
               AT END
                 MOVE "Y" TO TICKET-EOF
               NOT AT END
                 IF (WANT-STATE = SPACES AND TKT-STATE NOT = "CLOSED")
                     OR WANT-STATE = "ALL"
                     OR WANT-STATE = TKT-STATE
                     ADD 1 TO LIST-COUNT
                     MOVE TKT-NUMBER TO DISP-TICKET-NUM
                     MOVE TKT-STEP-RC TO DISP-STEP-RC
                     DISPLAY DISP-TICKET-NUM " " TKT-OPENED-DATE " "
                         TKT-STATE " " TKT-STEP-NAME " "
                         TKT-STEP-STATUS " rc="
                         FUNCTION TRIM(DISP-STEP-RC) " assigned="
                         FUNCTION TRIM(TKT-ASSIGNED-TO)
                 END-IF
             END-READ
           END-PERFORM
           MOVE LIST-COUNT TO DISP-COUNT
           DISPLAY "tickets listed = " FUNCTION TRIM(DISP-COUNT).

       SHOW-TICKET.
           MOVE TKT-STEP-RC TO DISP-STEP-RC
           MOVE TKT-REJECT-COUNT TO DISP-REJECTS
           DISPLAY "ticket      " FUNCTION TRIM(DISP-TICKET-NUM)
               "  state " FUNCTION TRIM(TKT-STATE)
           DISPLAY "opened      " TKT-OPENED-DATE " " TKT-OPENED-TIME
               " run " FUNCTION TRIM(TKT-RUN-ID)
           DISPLAY "step        " FUNCTION TRIM(TKT-STEP-NAME)
               " " FUNCTION TRIM(TKT-STEP-STATUS)
               " rc=" FUNCTION TRIM(DISP-STEP-RC)
           DISPLAY "command     " FUNCTION TRIM(TKT-COMMAND)
           DISPLAY "input       " FUNCTION TRIM(TKT-INPUT-FILE)
               " batch=" FUNCTION TRIM(TKT-INTAKE-BATCH)
               " records=" FUNCTION TRIM(TKT-INPUT-RECORDS)
               " bytes=" FUNCTION TRIM(TKT-INPUT-BYTES)
           DISPLAY "last audit  " FUNCTION TRIM(TKT-AUDIT-LINE)
           DISPLAY "rejects     " FUNCTION TRIM(TKT-REJECT-FILE)
               " " FUNCTION TRIM(DISP-REJECTS)
           DISPLAY "assigned to " FUNCTION TRIM(TKT-ASSIGNED-TO)
           IF TKT-RERUN-OF > 0
               MOVE TKT-RERUN-OF TO DISP-COUNT
               DISPLAY "rerun of    ticket " FUNCTION TRIM(DISP-COUNT)
           END-IF
           IF TKT-RESOLVED-BY NOT = SPACES
               DISPLAY "resolved by " FUNCTION TRIM(TKT-RESOLVED-BY)
           END-IF
           IF TKT-STATE = "CLOSED"
               DISPLAY "closed      " TKT-CLOSED-DATE " by "
                   FUNCTION TRIM(TKT-CLOSED-BY)
           END-IF
           DISPLAY "history:"
           MOVE WANT-TICKET TO LOG-TICKET-TEXT
           MOVE "N" TO TICKET-LOG-EOF
           OPEN INPUT TICKET-LOG-FILE
           IF TICKET-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TICKET-LOG-EOF = "Y"
             READ TICKET-LOG-FILE
               AT END
                 MOVE "Y" TO TICKET-LOG-EOF
               NOT AT END
                 IF TICKET-LOG-RECORD(1:6) = LOG-TICKET-TEXT
                     DISPLAY "  " FUNCTION TRIM(TICKET-LOG-RECORD(8:))
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TICKET-LOG-FILE.

       ASSIGN-TICKET.
           IF ARGC < 3
               DISPLAY "error: assign needs the ticket and operator"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-OPER
           INSPECT WANT-OPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM READ-WANTED-TICKET
           PERFORM REFUSE-CLOSED-TICKET
           MOVE WANT-OPER TO TKT-ASSIGNED-TO
           IF TKT-STATE = "OPEN"
               MOVE "ASSIGNED" TO TKT-STATE
           END-IF
           MOVE "ASSIGN" TO TKTLOG-ACTION
           MOVE SPACES TO TKTLOG-TEXT
           STRING "assigned to " DELIMITED BY SIZE
               FUNCTION TRIM(WANT-OPER) DELIMITED BY SIZE
               INTO TKTLOG-TEXT
           END-STRING
           PERFORM SAVE-TICKET-CHANGE
           DISPLAY "ticket " FUNCTION TRIM(DISP-TICKET-NUM)
               " assigned to " FUNCTION TRIM(WANT-OPER).

       ANNOTATE-TICKET.
           IF ARGC < 3
               DISPLAY "error: note needs the ticket and the text"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-NOTE-TEXT
           PERFORM READ-WANTED-TICKET
           MOVE NOTE-TEXT TO TKT-LAST-NOTE
           MOVE "NOTE" TO TKTLOG-ACTION
           MOVE NOTE-TEXT TO TKTLOG-TEXT
           PERFORM SAVE-TICKET-CHANGE
           DISPLAY "ticket " FUNCTION TRIM(DISP-TICKET-NUM)
               " annotated".

       CLOSE-TICKET.
           PERFORM GATHER-NOTE-TEXT
           PERFORM READ-WANTED-TICKET
           PERFORM REFUSE-CLOSED-TICKET
           PERFORM SET-TICKET-STAMP
           MOVE "CLOSED" TO TKT-STATE
           MOVE TKTLOG-DATE TO TKT-CLOSED-DATE
           MOVE TKTLOG-OPER TO TKT-CLOSED-BY
           IF NOTE-TEXT NOT = SPACES
               MOVE NOTE-TEXT TO TKT-LAST-NOTE
           END-IF
           MOVE "CLOSE" TO TKTLOG-ACTION
           MOVE NOTE-TEXT TO TKTLOG-TEXT
           PERFORM SAVE-TICKET-CHANGE
           DISPLAY "ticket " FUNCTION TRIM(DISP-TICKET-NUM) " closed".

       QUEUE-TICKET-RERUN.
           PERFORM READ-WANTED-TICKET
           PERFORM REFUSE-CLOSED-TICKET
           MOVE "RERUN" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to queue reruns"
               MOVE 8 TO RETURN-CODE
               MOVE "RERUN DENIED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF TKT-COMMAND = SPACES
               DISPLAY "error: ticket " FUNCTION TRIM(DISP-TICKET-NUM)
                   " has no command to rerun"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RERUN-STEP-NAME
           STRING "TKT" DELIMITED BY SIZE
               WANT-TICKET DELIMITED BY SIZE
               INTO RERUN-STEP-NAME
           END-STRING
           OPEN EXTEND RERUN-FILE
           IF RERUN-STATUS NOT = "00"
               OPEN OUTPUT RERUN-FILE
           END-IF
           IF RERUN-STATUS NOT = "00"
               DISPLAY "error: cannot write RERUN.MAN (status "
                   RERUN-STATUS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RERUN-RECORD
           STRING FUNCTION TRIM(RERUN-STEP-NAME) DELIMITED BY SIZE
               "|ALWAYS|CONTINUE|" DELIMITED BY SIZE
               FUNCTION TRIM(TKT-COMMAND) DELIMITED BY SIZE
               INTO RERUN-RECORD
           END-STRING
           WRITE RERUN-RECORD
           CLOSE RERUN-FILE
           MOVE "RERUN" TO TKT-STATE
           MOVE SPACES TO TKT-LAST-NOTE
           STRING "rerun queued on RERUN.MAN as step " DELIMITED BY SIZE
               FUNCTION TRIM(RERUN-STEP-NAME) DELIMITED BY SIZE
               INTO TKT-LAST-NOTE
           END-STRING
           MOVE "RERUN" TO TKTLOG-ACTION
           MOVE TKT-LAST-NOTE TO TKTLOG-TEXT
           PERFORM SAVE-TICKET-CHANGE
           DISPLAY "ticket " FUNCTION TRIM(DISP-TICKET-NUM)
               " rerun queued as step " FUNCTION TRIM(RERUN-STEP-NAME)
               ", run driver RERUN.MAN to dispatch it".

       LINK-TICKET-RERUN.
           IF ARGC < 3
               DISPLAY "error: link needs the ticket and the run id "
                   "of the rerun that resolved it"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-RUN-ID
           PERFORM READ-WANTED-TICKET
           PERFORM REFUSE-CLOSED-TICKET
           PERFORM SET-TICKET-STAMP
           MOVE WANT-RUN-ID TO TKT-RESOLVED-BY
           MOVE "CLOSED" TO TKT-STATE
           MOVE TKTLOG-DATE TO TKT-CLOSED-DATE
           MOVE TKTLOG-OPER TO TKT-CLOSED-BY
           MOVE SPACES TO TKT-LAST-NOTE
           STRING "resolved by rerun " DELIMITED BY SIZE
               FUNCTION TRIM(WANT-RUN-ID) DELIMITED BY SIZE
               INTO TKT-LAST-NOTE
           END-STRING
           MOVE "LINK" TO TKTLOG-ACTION
           MOVE TKT-LAST-NOTE TO TKTLOG-TEXT
           PERFORM SAVE-TICKET-CHANGE
           DISPLAY "ticket " FUNCTION TRIM(DISP-TICKET-NUM)
               " linked to rerun " FUNCTION TRIM(WANT-RUN-ID)
               " and closed".

       COPY TKTPARA.

       COPY AUDITPARA.
