       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CUSTSEL.
       SELECT CUST-OLD-FILE ASSIGN TO "CUSTOMER.MST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-OLD-CODE
           FILE STATUS IS CUST-OLD-STATUS.
       COPY ALRMSEL.
       COPY TMEMSEL.
       SELECT APPEALS-MST-FILE ASSIGN TO "APPEALS.MST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPEALS-MST-ID
           FILE STATUS IS APPEALS-MST-STATUS.
       SELECT SUBLIB-FILE ASSIGN TO "SUBCIRC.LIB"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBLIB-KEY
           FILE STATUS IS SUBLIB-STATUS.
       SELECT FLAT-FILE ASSIGN TO FLAT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FLAT-STATUS.
       SELECT CATALOG-FILE ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-STATUS.
       SELECT RESTORE-LOG-FILE ASSIGN TO "MSTREST.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESTORE-LOG-STATUS.
       SELECT BACKUP-RPT-FILE ASSIGN TO "MSTBKUP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY INVRSEL.
       COPY TKTSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CUSTFD.

       FD CUST-OLD-FILE.
       01 CUST-OLD-RECORD.
          05 CUST-OLD-CODE     PIC X(10).
          05 FILLER            PIC X(81).

       COPY ALRMFD.

       COPY TMEMFD.

       FD APPEALS-MST-FILE.
       01 APPEALS-MST-RECORD.
          05 APPEALS-MST-ID    PIC X(10).
          05 FILLER            PIC X(222).

       FD SUBLIB-FILE.
       01 SUBLIB-RECORD.
          05 SUBLIB-KEY.
             10 SUBLIB-BLOCK   PIC X(16).
             10 SUBLIB-SEQ     PIC 9(4).
          05 SUBLIB-LINE       PIC X(80).

       FD FLAT-FILE.
       01 FLAT-RECORD          PIC X(1024).

       FD CATALOG-FILE.
       01 CATALOG-RECORD       PIC X(160).

       FD RESTORE-LOG-FILE.
       01 RESTORE-LOG-RECORD   PIC X(200).

       FD BACKUP-RPT-FILE.
       01 BACKUP-RPT-RECORD    PIC X(132).

       COPY INVRFD.

       COPY TKTFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY INVRWS.
       COPY TKTWS.
       77 ARG2                 PIC X(256) VALUE SPACES.
       77 ARG3                 PIC X(256) VALUE SPACES.
       77 RUN-MODE             PIC X(8) VALUE SPACES.
       77 CUSTOMER-STATUS      PIC X(2).
       77 CUST-OLD-STATUS      PIC X(2).
       77 CONVERT-NEEDED       PIC X(1).
       77 CONVERTED-COUNT      PIC 9(9).
       77 ALERTMST-STATUS      PIC X(2).
       77 TRANSMEM-STATUS      PIC X(2).
       77 APPEALS-MST-STATUS   PIC X(2).
       77 SUBLIB-STATUS        PIC X(2).
       77 FLAT-STATUS          PIC X(2).
       77 CATALOG-STATUS       PIC X(2).
       77 RESTORE-LOG-STATUS   PIC X(2).
       77 FLAT-NAME            PIC X(96).
       77 MASTER-STATUS        PIC X(2).
       77 MASTER-EOF           PIC X(1).
       77 MASTER-IMAGE         PIC X(1024).
       77 IMAGE-LEN            PIC 9(4).
       77 MST-IDX              PIC 9(2).
       77 MST-FOUND-IDX        PIC 9(2).
       77 MASTER-COUNT         PIC 9(2) VALUE 8.
       77 WANT-MASTER          PIC X(16).
       77 WANT-DATE            PIC X(10).
       77 STAMP-NOW            PIC X(14).
       77 BACKUP-DATE          PIC X(10).
       77 BACKUP-TIME          PIC X(6).
       77 SHELL-COMMAND        PIC X(300).
       77 SCAN-EOF             PIC X(1).
       77 RECORD-COUNT         PIC 9(9).
       77 FILE-CKSUM           PIC 9(18) COMP-5.
       77 CKSUM-MODULUS        PIC 9(9) VALUE 999999937.
       77 CKSUM-CH-IDX         PIC 9(9).
       77 DISP-CKSUM           PIC 9(9).
       77 DISP-COUNT           PIC Z(8)9.
       77 DUP-KEY-COUNT        PIC 9(9).
       77 BACKED-UP-COUNT      PIC 9(2) VALUE 0.
       77 ABSENT-COUNT         PIC 9(2) VALUE 0.
       77 FAILED-COUNT         PIC 9(2) VALUE 0.
       77 CAT-MASTER           PIC X(16).
       77 CAT-DATE             PIC X(10).
       77 CAT-TIME             PIC X(6).
       77 CAT-COUNT-TEXT       PIC X(12).
       77 CAT-CKSUM-TEXT       PIC X(12).
       77 CAT-FILE             PIC X(96).
       77 PICK-FOUND           PIC X(1) VALUE "N".
       77 PICK-DATE            PIC X(10).
       77 PICK-TIME            PIC X(6).
       77 PICK-COUNT           PIC 9(9).
       77 PICK-CKSUM           PIC 9(9).
       77 PICK-FILE            PIC X(96).
       77 PRE-RESTORE-NAME     PIC X(96).
       77 RESTORE-RESULT       PIC X(20).
       77 AUDIT-SUMMARY        PIC X(20).
       01 MASTER-NAME-INIT.
          05 FILLER PIC X(16) VALUE "CUSTOMER.MST".
          05 FILLER PIC X(16) VALUE "RUNHIST.MST".
          05 FILLER PIC X(16) VALUE "ALERTS.MST".
          05 FILLER PIC X(16) VALUE "APPEALS.MST".
          05 FILLER PIC X(16) VALUE "TRANSMEM.MST".
          05 FILLER PIC X(16) VALUE "SUBCIRC.LIB".
          05 FILLER PIC X(16) VALUE "INVREG.MST".
          05 FILLER PIC X(16) VALUE "TICKETS.MST".
       01 MASTER-NAME-TABLE REDEFINES MASTER-NAME-INIT.
          05 MASTER-NAME OCCURS 8 TIMES PIC X(16).

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

       IF NOT (RUN-MODE = "BACKUP" AND ARGC = 1)
           AND NOT (RUN-MODE = "RESTORE" AND ARGC = 3)
           AND NOT (RUN-MODE = "CONVERT" AND ARGC = 1)
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME) " backup"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " restore <master> <as-of yyyy-mm-dd>"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " convert   (CUSTOMER.MST from the old 91-byte "
               "layout)"
           DISPLAY "masters: CUSTOMER.MST RUNHIST.MST ALERTS.MST "
               "APPEALS.MST TRANSMEM.MST SUBCIRC.LIB INVREG.MST "
               "TICKETS.MST"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP-NOW
       MOVE SPACES TO BACKUP-DATE
       STRING STAMP-NOW(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           STAMP-NOW(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           STAMP-NOW(7:2) DELIMITED BY SIZE
           INTO BACKUP-DATE
       END-STRING
       MOVE STAMP-NOW(9:6) TO BACKUP-TIME

       MOVE SPACES TO SHELL-COMMAND
       MOVE "mkdir -p BACKUP" TO SHELL-COMMAND
       CALL "SYSTEM" USING SHELL-COMMAND
       MOVE 0 TO RETURN-CODE

       MOVE "MSTBKUP" TO AUDIT-PROGRAM

       IF RUN-MODE = "RESTORE"
           PERFORM RESTORE-MASTER
           STOP RUN
       END-IF

       IF RUN-MODE = "CONVERT"
           PERFORM CONVERT-CUSTOMER-MASTER
           STOP RUN
       END-IF

       MOVE "MSTBKUP.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT BACKUP-RPT-FILE
       MOVE SPACES TO BACKUP-RPT-RECORD
       STRING "master file backup " DELIMITED BY SIZE
           BACKUP-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BACKUP-TIME DELIMITED BY SIZE
           INTO BACKUP-RPT-RECORD
       END-STRING
       PERFORM WRITE-BACKUP-LINE
       PERFORM VARYING MST-IDX FROM 1 BY 1
           UNTIL MST-IDX > MASTER-COUNT
         PERFORM BACKUP-ONE-MASTER
       END-PERFORM
       MOVE SPACES TO BACKUP-RPT-RECORD
       MOVE BACKED-UP-COUNT TO DISP-COUNT
       STRING "masters backed up = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO BACKUP-RPT-RECORD
       END-STRING
       MOVE ABSENT-COUNT TO DISP-COUNT
       STRING FUNCTION TRIM(BACKUP-RPT-RECORD) DELIMITED BY SIZE
           ", not present = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO BACKUP-RPT-RECORD
       END-STRING
       MOVE FAILED-COUNT TO DISP-COUNT
       STRING FUNCTION TRIM(BACKUP-RPT-RECORD) DELIMITED BY SIZE
           ", failed = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO BACKUP-RPT-RECORD
       END-STRING
       PERFORM WRITE-BACKUP-LINE
       CLOSE BACKUP-RPT-FILE

       IF FAILED-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE "BACKUP.CAT" TO FILENAME
       MOVE BACKED-UP-COUNT TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "backed up=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       WRITE-BACKUP-LINE.
           WRITE BACKUP-RPT-RECORD
           DISPLAY FUNCTION TRIM(BACKUP-RPT-RECORD).

       BACKUP-ONE-MASTER.
           PERFORM OPEN-MASTER-INPUT
           IF MASTER-STATUS = "35"
               ADD 1 TO ABSENT-COUNT
               MOVE SPACES TO BACKUP-RPT-RECORD
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(MASTER-NAME(MST-IDX))
                   DELIMITED BY SIZE
                   " not present, nothing to back up"
                   DELIMITED BY SIZE
                   INTO BACKUP-RPT-RECORD
               END-STRING
               PERFORM WRITE-BACKUP-LINE
               EXIT PARAGRAPH
           END-IF
           IF MASTER-STATUS NOT = "00"
               ADD 1 TO FAILED-COUNT
               MOVE SPACES TO BACKUP-RPT-RECORD
               STRING "  WARNING: " DELIMITED BY SIZE
                   FUNCTION TRIM(MASTER-NAME(MST-IDX))
                   DELIMITED BY SIZE
                   " could not be opened, status " DELIMITED BY SIZE
                   MASTER-STATUS DELIMITED BY SIZE
                   INTO BACKUP-RPT-RECORD
               END-STRING
               PERFORM WRITE-BACKUP-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FLAT-NAME
           STRING "BACKUP/" DELIMITED BY SIZE
               FUNCTION TRIM(MASTER-NAME(MST-IDX)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               STAMP-NOW(1:8) DELIMITED BY SIZE
               INTO FLAT-NAME
           END-STRING
           PERFORM UNLOAD-MASTER
           IF FLAT-STATUS NOT = "00"
               ADD 1 TO FAILED-COUNT
               MOVE SPACES TO BACKUP-RPT-RECORD
               STRING "  WARNING: cannot write " DELIMITED BY SIZE
                   FUNCTION TRIM(FLAT-NAME) DELIMITED BY SIZE
                   INTO BACKUP-RPT-RECORD
               END-STRING
               PERFORM WRITE-BACKUP-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BACKED-UP-COUNT
           PERFORM WRITE-CATALOG-RECORD
           MOVE RECORD-COUNT TO DISP-COUNT
           MOVE SPACES TO BACKUP-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(MASTER-NAME(MST-IDX)) DELIMITED BY SIZE
               " records=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " checksum=" DELIMITED BY SIZE
               DISP-CKSUM DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(FLAT-NAME) DELIMITED BY SIZE
               INTO BACKUP-RPT-RECORD
           END-STRING
           PERFORM WRITE-BACKUP-LINE.

       UNLOAD-MASTER.
           MOVE 0 TO RECORD-COUNT FILE-CKSUM
           OPEN OUTPUT FLAT-FILE
           IF FLAT-STATUS NOT = "00"
               PERFORM CLOSE-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO MASTER-EOF
           PERFORM READ-MASTER-NEXT
           PERFORM UNTIL MASTER-EOF = "Y"
             ADD 1 TO RECORD-COUNT
             PERFORM ADD-IMAGE-CHECKSUM
             MOVE MASTER-IMAGE TO FLAT-RECORD
             WRITE FLAT-RECORD
             PERFORM READ-MASTER-NEXT
           END-PERFORM
           CLOSE FLAT-FILE
           PERFORM CLOSE-MASTER
           MOVE FILE-CKSUM TO DISP-CKSUM.

       ADD-IMAGE-CHECKSUM.
           PERFORM VARYING CKSUM-CH-IDX FROM 1 BY 1
               UNTIL CKSUM-CH-IDX > IMAGE-LEN
             COMPUTE FILE-CKSUM = FUNCTION MOD(
                 FILE-CKSUM * 31
                 + FUNCTION ORD(MASTER-IMAGE(CKSUM-CH-IDX:1)),
                 CKSUM-MODULUS)
           END-PERFORM.

       WRITE-CATALOG-RECORD.
           OPEN EXTEND CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           MOVE RECORD-COUNT TO DISP-COUNT
           MOVE SPACES TO CATALOG-RECORD
           STRING FUNCTION TRIM(MASTER-NAME(MST-IDX))
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               BACKUP-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               BACKUP-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DISP-CKSUM DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FLAT-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
               INTO CATALOG-RECORD
           END-STRING
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE.

       OPEN-MASTER-INPUT.
           PERFORM SET-IMAGE-LENGTH
           EVALUATE MST-IDX
             WHEN 1
               OPEN INPUT CUSTOMER-FILE
               MOVE CUSTOMER-STATUS TO MASTER-STATUS
             WHEN 2
               OPEN INPUT RUNHIST-FILE
               MOVE RUNHIST-STATUS TO MASTER-STATUS
             WHEN 3
               OPEN INPUT ALERTMST-FILE
               MOVE ALERTMST-STATUS TO MASTER-STATUS
             WHEN 4
               OPEN INPUT APPEALS-MST-FILE
               MOVE APPEALS-MST-STATUS TO MASTER-STATUS
             WHEN 5
               OPEN INPUT TRANSMEM-FILE
               MOVE TRANSMEM-STATUS TO MASTER-STATUS
             WHEN 6
               OPEN INPUT SUBLIB-FILE
               MOVE SUBLIB-STATUS TO MASTER-STATUS
             WHEN 7
               OPEN INPUT INVREG-FILE
               MOVE INVREG-STATUS TO MASTER-STATUS
             WHEN 8
               OPEN INPUT TICKET-FILE
               MOVE TICKET-STATUS TO MASTER-STATUS
           END-EVALUATE.

       SET-IMAGE-LENGTH.
           EVALUATE MST-IDX
             WHEN 1
               MOVE FUNCTION LENGTH(CUSTOMER-RECORD) TO IMAGE-LEN
             WHEN 2
               MOVE FUNCTION LENGTH(RUNHIST-RECORD) TO IMAGE-LEN
             WHEN 3
               MOVE FUNCTION LENGTH(ALERTMST-RECORD) TO IMAGE-LEN
             WHEN 4
               MOVE FUNCTION LENGTH(APPEALS-MST-RECORD) TO IMAGE-LEN
             WHEN 5
               MOVE FUNCTION LENGTH(TRANSMEM-RECORD) TO IMAGE-LEN
             WHEN 6
               MOVE FUNCTION LENGTH(SUBLIB-RECORD) TO IMAGE-LEN
             WHEN 7
               MOVE FUNCTION LENGTH(INVREG-RECORD) TO IMAGE-LEN
             WHEN 8
               MOVE FUNCTION LENGTH(TICKET-RECORD) TO IMAGE-LEN
           END-EVALUATE.

       OPEN-MASTER-OUTPUT.
           EVALUATE MST-IDX
             WHEN 1
               OPEN OUTPUT CUSTOMER-FILE
               MOVE CUSTOMER-STATUS TO MASTER-STATUS
             WHEN 2
               OPEN OUTPUT RUNHIST-FILE
               MOVE RUNHIST-STATUS TO MASTER-STATUS
             WHEN 3
               OPEN OUTPUT ALERTMST-FILE
               MOVE ALERTMST-STATUS TO MASTER-STATUS
             WHEN 4
               OPEN OUTPUT APPEALS-MST-FILE
               MOVE APPEALS-MST-STATUS TO MASTER-STATUS
             WHEN 5
               OPEN OUTPUT TRANSMEM-FILE
               MOVE TRANSMEM-STATUS TO MASTER-STATUS
             WHEN 6
               OPEN OUTPUT SUBLIB-FILE
               MOVE SUBLIB-STATUS TO MASTER-STATUS
             WHEN 7
               OPEN OUTPUT INVREG-FILE
               MOVE INVREG-STATUS TO MASTER-STATUS
             WHEN 8
               OPEN OUTPUT TICKET-FILE
               MOVE TICKET-STATUS TO MASTER-STATUS
           END-EVALUATE.

       READ-MASTER-NEXT.
           MOVE SPACES TO MASTER-IMAGE
           EVALUATE MST-IDX
             WHEN 1
               READ CUSTOMER-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO MASTER-EOF
                 NOT AT END
                   MOVE CUSTOMER-RECORD TO MASTER-IMAGE
               END-READ
             WHEN 2
               READ RUNHIST-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO MASTER-EOF
                 NOT AT END
                   MOVE RUNHIST-RECORD TO MASTER-IMAGE
               END-READ
             WHEN 3
               READ ALERTMST-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO MASTER-EOF
                 NOT AT END
                   MOVE ALERTMST-RECORD TO MASTER-IMAGE
               END-READ
             WHEN 4
               READ APPEALS-MST-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO MASTER-EOF
                 NOT AT END
                   MOVE APPEALS-MST-RECORD TO MASTER-IMAGE
               END-READ
             WHEN 5
               READ TRANSMEM-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO MASTER-EOF
                 NOT AT END
                   MOVE TRANSMEM-RECORD TO MASTER-IMAGE
               END-READ
             WHEN 6
               READ SUBLIB-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO MASTER-EOF
                 NOT AT END
                   MOVE SUBLIB-RECORD TO MASTER-IMAGE
               END-READ
             WHEN 7
               READ INVREG-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO MASTER-EOF
                 NOT AT END
                   MOVE INVREG-RECORD TO MASTER-IMAGE
               END-READ
             WHEN 8
               READ TICKET-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO MASTER-EOF
                 NOT AT END
                   MOVE TICKET-RECORD TO MASTER-IMAGE
               END-READ
           END-EVALUATE.

       WRITE-MASTER-IMAGE.
           MOVE "00" TO MASTER-STATUS
           EVALUATE MST-IDX
             WHEN 1
               MOVE MASTER-IMAGE TO CUSTOMER-RECORD
               WRITE CUSTOMER-RECORD
                 INVALID KEY
                   MOVE "22" TO MASTER-STATUS
               END-WRITE
             WHEN 2
               MOVE MASTER-IMAGE TO RUNHIST-RECORD
               WRITE RUNHIST-RECORD
                 INVALID KEY
                   MOVE "22" TO MASTER-STATUS
               END-WRITE
             WHEN 3
               MOVE MASTER-IMAGE TO ALERTMST-RECORD
               WRITE ALERTMST-RECORD
                 INVALID KEY
                   MOVE "22" TO MASTER-STATUS
               END-WRITE
             WHEN 4
               MOVE MASTER-IMAGE TO APPEALS-MST-RECORD
               WRITE APPEALS-MST-RECORD
                 INVALID KEY
                   MOVE "22" TO MASTER-STATUS
               END-WRITE
             WHEN 5
               MOVE MASTER-IMAGE TO TRANSMEM-RECORD
               WRITE TRANSMEM-RECORD
                 INVALID KEY
                   MOVE "22" TO MASTER-STATUS
               END-WRITE
             WHEN 6
               MOVE MASTER-IMAGE TO SUBLIB-RECORD
               WRITE SUBLIB-RECORD
                 INVALID KEY
                   MOVE "22" TO MASTER-STATUS
               END-WRITE
             WHEN 7
               MOVE MASTER-IMAGE TO INVREG-RECORD
               WRITE INVREG-RECORD
                 INVALID KEY
                   MOVE "22" TO MASTER-STATUS
               END-WRITE
             WHEN 8
               MOVE MASTER-IMAGE TO TICKET-RECORD
               WRITE TICKET-RECORD
                 INVALID KEY
                   MOVE "22" TO MASTER-STATUS
               END-WRITE
           END-EVALUATE.

       CLOSE-MASTER.
           EVALUATE MST-IDX
             WHEN 1
               CLOSE CUSTOMER-FILE
             WHEN 2
               CLOSE RUNHIST-FILE
             WHEN 3
               CLOSE ALERTMST-FILE
             WHEN 4
               CLOSE APPEALS-MST-FILE
             WHEN 5
               CLOSE TRANSMEM-FILE
             WHEN 6
               CLOSE SUBLIB-FILE
             WHEN 7
               CLOSE INVREG-FILE
             WHEN 8
               CLOSE TICKET-FILE
           END-EVALUATE.

       RESTORE-MASTER.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG2 FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG2) TO WANT-MASTER
           INSPECT WANT-MASTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG3 FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG3) TO WANT-DATE
           MOVE WANT-MASTER TO FILENAME

           MOVE 0 TO MST-FOUND-IDX
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > MASTER-COUNT
             IF MASTER-NAME(MST-IDX) = WANT-MASTER
                 MOVE MST-IDX TO MST-FOUND-IDX
             END-IF
           END-PERFORM
           IF MST-FOUND-IDX = 0
               DISPLAY "error: " FUNCTION TRIM(WANT-MASTER)
                   " is not a backed-up master file"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MST-FOUND-IDX TO MST-IDX
           PERFORM SET-IMAGE-LENGTH
           IF WANT-DATE(1:4) IS NOT NUMERIC
               OR WANT-DATE(5:1) NOT = "-"
               OR WANT-DATE(6:2) IS NOT NUMERIC
               OR WANT-DATE(8:1) NOT = "-"
               OR WANT-DATE(9:2) IS NOT NUMERIC
               DISPLAY "error: as-of date must be yyyy-mm-dd"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "RESTORE" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to restore master files"
               MOVE 8 TO RETURN-CODE
               MOVE "RESTORE DENIED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           PERFORM PICK-BACKUP
           IF PICK-FOUND NOT = "Y"
               DISPLAY "error: no backup of " FUNCTION TRIM(WANT-MASTER)
                   " taken on or before " WANT-DATE
               MOVE 1 TO RETURN-CODE
               MOVE "NO BACKUP" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           PERFORM VERIFY-BACKUP-FILE
           IF RECORD-COUNT NOT = PICK-COUNT
               OR DISP-CKSUM NOT = PICK-CKSUM
               DISPLAY "error: backup " FUNCTION TRIM(PICK-FILE)
                   " does not match its catalog counts, "
                   FUNCTION TRIM(WANT-MASTER) " not touched"
               MOVE "BACKUP DAMAGED" TO RESTORE-RESULT
               MOVE SPACES TO PRE-RESTORE-NAME
               PERFORM WRITE-RESTORE-LOG-RECORD
               MOVE 3 TO RETURN-CODE
               MOVE RESTORE-RESULT TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           PERFORM SAVE-PRE-RESTORE-COPY
           PERFORM RELOAD-MASTER
           PERFORM VERIFY-RELOADED-MASTER

           MOVE PICK-COUNT TO DISP-COUNT
           IF RESTORE-RESULT = "RESTORED"
               DISPLAY "restored " FUNCTION TRIM(WANT-MASTER)
                   " from the backup of " PICK-DATE " " PICK-TIME
                   ", records=" FUNCTION TRIM(DISP-COUNT)
                   ", counts verified"
           ELSE
               DISPLAY "error: " FUNCTION TRIM(WANT-MASTER)
                   " reload does not match the backup counts"
               IF PRE-RESTORE-NAME NOT = SPACES
                   DISPLAY "the master as it was before the restore "
                       "is on " FUNCTION TRIM(PRE-RESTORE-NAME)
               END-IF
               MOVE 5 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RESTORE-LOG-RECORD
           MOVE RESTORE-RESULT TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD.

       PICK-BACKUP.
           MOVE "N" TO PICK-FOUND
           MOVE "N" TO SCAN-EOF
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ CATALOG-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO CAT-MASTER CAT-DATE CAT-TIME
                     CAT-COUNT-TEXT CAT-CKSUM-TEXT CAT-FILE
                 UNSTRING CATALOG-RECORD DELIMITED BY ","
                     INTO CAT-MASTER CAT-DATE CAT-TIME
                         CAT-COUNT-TEXT CAT-CKSUM-TEXT CAT-FILE
                 END-UNSTRING
                 IF CAT-MASTER = WANT-MASTER
                     AND CAT-DATE NOT > WANT-DATE
                     AND (PICK-FOUND NOT = "Y"
                         OR CAT-DATE > PICK-DATE
                         OR (CAT-DATE = PICK-DATE
                             AND CAT-TIME NOT < PICK-TIME))
                     MOVE "Y" TO PICK-FOUND
                     MOVE CAT-DATE TO PICK-DATE
                     MOVE CAT-TIME TO PICK-TIME
                     MOVE FUNCTION NUMVAL(CAT-COUNT-TEXT)
                         TO PICK-COUNT
                     MOVE FUNCTION NUMVAL(CAT-CKSUM-TEXT)
                         TO PICK-CKSUM
                     MOVE CAT-FILE TO PICK-FILE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       VERIFY-BACKUP-FILE.
           MOVE 0 TO RECORD-COUNT FILE-CKSUM
           MOVE PICK-FILE TO FLAT-NAME
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FLAT-FILE
           IF FLAT-STATUS NOT = "00"
               MOVE 0 TO DISP-CKSUM
               MOVE 999999999 TO RECORD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ FLAT-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 ADD 1 TO RECORD-COUNT
                 MOVE FLAT-RECORD TO MASTER-IMAGE
                 PERFORM ADD-IMAGE-CHECKSUM
             END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           MOVE FILE-CKSUM TO DISP-CKSUM.

       SAVE-PRE-RESTORE-COPY.
           MOVE SPACES TO PRE-RESTORE-NAME
           PERFORM OPEN-MASTER-INPUT
           IF MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           STRING "BACKUP/" DELIMITED BY SIZE
               FUNCTION TRIM(WANT-MASTER) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               STAMP-NOW DELIMITED BY SIZE
               ".PRE" DELIMITED BY SIZE
               INTO PRE-RESTORE-NAME
           END-STRING
           MOVE PRE-RESTORE-NAME TO FLAT-NAME
           PERFORM UNLOAD-MASTER
           IF FLAT-STATUS NOT = "00"
               DISPLAY "error: cannot save the current "
                   FUNCTION TRIM(WANT-MASTER) " to "
                   FUNCTION TRIM(PRE-RESTORE-NAME)
                   ", restore abandoned"
               MOVE 1 TO RETURN-CODE
               MOVE "RESTORE ABANDONED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE RECORD-COUNT TO DISP-COUNT
           DISPLAY "current " FUNCTION TRIM(WANT-MASTER) " ("
               FUNCTION TRIM(DISP-COUNT) " records) saved to "
               FUNCTION TRIM(PRE-RESTORE-NAME).

       RELOAD-MASTER.
           MOVE 0 TO DUP-KEY-COUNT
           PERFORM OPEN-MASTER-OUTPUT
           IF MASTER-STATUS NOT = "00"
               DISPLAY "error: cannot open " FUNCTION TRIM(WANT-MASTER)
                   " for reload, status " MASTER-STATUS
               MOVE 1 TO RETURN-CODE
               MOVE "RELOAD FAILED" TO RESTORE-RESULT
               PERFORM WRITE-RESTORE-LOG-RECORD
               MOVE RESTORE-RESULT TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE PICK-FILE TO FLAT-NAME
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FLAT-FILE
           PERFORM UNTIL SCAN-EOF = "Y"
             READ FLAT-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE FLAT-RECORD TO MASTER-IMAGE
                 PERFORM WRITE-MASTER-IMAGE
                 IF MASTER-STATUS NOT = "00"
                     ADD 1 TO DUP-KEY-COUNT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           PERFORM CLOSE-MASTER
           IF DUP-KEY-COUNT > 0
               MOVE DUP-KEY-COUNT TO DISP-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT)
                   " backup records were refused on reload"
           END-IF.

       VERIFY-RELOADED-MASTER.
           MOVE "RESTORE MISMATCH" TO RESTORE-RESULT
           PERFORM OPEN-MASTER-INPUT
           IF MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RECORD-COUNT FILE-CKSUM
           MOVE "N" TO MASTER-EOF
           PERFORM READ-MASTER-NEXT
           PERFORM UNTIL MASTER-EOF = "Y"
             ADD 1 TO RECORD-COUNT
             PERFORM ADD-IMAGE-CHECKSUM
             PERFORM READ-MASTER-NEXT
           END-PERFORM
           PERFORM CLOSE-MASTER
           MOVE FILE-CKSUM TO DISP-CKSUM
           IF RECORD-COUNT = PICK-COUNT
               AND DISP-CKSUM = PICK-CKSUM
               MOVE "RESTORED" TO RESTORE-RESULT
           END-IF.

       CONVERT-CUSTOMER-MASTER.
           MOVE "CUSTOMER.MST" TO WANT-MASTER FILENAME
           MOVE "RESTORE" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to convert master files"
               MOVE 8 TO RETURN-CODE
               MOVE "CONVERT DENIED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           MOVE 1 TO MST-IDX
           PERFORM OPEN-MASTER-INPUT
           IF MASTER-STATUS = "35"
               DISPLAY "error: CUSTOMER.MST not present, nothing to "
                   "convert"
               MOVE 1 TO RETURN-CODE
               MOVE "NOT PRESENT" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           IF MASTER-STATUS = "00"
               PERFORM CHECK-CUSTOMER-LAYOUT
               PERFORM CLOSE-MASTER
               IF CONVERT-NEEDED NOT = "Y"
                   DISPLAY "CUSTOMER.MST already has the current "
                       "record layout, nothing converted"
                   MOVE "NOT NEEDED" TO AUDIT-RESULT-TEXT
                   PERFORM WRITE-AUDIT-RECORD
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CUST-OLD-FILE
           IF CUST-OLD-STATUS NOT = "00"
               DISPLAY "error: CUSTOMER.MST cannot be opened in the "
                   "old 91-byte layout either (status "
                   CUST-OLD-STATUS "), nothing converted"
               MOVE 1 TO RETURN-CODE
               MOVE "CONVERT FAILED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE SPACES TO FLAT-NAME
           STRING "BACKUP/CUSTOMER.MST." DELIMITED BY SIZE
               STAMP-NOW DELIMITED BY SIZE
               ".OLD" DELIMITED BY SIZE
               INTO FLAT-NAME
           END-STRING
           OPEN OUTPUT FLAT-FILE
           IF FLAT-STATUS NOT = "00"
               CLOSE CUST-OLD-FILE
               DISPLAY "error: cannot write " FUNCTION TRIM(FLAT-NAME)
                   ", nothing converted"
               MOVE 1 TO RETURN-CODE
               MOVE "CONVERT FAILED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE 0 TO RECORD-COUNT
           MOVE "N" TO SCAN-EOF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ CUST-OLD-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 ADD 1 TO RECORD-COUNT
                 MOVE CUST-OLD-RECORD TO FLAT-RECORD
                 WRITE FLAT-RECORD
             END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           CLOSE CUST-OLD-FILE
           MOVE RECORD-COUNT TO DISP-COUNT
           DISPLAY "old CUSTOMER.MST (" FUNCTION TRIM(DISP-COUNT)
               " records) saved to " FUNCTION TRIM(FLAT-NAME)

           PERFORM OPEN-MASTER-OUTPUT
           IF MASTER-STATUS NOT = "00"
               DISPLAY "error: cannot recreate CUSTOMER.MST, status "
                   MASTER-STATUS ", the old records are on "
                   FUNCTION TRIM(FLAT-NAME)
               MOVE 1 TO RETURN-CODE
               MOVE "CONVERT FAILED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE 0 TO CONVERTED-COUNT DUP-KEY-COUNT
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FLAT-FILE
           PERFORM UNTIL SCAN-EOF = "Y"
             READ FLAT-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 MOVE SPACES TO CUSTOMER-RECORD
                 MOVE FLAT-RECORD TO CUSTOMER-RECORD
                 MOVE 0 TO CUST-CREDIT-LIMIT
                 MOVE "N" TO CUST-EINVOICE
                 WRITE CUSTOMER-RECORD
                   INVALID KEY
                     ADD 1 TO DUP-KEY-COUNT
                   NOT INVALID KEY
                     ADD 1 TO CONVERTED-COUNT
                 END-WRITE
             END-READ
           END-PERFORM
           CLOSE FLAT-FILE
           PERFORM CLOSE-MASTER

           MOVE CONVERTED-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           IF CONVERTED-COUNT = RECORD-COUNT
               DISPLAY "CUSTOMER.MST converted to the current layout, "
                   "records=" FUNCTION TRIM(DISP-COUNT)
                   ", credit limit 0 (none) and electronic invoicing "
                   "N set on every customer"
               DISPLAY "take a fresh backup with "
                   FUNCTION TRIM(PROGNAME) " backup"
               STRING "converted=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   INTO AUDIT-SUMMARY
               END-STRING
           ELSE
               DISPLAY "error: only " FUNCTION TRIM(DISP-COUNT)
                   " customers were reloaded, the old records are on "
                   FUNCTION TRIM(FLAT-NAME)
               MOVE 5 TO RETURN-CODE
               MOVE "CONVERT MISMATCH" TO AUDIT-SUMMARY
           END-IF
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD.

       CHECK-CUSTOMER-LAYOUT.
           MOVE "N" TO CONVERT-NEEDED
           MOVE "N" TO MASTER-EOF
           PERFORM READ-MASTER-NEXT
           PERFORM UNTIL MASTER-EOF = "Y"
             IF CUST-CREDIT-LIMIT IS NOT NUMERIC
                 MOVE "Y" TO CONVERT-NEEDED
                 MOVE "Y" TO MASTER-EOF
             ELSE
                 PERFORM READ-MASTER-NEXT
             END-IF
           END-PERFORM.

       WRITE-RESTORE-LOG-RECORD.
           OPEN EXTEND RESTORE-LOG-FILE
           IF RESTORE-LOG-STATUS NOT = "00"
               OPEN OUTPUT RESTORE-LOG-FILE
           END-IF
           MOVE PICK-COUNT TO DISP-COUNT
           MOVE SPACES TO RESTORE-LOG-RECORD
           STRING BACKUP-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               BACKUP-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-OPERATOR-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WANT-MASTER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WANT-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PICK-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PICK-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PICK-FILE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(RESTORE-RESULT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PRE-RESTORE-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
               INTO RESTORE-LOG-RECORD
           END-STRING
           WRITE RESTORE-LOG-RECORD
           CLOSE RESTORE-LOG-FILE.

       COPY GENPARA.

       COPY AUDITPARA.
