       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIMCONF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PENDING-FILE ASSIGN TO "DIMEXC.PND"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.
       SELECT PENDING-NEW-FILE ASSIGN TO "DIMEXC.PND.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-NEW-STATUS.
       SELECT DIM-LOG-FILE ASSIGN TO "DIMEXC.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIM-LOG-STATUS.
       COPY DPRFSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       01 PENDING-RECORD       PIC X(96).

       FD PENDING-NEW-FILE.
       01 PENDING-NEW-RECORD   PIC X(96).

       FD DIM-LOG-FILE.
       01 DIM-LOG-RECORD       PIC X(96).

       COPY DPRFFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY DPRFWS.
       77 RUN-MODE             PIC X(8).
       77 WANT-ORDER           PIC X(10).
       77 PENDING-STATUS       PIC X(2).
       77 PENDING-NEW-STATUS   PIC X(2).
       77 DIM-LOG-STATUS       PIC X(2).
       77 PENDING-EOF          PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 PENDING-COUNT        PIC 9(4) VALUE 0.
       77 MAX-PENDING          PIC 9(4) VALUE 5000.
       77 PENDING-IDX          PIC 9(4).
       77 MATCH-COUNT          PIC 9(4) VALUE 0.
       77 PND-ORDER            PIC X(10).
       77 PND-CUST             PIC X(10).
       77 PND-L                PIC X(8).
       77 PND-W                PIC X(8).
       77 PND-H                PIC X(8).
       77 PND-DATE             PIC X(10).
       77 PND-FILE             PIC X(40).
       77 BOX-D1               PIC 9(6).
       77 BOX-D2               PIC 9(6).
       77 BOX-D3               PIC 9(6).
       77 BOX-SWAP             PIC 9(6).
       77 DISP-COUNT           PIC Z(4)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 PENDING-TABLE.
          05 PENDING-ENTRY OCCURS 5000 TIMES.
             10 PENDING-LINE   PIC X(96).
             10 PENDING-MATCH  PIC X(1).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <list|confirm|reject> [order number]"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO RUN-MODE
       INSPECT RUN-MODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

       MOVE SPACES TO WANT-ORDER
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-ORDER
       END-IF

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       PERFORM LOAD-PENDING-EXCEPTIONS

       MOVE "DIMCONF" TO AUDIT-PROGRAM
       MOVE "DIMEXC.PND" TO FILENAME

       EVALUATE RUN-MODE
         WHEN "LIST"
           PERFORM LIST-PENDING-EXCEPTIONS
           MOVE PENDING-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "pending=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
         WHEN "CONFIRM"
         WHEN "REJECT"
           IF WANT-ORDER = SPACES
               DISPLAY "error: " FUNCTION LOWER-CASE(RUN-MODE)
                   " needs an order number"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PROFILE" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to confirm or reject "
                   "dimension exceptions"
               MOVE 8 TO RETURN-CODE
               IF RUN-MODE = "CONFIRM"
                   MOVE "CONFIRM DENIED" TO AUDIT-RESULT-TEXT
               ELSE
                   MOVE "REJECT DENIED" TO AUDIT-RESULT-TEXT
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           PERFORM MARK-ORDER-EXCEPTIONS
           IF MATCH-COUNT = 0
               DISPLAY "error: order " FUNCTION TRIM(WANT-ORDER)
                   " has no pending dimension exceptions"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-MODE = "CONFIRM"
               PERFORM LOAD-DIM-PROFILES
           END-IF
           PERFORM SETTLE-ORDER-EXCEPTIONS
           IF RUN-MODE = "CONFIRM"
               PERFORM SAVE-DIM-PROFILES
           END-IF
           PERFORM REWRITE-PENDING-FILE
           MOVE MATCH-COUNT TO DISP-COUNT
           IF RUN-MODE = "CONFIRM"
               DISPLAY FUNCTION TRIM(DISP-COUNT)
                   " boxes of order " FUNCTION TRIM(WANT-ORDER)
                   " confirmed into the customer dimension history"
           ELSE
               DISPLAY FUNCTION TRIM(DISP-COUNT)
                   " boxes of order " FUNCTION TRIM(WANT-ORDER)
                   " rejected, customer history unchanged"
           END-IF
           MOVE SPACES TO AUDIT-SUMMARY
           STRING FUNCTION TRIM(RUN-MODE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WANT-ORDER) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
         WHEN OTHER
           DISPLAY "error: mode must be list, confirm or reject"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       LOAD-PENDING-EXCEPTIONS.
           MOVE "N" TO PENDING-EOF
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PENDING-EOF = "Y"
             READ PENDING-FILE
               AT END
                 MOVE "Y" TO PENDING-EOF
               NOT AT END
                 IF FUNCTION TRIM(PENDING-RECORD) NOT = SPACES
                     IF PENDING-COUNT >= MAX-PENDING
                         DISPLAY "error: more than 5000 lines on "
                             "DIMEXC.PND"
                         MOVE 1 TO RETURN-CODE
                         STOP RUN
                     END-IF
                     ADD 1 TO PENDING-COUNT
                     MOVE PENDING-RECORD TO PENDING-LINE(PENDING-COUNT)
                     MOVE "N" TO PENDING-MATCH(PENDING-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       SPLIT-PENDING-LINE.
           MOVE SPACES TO PND-ORDER PND-CUST PND-L PND-W PND-H
               PND-DATE PND-FILE
           UNSTRING PENDING-LINE(PENDING-IDX) DELIMITED BY ","
               INTO PND-ORDER PND-CUST PND-L PND-W PND-H
                   PND-DATE PND-FILE
           END-UNSTRING.

       LIST-PENDING-EXCEPTIONS.
           IF PENDING-COUNT = 0
               DISPLAY "no pending box dimension exceptions"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
             PERFORM SPLIT-PENDING-LINE
             DISPLAY "order " FUNCTION TRIM(PND-ORDER)
                 " customer " FUNCTION TRIM(PND-CUST)
                 " box " FUNCTION TRIM(PND-L) "x"
                 FUNCTION TRIM(PND-W) "x" FUNCTION TRIM(PND-H)
                 " flagged " FUNCTION TRIM(PND-DATE)
                 " in " FUNCTION TRIM(PND-FILE)
           END-PERFORM
           MOVE PENDING-COUNT TO DISP-COUNT
           DISPLAY FUNCTION TRIM(DISP-COUNT)
               " box dimension exceptions pending".

       MARK-ORDER-EXCEPTIONS.
           MOVE 0 TO MATCH-COUNT
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
             PERFORM SPLIT-PENDING-LINE
             IF PND-ORDER = WANT-ORDER
                 MOVE "Y" TO PENDING-MATCH(PENDING-IDX)
                 ADD 1 TO MATCH-COUNT
             END-IF
           END-PERFORM.

       SETTLE-ORDER-EXCEPTIONS.
           OPEN EXTEND DIM-LOG-FILE
           IF DIM-LOG-STATUS NOT = "00"
               OPEN OUTPUT DIM-LOG-FILE
           END-IF
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
             IF PENDING-MATCH(PENDING-IDX) = "Y"
                 PERFORM SPLIT-PENDING-LINE
                 IF RUN-MODE = "CONFIRM"
                     PERFORM CONFIRM-PENDING-BOX
                 END-IF
                 MOVE SPACES TO DIM-LOG-RECORD
                 STRING TODAY-DATE DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(RUN-MODE) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(PND-ORDER) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(PND-CUST) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(PND-L) DELIMITED BY SIZE
                     "x" DELIMITED BY SIZE
                     FUNCTION TRIM(PND-W) DELIMITED BY SIZE
                     "x" DELIMITED BY SIZE
                     FUNCTION TRIM(PND-H) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(AUDIT-OPERATOR-ID) DELIMITED BY SIZE
                     INTO DIM-LOG-RECORD
                 END-STRING
                 WRITE DIM-LOG-RECORD
             END-IF
           END-PERFORM
           CLOSE DIM-LOG-FILE.

       CONFIRM-PENDING-BOX.
           IF FUNCTION TRIM(PND-L) IS NOT NUMERIC
               OR FUNCTION TRIM(PND-W) IS NOT NUMERIC
               OR FUNCTION TRIM(PND-H) IS NOT NUMERIC
               DISPLAY "error: bad DIMEXC.PND record: "
                   FUNCTION TRIM(PENDING-LINE(PENDING-IDX))
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(PND-L) TO BOX-D1
           MOVE FUNCTION NUMVAL(PND-W) TO BOX-D2
           MOVE FUNCTION NUMVAL(PND-H) TO BOX-D3
           IF BOX-D1 > BOX-D2
               MOVE BOX-D1 TO BOX-SWAP
               MOVE BOX-D2 TO BOX-D1
               MOVE BOX-SWAP TO BOX-D2
           END-IF
           IF BOX-D2 > BOX-D3
               MOVE BOX-D2 TO BOX-SWAP
               MOVE BOX-D3 TO BOX-D2
               MOVE BOX-SWAP TO BOX-D3
           END-IF
           IF BOX-D1 > BOX-D2
               MOVE BOX-D1 TO BOX-SWAP
               MOVE BOX-D2 TO BOX-D1
               MOVE BOX-SWAP TO BOX-D2
           END-IF
           MOVE BOX-D1 TO DIM-BOX-D1
           MOVE BOX-D2 TO DIM-BOX-D2
           MOVE BOX-D3 TO DIM-BOX-D3
           COMPUTE DIM-BOX-VOL = BOX-D1 * BOX-D2 * BOX-D3
           MOVE PND-CUST TO DIM-WANT-CUST
           PERFORM FIND-DIM-PROFILE
           PERFORM MERGE-DIM-BOX.

       REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-NEW-FILE
           IF PENDING-NEW-STATUS NOT = "00"
               DISPLAY "error: cannot open DIMEXC.PND.NEW (status "
                   PENDING-NEW-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
             IF PENDING-MATCH(PENDING-IDX) NOT = "Y"
                 MOVE PENDING-LINE(PENDING-IDX) TO PENDING-NEW-RECORD
                 WRITE PENDING-NEW-RECORD
             END-IF
           END-PERFORM
           CLOSE PENDING-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "DIMEXC.PND"
           CALL "CBL_RENAME_FILE" USING "DIMEXC.PND.NEW"
               "DIMEXC.PND"
           MOVE 0 TO RETURN-CODE.

       COPY DPRFPARA.

       COPY AUDITPARA.
