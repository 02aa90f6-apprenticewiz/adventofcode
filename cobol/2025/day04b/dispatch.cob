           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DISPATCH-RPT-FILE ASSIGN TO "DISPATCH.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REGISTER-FILE ASSIGN TO "DISPATCH.ASN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
       SELECT CARRY-IN-FILE ASSIGN TO "CLOSEOUT.CAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARRY-IN-STATUS.
       COPY AUDITSEL.

       DATA DIVISION.
       FD DISPATCH-RPT-FILE.
       01 DISPATCH-RPT-RECORD  PIC X(96).

       FD REGISTER-FILE.
       01 REGISTER-RECORD      PIC X(128).

       FD CARRY-IN-FILE.
       01 CARRY-IN-RECORD      PIC X(48).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       77 WORKORDER-IN-STATUS  PIC X(2).
       77 CREW-CTL-STATUS      PIC X(2).
       77 REGISTER-STATUS      PIC X(2).
       77 CARRY-IN-STATUS      PIC X(2).
       77 REGISTER-EOF         PIC X(1).
       77 CARRY-IN-EOF         PIC X(1).
       77 FORCE-FLAG           PIC X(1) VALUE "N".
       77 TODAY-DATE           PIC X(10).
       77 REG-TYPE             PIC X(1).
       77 REG-FIELD-2          PIC X(10).
       77 REG-FIELD-3          PIC X(8).
       77 REG-FIELD-4          PIC X(8).
       77 REG-FIELD-5          PIC X(8).
       77 REG-FIELD-6          PIC X(8).
       77 PRIOR-DATE           PIC X(10).
       77 PRIOR-STATE          PIC X(8).
       77 PRIOR-OPEN-COUNT     PIC 9(6) VALUE 0.
       77 CARRIED-IN-COUNT     PIC 9(6) VALUE 0.
       77 ASSIGN-NAME          PIC X(64).
       77 CREW-CTL-EOF         PIC X(1).
       77 WO-EOF               PIC X(1).
       77 DISP-DAY             PIC Z(4).
       77 DISP-COUNT-A         PIC Z(6).
       77 DISP-COUNT-B         PIC Z(6).
       77 DISP-ROW             PIC Z(5)9.
       77 DISP-COL             PIC Z(5)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 CREW-TABLE.
          05 CREW-ENTRY OCCURS 20 TIMES.
       01 ORDER-STORE.
          05 ORDER-ENTRY OCCURS 100000 TIMES.
             10 ORD-CREW-IDX   PIC 9(2).
             10 ORD-ROW        PIC 9(6).
             10 ORD-COL        PIC 9(6).
             10 ORD-TEXT       PIC X(48).

       PROCEDURE DIVISION.
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO FILENAME
       END-IF
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ARG) = "-force"
               MOVE "Y" TO FORCE-FLAG
           END-IF
       END-IF

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       PERFORM CHECK-PRIOR-REGISTER
       PERFORM LOAD-CREW-CONTROL
       PERFORM LOAD-WORK-ORDERS
       PERFORM WRITE-ASSIGNMENT-FILES
       PERFORM WRITE-DISPATCH-REPORT

       IF CARRIED-IN-COUNT > 0
           CALL "CBL_DELETE_FILE" USING "CLOSEOUT.CAR"
           MOVE 0 TO RETURN-CODE
       END-IF

       MOVE ORDER-COUNT TO DISP-COUNT-A
       MOVE UNASSIGNED-COUNT TO DISP-COUNT-B
       DISPLAY "orders dispatched = " FUNCTION TRIM(DISP-COUNT-A)
           ", carried unassigned = " FUNCTION TRIM(DISP-COUNT-B)

       IF UNASSIGNED-COUNT > 0 OR PRIOR-OPEN-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF

               STOP RUN
           END-IF
           OPEN OUTPUT CARRY-FILE
           PERFORM LOAD-CARRIED-FORWARD-ORDERS
           PERFORM UNTIL WO-EOF = "Y"
             READ WORKORDER-IN-FILE
               AT END
           CLOSE CARRY-FILE
           CLOSE WORKORDER-IN-FILE.

       LOAD-CARRIED-FORWARD-ORDERS.
           MOVE "N" TO CARRY-IN-EOF
           OPEN INPUT CARRY-IN-FILE
           IF CARRY-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CARRY-IN-EOF = "Y"
             READ CARRY-IN-FILE
               AT END
                 MOVE "Y" TO CARRY-IN-EOF
               NOT AT END
                 IF FUNCTION TRIM(CARRY-IN-RECORD) NOT = SPACES
                     MOVE CARRY-IN-RECORD TO WORKORDER-IN-RECORD
                     ADD 1 TO CARRIED-IN-COUNT
                     PERFORM ASSIGN-ONE-ORDER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CARRY-IN-FILE.

       ASSIGN-ONE-ORDER.
           MOVE SPACES TO WO-KW1 WO-PASS WO-KW2 WO-ROW-TEXT
               WO-KW3 WO-COL-TEXT
                 END-IF
                 ADD 1 TO ORDER-COUNT
                 MOVE CREW-IDX TO ORD-CREW-IDX(ORDER-COUNT)
                 MOVE WO-ROW TO ORD-ROW(ORDER-COUNT)
                 MOVE 0 TO ORD-COL(ORDER-COUNT)
                 IF FUNCTION TRIM(WO-COL-TEXT) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WO-COL-TEXT)
                         TO ORD-COL(ORDER-COUNT)
                 END-IF
                 MOVE WORKORDER-IN-RECORD TO ORD-TEXT(ORDER-COUNT)
                 ADD 1 TO CREW-ORDERS(CREW-IDX)
                 EXIT PARAGRAPH
           WRITE CARRY-RECORD.

       WRITE-ASSIGNMENT-FILES.
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-RECORD
           STRING "H," DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ",OPEN," DELIMITED BY SIZE
               FUNCTION TRIM(FILENAME) DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           PERFORM VARYING CREW-IDX FROM 1 BY 1
               UNTIL CREW-IDX > CREW-COUNT
             PERFORM WRITE-ONE-CREW-ASSIGNMENTS
           END-PERFORM
           CLOSE REGISTER-FILE.

       WRITE-ONE-CREW-ASSIGNMENTS.
           MOVE 0 TO DAY-NUM
                 MOVE ORD-TEXT(ORDER-IDX) TO ASSIGN-RECORD
                 WRITE ASSIGN-RECORD
                 ADD 1 TO DAY-REC-COUNT
                 PERFORM WRITE-REGISTER-ASSIGNMENT
             END-IF
           END-PERFORM
           IF DAY-FILE-OPEN = "Y"
               CLOSE ASSIGN-FILE
           END-IF.

       WRITE-REGISTER-ASSIGNMENT.
           MOVE ORD-ROW(ORDER-IDX) TO DISP-ROW
           MOVE ORD-COL(ORDER-IDX) TO DISP-COL
           MOVE SPACES TO REGISTER-RECORD
           STRING "A," DELIMITED BY SIZE
               FUNCTION TRIM(CREW-ID(CREW-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ROW) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COL) DELIMITED BY SIZE
               ",O,,," DELIMITED BY SIZE
               FUNCTION TRIM(ORD-TEXT(ORDER-IDX)) DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

       CHECK-PRIOR-REGISTER.
           MOVE "N" TO REGISTER-EOF
           MOVE SPACES TO PRIOR-DATE PRIOR-STATE
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REGISTER-EOF = "Y"
             READ REGISTER-FILE
               AT END
                 MOVE "Y" TO REGISTER-EOF
               NOT AT END
                 MOVE SPACES TO REG-TYPE REG-FIELD-2 REG-FIELD-3
                     REG-FIELD-4 REG-FIELD-5 REG-FIELD-6
                 UNSTRING REGISTER-RECORD DELIMITED BY ","
                     INTO REG-TYPE REG-FIELD-2 REG-FIELD-3
                         REG-FIELD-4 REG-FIELD-5 REG-FIELD-6
                 END-UNSTRING
                 IF REG-TYPE = "H"
                     MOVE REG-FIELD-2 TO PRIOR-DATE
                     MOVE REG-FIELD-3 TO PRIOR-STATE
                 END-IF
                 IF REG-TYPE = "A" AND REG-FIELD-6 = "O"
                     ADD 1 TO PRIOR-OPEN-COUNT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           IF PRIOR-STATE = "CLOSED"
               MOVE 0 TO PRIOR-OPEN-COUNT
           END-IF
           IF PRIOR-OPEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PRIOR-OPEN-COUNT TO DISP-COUNT-A
           IF FORCE-FLAG NOT = "Y"
               DISPLAY "error: " FUNCTION TRIM(DISP-COUNT-A)
                   " assignments from the dispatch of "
                   FUNCTION TRIM(PRIOR-DATE)
                   " are not closed out - run crewclos close "
                   "first or use -force to discard them"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "FORCE" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to -force a dispatch over "
                   "open assignments"
               MOVE 8 TO RETURN-CODE
               MOVE "DISPATCH" TO AUDIT-PROGRAM
               MOVE "FORCE REFUSED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           DISPLAY "WARNING: " FUNCTION TRIM(DISP-COUNT-A)
               " assignments from the dispatch of "
               FUNCTION TRIM(PRIOR-DATE)
               " discarded without close-out".

       WRITE-DISPATCH-REPORT.
           OPEN OUTPUT DISPATCH-RPT-FILE
           MOVE "crew dispatch report" TO DISPATCH-RPT-RECORD
               INTO DISPATCH-RPT-RECORD
           END-STRING
           WRITE DISPATCH-RPT-RECORD
           MOVE CARRIED-IN-COUNT TO DISP-COUNT-A
           MOVE SPACES TO DISPATCH-RPT-RECORD
           STRING "incomplete orders carried in from CLOSEOUT.CAR = "
               DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-A) DELIMITED BY SIZE
               INTO DISPATCH-RPT-RECORD
           END-STRING
           WRITE DISPATCH-RPT-RECORD
           CLOSE DISPATCH-RPT-FILE.

       COPY AUDITPARA.
