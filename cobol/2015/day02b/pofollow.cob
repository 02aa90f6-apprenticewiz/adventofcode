       IDENTIFICATION DIVISION.
       PROGRAM-ID. POFOLLOW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FOLLOW-RPT-FILE ASSIGN TO "POFOLLOW.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY OPOSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD FOLLOW-RPT-FILE.
       01 FOLLOW-RPT-RECORD    PIC X(132).

       COPY OPOFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY OPOWS.
       77 AS-OF-DATE           PIC X(10).
       77 AS-OF-INT            PIC 9(8).
       77 WORK-DATE            PIC X(10).
       77 WORK-DATE-NUM        PIC 9(8).
       77 WORK-INT             PIC 9(8).
       77 RAISED-INT           PIC 9(8).
       77 PROMISED-INT         PIC 9(8).
       77 RECEIVED-INT         PIC 9(8).
       77 DAYS-LATE            PIC S9(6).
       77 LEAD-DAYS            PIC S9(6).
       77 OUTSTANDING-QTY      PIC 9(12).
       77 SUPPLIER-COUNT       PIC 9(3) VALUE 0.
       77 MAX-SUPPLIERS        PIC 9(3) VALUE 200.
       77 SUP-IDX              PIC 9(3).
       77 SUP-FOUND-IDX        PIC 9(3).
       77 SUP-SHIFT-IDX        PIC 9(3).
       77 OPEN-COUNT           PIC 9(5) VALUE 0.
       77 OVERDUE-COUNT        PIC 9(5) VALUE 0.
       77 CLOSED-COUNT         PIC 9(5) VALUE 0.
       77 AVG-DAYS             PIC 9(5)V9.
       77 ON-TIME-PCT          PIC 9(3)V9.
       77 DISP-QTY             PIC Z(11)9.
       77 DISP-QTY-2           PIC Z(11)9.
       77 DISP-QTY-3           PIC Z(11)9.
       77 DISP-DAYS            PIC -(5)9.
       77 DISP-AVG             PIC Z(4)9.9.
       77 DISP-PCT             PIC ZZ9.9.
       77 DISP-COUNT           PIC Z(4)9.
       77 DISP-COUNT-2         PIC Z(4)9.
       77 DISP-COUNT-3         PIC Z(4)9.
       77 AUDIT-SUMMARY        PIC X(20).
       01 SUPPLIER-TABLE.
          05 SUPPLIER-ENTRY OCCURS 200 TIMES.
             10 SP-SUPPLIER    PIC X(8).
             10 SP-OPEN        PIC 9(5).
             10 SP-OVERDUE     PIC 9(5).
             10 SP-OUTSTANDING PIC 9(12).
             10 SP-CLOSED      PIC 9(5).
             10 SP-ON-TIME     PIC 9(5).
             10 SP-LEAD-SUM    PIC 9(8).
             10 SP-LATE-SUM    PIC 9(8).
             10 SP-LATE-CLOSED PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       MOVE SPACES TO AS-OF-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO AS-OF-DATE
       END-STRING

       IF ARGC > 0
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO AS-OF-DATE
       END-IF

       MOVE AS-OF-DATE TO WORK-DATE
       PERFORM CONVERT-WORK-DATE
       IF WORK-INT = 0
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " [as-of date yyyy-mm-dd]"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WORK-INT TO AS-OF-INT

       PERFORM LOAD-OPEN-POS
       IF OPEN-PO-COUNT = 0
           DISPLAY "note: OPENPO.MST holds no purchase orders"
       END-IF

       PERFORM VARYING OPO-IDX FROM 1 BY 1
           UNTIL OPO-IDX > OPEN-PO-COUNT
         PERFORM ACCUMULATE-PO-PERFORMANCE
       END-PERFORM

       MOVE "POFOLLOW.RPT" TO GEN-FILE-NAME
       PERFORM ROLL-OUTPUT-GENERATIONS
       OPEN OUTPUT FOLLOW-RPT-FILE
       MOVE SPACES TO FOLLOW-RPT-RECORD
       STRING "overdue purchase order follow-up as of "
           DELIMITED BY SIZE
           AS-OF-DATE DELIMITED BY SIZE
           INTO FOLLOW-RPT-RECORD
       END-STRING
       WRITE FOLLOW-RPT-RECORD
       PERFORM VARYING SUP-IDX FROM 1 BY 1
           UNTIL SUP-IDX > SUPPLIER-COUNT
         PERFORM WRITE-SUPPLIER-SECTION
       END-PERFORM
       MOVE OPEN-COUNT TO DISP-COUNT
       MOVE OVERDUE-COUNT TO DISP-COUNT-2
       MOVE CLOSED-COUNT TO DISP-COUNT-3
       MOVE SPACES TO FOLLOW-RPT-RECORD
       STRING "open purchase orders = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           ", overdue = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           ", closed = " DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-3) DELIMITED BY SIZE
           INTO FOLLOW-RPT-RECORD
       END-STRING
       WRITE FOLLOW-RPT-RECORD
       DISPLAY FUNCTION TRIM(FOLLOW-RPT-RECORD)
       CLOSE FOLLOW-RPT-FILE

       MOVE "POFOLLOW" TO AUDIT-PROGRAM
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "overdue=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       CONVERT-WORK-DATE.
           MOVE 0 TO WORK-INT
           IF WORK-DATE(5:1) NOT = "-" OR WORK-DATE(8:1) NOT = "-"
               OR WORK-DATE(1:4) IS NOT NUMERIC
               OR WORK-DATE(6:2) IS NOT NUMERIC
               OR WORK-DATE(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WORK-DATE-NUM =
               FUNCTION NUMVAL(WORK-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WORK-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WORK-DATE(9:2))
           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM).

       FIND-SUPPLIER.
           MOVE 0 TO SUP-FOUND-IDX
           PERFORM VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > SUPPLIER-COUNT
             IF SP-SUPPLIER(SUP-IDX) = OP-SUPPLIER(OPO-IDX)
                 MOVE SUP-IDX TO SUP-FOUND-IDX
                 EXIT PERFORM
             END-IF
             IF SP-SUPPLIER(SUP-IDX) > OP-SUPPLIER(OPO-IDX)
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF SUP-FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF SUPPLIER-COUNT NOT < MAX-SUPPLIERS
               DISPLAY "error: more than 200 suppliers on OPENPO.MST"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING SUP-SHIFT-IDX FROM SUPPLIER-COUNT BY -1
               UNTIL SUP-SHIFT-IDX < SUP-IDX
             MOVE SUPPLIER-ENTRY(SUP-SHIFT-IDX)
                 TO SUPPLIER-ENTRY(SUP-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO SUPPLIER-COUNT
           MOVE SUP-IDX TO SUP-FOUND-IDX
           MOVE 0 TO SP-OPEN(SUP-FOUND-IDX) SP-OVERDUE(SUP-FOUND-IDX)
               SP-OUTSTANDING(SUP-FOUND-IDX) SP-CLOSED(SUP-FOUND-IDX)
               SP-ON-TIME(SUP-FOUND-IDX) SP-LEAD-SUM(SUP-FOUND-IDX)
               SP-LATE-SUM(SUP-FOUND-IDX) SP-LATE-CLOSED(SUP-FOUND-IDX)
           MOVE OP-SUPPLIER(OPO-IDX) TO SP-SUPPLIER(SUP-FOUND-IDX).

       ACCUMULATE-PO-PERFORMANCE.
           PERFORM FIND-SUPPLIER
           MOVE OP-PROMISED(OPO-IDX) TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           MOVE WORK-INT TO PROMISED-INT
           IF OP-STATUS(OPO-IDX) NOT = "C"
               ADD 1 TO OPEN-COUNT
               ADD 1 TO SP-OPEN(SUP-FOUND-IDX)
               IF OP-RECEIVED(OPO-IDX) < OP-ORDERED(OPO-IDX)
                   COMPUTE OUTSTANDING-QTY =
                       OP-ORDERED(OPO-IDX) - OP-RECEIVED(OPO-IDX)
                   ADD OUTSTANDING-QTY TO SP-OUTSTANDING(SUP-FOUND-IDX)
               END-IF
               IF PROMISED-INT NOT = 0 AND PROMISED-INT < AS-OF-INT
                   ADD 1 TO OVERDUE-COUNT
                   ADD 1 TO SP-OVERDUE(SUP-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE OP-RAISED(OPO-IDX) TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           MOVE WORK-INT TO RAISED-INT
           MOVE OP-LAST-RECEIPT(OPO-IDX) TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           MOVE WORK-INT TO RECEIVED-INT
           IF RAISED-INT = 0 OR RECEIVED-INT = 0 OR PROMISED-INT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CLOSED-COUNT
           ADD 1 TO SP-CLOSED(SUP-FOUND-IDX)
           COMPUTE LEAD-DAYS = RECEIVED-INT - RAISED-INT
           IF LEAD-DAYS > 0
               ADD LEAD-DAYS TO SP-LEAD-SUM(SUP-FOUND-IDX)
           END-IF
           IF RECEIVED-INT > PROMISED-INT
               ADD 1 TO SP-LATE-CLOSED(SUP-FOUND-IDX)
               COMPUTE SP-LATE-SUM(SUP-FOUND-IDX) =
                   SP-LATE-SUM(SUP-FOUND-IDX)
                   + RECEIVED-INT - PROMISED-INT
           ELSE
               ADD 1 TO SP-ON-TIME(SUP-FOUND-IDX)
           END-IF.

       WRITE-SUPPLIER-SECTION.
           MOVE SP-OPEN(SUP-IDX) TO DISP-COUNT
           MOVE SP-OVERDUE(SUP-IDX) TO DISP-COUNT-2
           MOVE SP-OUTSTANDING(SUP-IDX) TO DISP-QTY
           MOVE SPACES TO FOLLOW-RPT-RECORD
           STRING "supplier " DELIMITED BY SIZE
               FUNCTION TRIM(SP-SUPPLIER(SUP-IDX)) DELIMITED BY SIZE
               ": open=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " overdue=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " outstanding qty=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               INTO FOLLOW-RPT-RECORD
           END-STRING
           WRITE FOLLOW-RPT-RECORD
           DISPLAY FUNCTION TRIM(FOLLOW-RPT-RECORD)
           IF SP-OVERDUE(SUP-IDX) > 0
               PERFORM VARYING OPO-IDX FROM 1 BY 1
                   UNTIL OPO-IDX > OPEN-PO-COUNT
                 IF OP-SUPPLIER(OPO-IDX) = SP-SUPPLIER(SUP-IDX)
                     AND OP-STATUS(OPO-IDX) NOT = "C"
                     PERFORM WRITE-OVERDUE-PO-LINE
                 END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO FOLLOW-RPT-RECORD
           IF SP-CLOSED(SUP-IDX) = 0
               MOVE "  lead-time performance: no closed purchase orders"
                   TO FOLLOW-RPT-RECORD
               WRITE FOLLOW-RPT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SP-CLOSED(SUP-IDX) TO DISP-COUNT
           MOVE SP-ON-TIME(SUP-IDX) TO DISP-COUNT-2
           COMPUTE ON-TIME-PCT ROUNDED =
               SP-ON-TIME(SUP-IDX) * 100 / SP-CLOSED(SUP-IDX)
           MOVE ON-TIME-PCT TO DISP-PCT
           COMPUTE AVG-DAYS ROUNDED =
               SP-LEAD-SUM(SUP-IDX) / SP-CLOSED(SUP-IDX)
           MOVE AVG-DAYS TO DISP-AVG
           STRING "  lead-time performance: closed=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " on time=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
               "%) avg lead days=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-AVG) DELIMITED BY SIZE
               INTO FOLLOW-RPT-RECORD
           END-STRING
           IF SP-LATE-CLOSED(SUP-IDX) > 0
               COMPUTE AVG-DAYS ROUNDED =
                   SP-LATE-SUM(SUP-IDX) / SP-LATE-CLOSED(SUP-IDX)
               MOVE AVG-DAYS TO DISP-AVG
               STRING FUNCTION TRIM(FOLLOW-RPT-RECORD)
                   DELIMITED BY SIZE
                   " avg days late when late=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-AVG) DELIMITED BY SIZE
                   INTO FOLLOW-RPT-RECORD
               END-STRING
           END-IF
           WRITE FOLLOW-RPT-RECORD
           DISPLAY FUNCTION TRIM(FOLLOW-RPT-RECORD).

       WRITE-OVERDUE-PO-LINE.
           MOVE OP-PROMISED(OPO-IDX) TO WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WORK-INT = 0 OR WORK-INT NOT < AS-OF-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE DAYS-LATE = AS-OF-INT - WORK-INT
           MOVE DAYS-LATE TO DISP-DAYS
           MOVE OP-ORDERED(OPO-IDX) TO DISP-QTY
           MOVE OP-RECEIVED(OPO-IDX) TO DISP-QTY-2
           MOVE 0 TO OUTSTANDING-QTY
           IF OP-RECEIVED(OPO-IDX) < OP-ORDERED(OPO-IDX)
               COMPUTE OUTSTANDING-QTY =
                   OP-ORDERED(OPO-IDX) - OP-RECEIVED(OPO-IDX)
           END-IF
           MOVE OUTSTANDING-QTY TO DISP-QTY-3
           MOVE SPACES TO FOLLOW-RPT-RECORD
           STRING "  OVERDUE " DELIMITED BY SIZE
               FUNCTION TRIM(OP-PO(OPO-IDX)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(OP-ITEM(OPO-IDX)) DELIMITED BY SIZE
               " raised " DELIMITED BY SIZE
               OP-RAISED(OPO-IDX) DELIMITED BY SIZE
               " promised " DELIMITED BY SIZE
               OP-PROMISED(OPO-IDX) DELIMITED BY SIZE
               " days late=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
               " ordered=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY) DELIMITED BY SIZE
               " received=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY-2) DELIMITED BY SIZE
               " outstanding=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-QTY-3) DELIMITED BY SIZE
               INTO FOLLOW-RPT-RECORD
           END-STRING
           WRITE FOLLOW-RPT-RECORD
           DISPLAY FUNCTION TRIM(FOLLOW-RPT-RECORD).

       COPY OPOPARA.

       COPY GENPARA.

       COPY AUDITPARA.
