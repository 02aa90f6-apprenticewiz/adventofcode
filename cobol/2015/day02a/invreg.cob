       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVOICE-SEQ-FILE ASSIGN TO "INVOICE.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-SEQ-STATUS.
       SELECT GAP-REPORT-FILE ASSIGN TO "INVGAP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DUPLICATE-FILE ASSIGN TO "INVOICE.DUP"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY INVRSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-SEQ-FILE.
       01 INVOICE-SEQ-RECORD   PIC X(8).

       FD GAP-REPORT-FILE.
       01 GAP-REPORT-RECORD    PIC X(132).

       FD DUPLICATE-FILE.
       01 DUPLICATE-RECORD     PIC X(200).

       COPY INVRFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY INVRWS.
       77 RUN-MODE             PIC X(8).
       77 WANT-TEXT            PIC X(16).
       77 WANT-INVOICE         PIC 9(8) VALUE 0.
       77 VOID-REASON          PIC X(30) VALUE SPACES.
       77 INVOICE-SEQ-STATUS   PIC X(2).
       77 INVREG-EOF           PIC X(1).
       77 TODAY-DATE           PIC X(10).
       77 LAST-ISSUED          PIC 9(8) VALUE 0.
       77 EXPECT-INVOICE       PIC 9(9) VALUE 1.
       77 DISP-INVOICE-NUMBER  PIC 9(8).
       77 DISP-GAP-TO          PIC 9(8).
       77 HEADER-COUNT         PIC 9(8) VALUE 0.
       77 ISSUED-COUNT         PIC 9(8) VALUE 0.
       77 VOID-COUNT           PIC 9(8) VALUE 0.
       77 GAP-COUNT            PIC 9(8) VALUE 0.
       77 BEYOND-COUNT         PIC 9(8) VALUE 0.
       77 GAP-RUN-COUNT        PIC 9(8).
       77 ISSUED-VALUE         PIC 9(13)V99 VALUE 0.
       77 VOID-VALUE           PIC 9(13)V99 VALUE 0.
       77 INVOICE-VALUE        PIC 9(11)V99.
       77 BOX-LINE-COUNT       PIC 9(6) VALUE 0.
       77 DISP-COUNT           PIC Z(7)9.
       77 DISP-COST            PIC Z(12)9.99.
       77 DISP-RATE            PIC ZZ9.9999.
       77 DISP-TAX-RATE        PIC 9.9(5).
       77 DISP-L               PIC Z(6).
       77 DISP-W               PIC Z(6).
       77 DISP-H               PIC Z(6).
       77 DISP-BOXES           PIC Z(5)9.
       77 AUDIT-SUMMARY        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       EVALUATE TRUE
         WHEN ARGC IS LESS THAN 1
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " report"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " reprint <invoice number>"
           DISPLAY "       " FUNCTION TRIM(PROGNAME)
               " void <invoice number> <reason>"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO RUN-MODE
       INSPECT RUN-MODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

       MOVE SPACES TO WANT-TEXT
       IF ARGC > 1
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-TEXT
       END-IF
       IF ARGC > 2
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO VOID-REASON
       END-IF

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       MOVE "INVREG" TO AUDIT-PROGRAM
       MOVE "INVREG.MST" TO FILENAME

       EVALUATE RUN-MODE
         WHEN "REPORT"
           PERFORM LOAD-INVOICE-SEQUENCE
           OPEN INPUT INVREG-FILE
           PERFORM CHECK-REGISTER-OPEN
           PERFORM WRITE-GAP-REPORT
           CLOSE INVREG-FILE
           MOVE GAP-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "gaps=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE VOID-COUNT TO DISP-COUNT
           STRING FUNCTION TRIM(AUDIT-SUMMARY) DELIMITED BY SIZE
               " void=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           IF GAP-COUNT > 0 OR BEYOND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
         WHEN "REPRINT"
           PERFORM CHECK-WANTED-INVOICE
           OPEN INPUT INVREG-FILE
           PERFORM CHECK-REGISTER-OPEN
           PERFORM READ-WANTED-HEADER
           PERFORM WRITE-DUPLICATE-INVOICE
           CLOSE INVREG-FILE
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "REPRINT " DELIMITED BY SIZE
               DISP-INVOICE-NUMBER DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
         WHEN "VOID"
           PERFORM CHECK-WANTED-INVOICE
           IF VOID-REASON = SPACES
               DISPLAY "error: void needs a reason"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "INVOICE" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to void invoices"
               MOVE 8 TO RETURN-CODE
               MOVE "VOID DENIED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           OPEN I-O INVREG-FILE
           PERFORM CHECK-REGISTER-OPEN
           PERFORM READ-WANTED-HEADER
           PERFORM VOID-INVOICE
           CLOSE INVREG-FILE
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "VOID " DELIMITED BY SIZE
               DISP-INVOICE-NUMBER DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
         WHEN OTHER
           DISPLAY "error: mode must be report, reprint or void"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-EVALUATE

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       CHECK-WANTED-INVOICE.
           IF WANT-TEXT = SPACES
               DISPLAY "error: " FUNCTION LOWER-CASE(RUN-MODE)
                   " needs an invoice number"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TRIM(WANT-TEXT) IS NOT NUMERIC
               DISPLAY "error: invoice number "
                   FUNCTION TRIM(WANT-TEXT) " is not numeric"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WANT-TEXT) TO WANT-INVOICE
           MOVE WANT-INVOICE TO DISP-INVOICE-NUMBER.

       CHECK-REGISTER-OPEN.
           IF INVREG-STATUS NOT = "00"
               DISPLAY "error: cannot open invoice register INVREG.MST"
                   " (status " INVREG-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO HAVE-INVREG.

       READ-WANTED-HEADER.
           MOVE WANT-INVOICE TO IR-INVOICE
           MOVE 0 TO IR-LINE
           READ INVREG-FILE
           IF INVREG-STATUS NOT = "00"
               DISPLAY "error: invoice " DISP-INVOICE-NUMBER
                   " is not on the invoice register"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-INVOICE-SEQUENCE.
           OPEN INPUT INVOICE-SEQ-FILE
           IF INVOICE-SEQ-STATUS = "00"
               READ INVOICE-SEQ-FILE
                   AT END
                     MOVE 0 TO LAST-ISSUED
                   NOT AT END
                     MOVE FUNCTION NUMVAL(INVOICE-SEQ-RECORD)
                         TO LAST-ISSUED
               END-READ
               CLOSE INVOICE-SEQ-FILE
           ELSE
               MOVE 0 TO LAST-ISSUED
           END-IF.

       WRITE-GAP-REPORT.
           MOVE "INVGAP.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "INVREG invoice number gap and void report, run "
               DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           END-STRING
           WRITE GAP-REPORT-RECORD
           MOVE LAST-ISSUED TO DISP-INVOICE-NUMBER
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "last number issued per INVOICE.SEQ = "
               DELIMITED BY SIZE
               DISP-INVOICE-NUMBER DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           END-STRING
           WRITE GAP-REPORT-RECORD
           MOVE 1 TO EXPECT-INVOICE
           MOVE "N" TO INVREG-EOF
           MOVE LOW-VALUES TO IR-KEY
           START INVREG-FILE KEY >= IR-KEY
           IF INVREG-STATUS NOT = "00"
               MOVE "Y" TO INVREG-EOF
           END-IF
           PERFORM UNTIL INVREG-EOF = "Y"
             READ INVREG-FILE NEXT
               AT END
                 MOVE "Y" TO INVREG-EOF
               NOT AT END
                 IF IR-LINE = 0
                     PERFORM CHECK-REGISTER-HEADER
                 END-IF
             END-READ
           END-PERFORM
           IF EXPECT-INVOICE NOT > LAST-ISSUED
               MOVE LAST-ISSUED TO DISP-GAP-TO
               PERFORM WRITE-GAP-LINE
           END-IF
           PERFORM WRITE-GAP-REPORT-TOTALS
           CLOSE GAP-REPORT-FILE.

       CHECK-REGISTER-HEADER.
           ADD 1 TO HEADER-COUNT
           IF IR-INVOICE > EXPECT-INVOICE
               COMPUTE DISP-GAP-TO = IR-INVOICE - 1
               PERFORM WRITE-GAP-LINE
           END-IF
           COMPUTE EXPECT-INVOICE = IR-INVOICE + 1
           COMPUTE INVOICE-VALUE = IH-TOTAL + IH-TAX
           MOVE IR-INVOICE TO DISP-INVOICE-NUMBER
           IF IR-INVOICE > LAST-ISSUED
               ADD 1 TO BEYOND-COUNT
               MOVE SPACES TO GAP-REPORT-RECORD
               STRING "SEQ   " DELIMITED BY SIZE
                   DISP-INVOICE-NUMBER DELIMITED BY SIZE
                   " is above the INVOICE.SEQ control number"
                   DELIMITED BY SIZE
                   INTO GAP-REPORT-RECORD
               END-STRING
               WRITE GAP-REPORT-RECORD
               DISPLAY FUNCTION TRIM(GAP-REPORT-RECORD)
           END-IF
           IF IH-STATUS = "V"
               ADD 1 TO VOID-COUNT
               ADD INVOICE-VALUE TO VOID-VALUE
               MOVE INVOICE-VALUE TO DISP-COST
               MOVE SPACES TO GAP-REPORT-RECORD
               STRING "VOID  " DELIMITED BY SIZE
                   DISP-INVOICE-NUMBER DELIMITED BY SIZE
                   " order " DELIMITED BY SIZE
                   FUNCTION TRIM(IH-ORDER) DELIMITED BY SIZE
                   " customer " DELIMITED BY SIZE
                   FUNCTION TRIM(IH-CUST) DELIMITED BY SIZE
                   " issued " DELIMITED BY SIZE
                   IH-ISSUE-DATE DELIMITED BY SIZE
                   " voided " DELIMITED BY SIZE
                   IH-VOID-DATE DELIMITED BY SIZE
                   " value=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                   " reason=" DELIMITED BY SIZE
                   FUNCTION TRIM(IH-VOID-REASON) DELIMITED BY SIZE
                   INTO GAP-REPORT-RECORD
               END-STRING
               WRITE GAP-REPORT-RECORD
           ELSE
               ADD 1 TO ISSUED-COUNT
               ADD INVOICE-VALUE TO ISSUED-VALUE
           END-IF.

       WRITE-GAP-LINE.
           COMPUTE GAP-RUN-COUNT = DISP-GAP-TO - EXPECT-INVOICE + 1
           ADD GAP-RUN-COUNT TO GAP-COUNT
           MOVE EXPECT-INVOICE TO DISP-INVOICE-NUMBER
           MOVE SPACES TO GAP-REPORT-RECORD
           IF GAP-RUN-COUNT = 1
               STRING "GAP   " DELIMITED BY SIZE
                   DISP-INVOICE-NUMBER DELIMITED BY SIZE
                   " issued but not on the register"
                   DELIMITED BY SIZE
                   INTO GAP-REPORT-RECORD
               END-STRING
           ELSE
               MOVE GAP-RUN-COUNT TO DISP-COUNT
               STRING "GAP   " DELIMITED BY SIZE
                   DISP-INVOICE-NUMBER DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   DISP-GAP-TO DELIMITED BY SIZE
                   " issued but not on the register (" DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   " numbers)" DELIMITED BY SIZE
                   INTO GAP-REPORT-RECORD
               END-STRING
           END-IF
           WRITE GAP-REPORT-RECORD
           DISPLAY FUNCTION TRIM(GAP-REPORT-RECORD).

       WRITE-GAP-REPORT-TOTALS.
           MOVE SPACES TO GAP-REPORT-RECORD
           MOVE HEADER-COUNT TO DISP-COUNT
           STRING "invoices on register = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           END-STRING
           MOVE ISSUED-COUNT TO DISP-COUNT
           STRING FUNCTION TRIM(GAP-REPORT-RECORD) DELIMITED BY SIZE
               "  in force = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           END-STRING
           MOVE VOID-COUNT TO DISP-COUNT
           STRING FUNCTION TRIM(GAP-REPORT-RECORD) DELIMITED BY SIZE
               "  void = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           END-STRING
           MOVE GAP-COUNT TO DISP-COUNT
           STRING FUNCTION TRIM(GAP-REPORT-RECORD) DELIMITED BY SIZE
               "  missing = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           END-STRING
           WRITE GAP-REPORT-RECORD
           DISPLAY FUNCTION TRIM(GAP-REPORT-RECORD)
           MOVE SPACES TO GAP-REPORT-RECORD
           MOVE ISSUED-VALUE TO DISP-COST
           STRING "value in force = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           END-STRING
           MOVE VOID-VALUE TO DISP-COST
           STRING FUNCTION TRIM(GAP-REPORT-RECORD) DELIMITED BY SIZE
               "  value voided = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           END-STRING
           WRITE GAP-REPORT-RECORD
           DISPLAY FUNCTION TRIM(GAP-REPORT-RECORD)
           IF GAP-COUNT > 0
               DISPLAY "WARNING: invoice number sequence has gaps, "
                   "see INVGAP.RPT"
           END-IF
           IF BEYOND-COUNT > 0
               DISPLAY "WARNING: invoices registered above the "
                   "INVOICE.SEQ control number, see INVGAP.RPT"
           END-IF.

       WRITE-DUPLICATE-INVOICE.
           MOVE "INVOICE.DUP" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT DUPLICATE-FILE
           MOVE SPACES TO DUPLICATE-RECORD
           STRING "*** DUPLICATE *** DAY02A wrapping cost invoice "
               DELIMITED BY SIZE
               DISP-INVOICE-NUMBER DELIMITED BY SIZE
               ", rates effective " DELIMITED BY SIZE
               IH-RATE-EFF DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           PERFORM WRITE-DUPLICATE-LINE
           MOVE SPACES TO DUPLICATE-RECORD
           STRING "originally issued " DELIMITED BY SIZE
               IH-ISSUE-DATE DELIMITED BY SIZE
               ", reprinted " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               " from the invoice register" DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           PERFORM WRITE-DUPLICATE-LINE
           MOVE SPACES TO DUPLICATE-RECORD
           MOVE IH-PAPER-RATE TO DISP-RATE
           STRING "paper rate/sqft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           MOVE IH-RIBBON-RATE TO DISP-RATE
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               "  ribbon rate/ft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           MOVE IH-BOW-RATE TO DISP-RATE
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               "  bow rate/ft = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-RATE) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           PERFORM WRITE-DUPLICATE-LINE
           PERFORM WRITE-DUPLICATE-BOXES
           PERFORM WRITE-DUPLICATE-ORDER-LINE
           IF IH-TAX-JURIS NOT = SPACES
               PERFORM WRITE-DUPLICATE-TAX-LINE
           END-IF
           COMPUTE INVOICE-VALUE = IH-TOTAL + IH-TAX
           MOVE INVOICE-VALUE TO DISP-COST
           MOVE SPACES TO DUPLICATE-RECORD
           STRING "invoice total = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           PERFORM WRITE-DUPLICATE-LINE
           IF IH-STATUS = "V"
               MOVE SPACES TO DUPLICATE-RECORD
               STRING "*** VOID *** voided " DELIMITED BY SIZE
                   IH-VOID-DATE DELIMITED BY SIZE
                   " reason: " DELIMITED BY SIZE
                   FUNCTION TRIM(IH-VOID-REASON) DELIMITED BY SIZE
                   INTO DUPLICATE-RECORD
               END-STRING
               PERFORM WRITE-DUPLICATE-LINE
           END-IF
           MOVE "*** DUPLICATE ***" TO DUPLICATE-RECORD
           PERFORM WRITE-DUPLICATE-LINE
           CLOSE DUPLICATE-FILE
           IF BOX-LINE-COUNT NOT = IH-BOXES
               MOVE BOX-LINE-COUNT TO DISP-BOXES
               MOVE IH-BOXES TO DISP-COUNT
               DISPLAY "WARNING: register holds "
                   FUNCTION TRIM(DISP-BOXES)
                   " box lines for invoice " DISP-INVOICE-NUMBER
                   ", header says " FUNCTION TRIM(DISP-COUNT)
           END-IF.

       WRITE-DUPLICATE-LINE.
           WRITE DUPLICATE-RECORD
           DISPLAY FUNCTION TRIM(DUPLICATE-RECORD).

       WRITE-DUPLICATE-BOXES.
           MOVE 0 TO BOX-LINE-COUNT
           MOVE "N" TO INVREG-EOF
           MOVE WANT-INVOICE TO IR-INVOICE
           MOVE 1 TO IR-LINE
           START INVREG-FILE KEY >= IR-KEY
           IF INVREG-STATUS NOT = "00"
               MOVE "Y" TO INVREG-EOF
           END-IF
           PERFORM UNTIL INVREG-EOF = "Y"
             READ INVREG-FILE NEXT
               AT END
                 MOVE "Y" TO INVREG-EOF
               NOT AT END
                 IF IR-INVOICE NOT = WANT-INVOICE
                     MOVE "Y" TO INVREG-EOF
                 ELSE
                     ADD 1 TO BOX-LINE-COUNT
                     MOVE IB-L TO DISP-L
                     MOVE IB-W TO DISP-W
                     MOVE IB-H TO DISP-H
                     MOVE IB-COST TO DISP-COST
                     MOVE SPACES TO DUPLICATE-RECORD
                     STRING "box " DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-L) DELIMITED BY SIZE
                         "x" DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-W) DELIMITED BY SIZE
                         "x" DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-H) DELIMITED BY SIZE
                         " cost " DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
                         INTO DUPLICATE-RECORD
                     END-STRING
                     PERFORM WRITE-DUPLICATE-LINE
                 END-IF
             END-READ
           END-PERFORM
           MOVE WANT-INVOICE TO IR-INVOICE
           MOVE 0 TO IR-LINE
           READ INVREG-FILE.

       WRITE-DUPLICATE-ORDER-LINE.
           MOVE SPACES TO DUPLICATE-RECORD
           STRING "order " DELIMITED BY SIZE
               FUNCTION TRIM(IH-ORDER) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(IH-CUST) DELIMITED BY SIZE
               " date " DELIMITED BY SIZE
               FUNCTION TRIM(IH-ORDER-DATE) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           MOVE IH-PAPER TO DISP-COST
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               " paper=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           MOVE IH-RIBBON TO DISP-COST
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               " ribbon=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           MOVE IH-BOW TO DISP-COST
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               " bow=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           MOVE IH-TOTAL TO DISP-COST
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               " total=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           IF IH-CUST-NAME NOT = SPACES
               STRING FUNCTION TRIM(DUPLICATE-RECORD)
                   DELIMITED BY SIZE
                   " name=" DELIMITED BY SIZE
                   FUNCTION TRIM(IH-CUST-NAME) DELIMITED BY SIZE
                   INTO DUPLICATE-RECORD
               END-STRING
           END-IF
           MOVE IH-BOXES TO DISP-BOXES
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               " boxes=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BOXES) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           IF IH-QUOTE NOT = 0
               STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
                   " quote=" DELIMITED BY SIZE
                   IH-QUOTE DELIMITED BY SIZE
                   INTO DUPLICATE-RECORD
               END-STRING
           END-IF
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               " invoice=" DELIMITED BY SIZE
               DISP-INVOICE-NUMBER DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           PERFORM WRITE-DUPLICATE-LINE.

       WRITE-DUPLICATE-TAX-LINE.
           MOVE IH-TAX-RATE TO DISP-TAX-RATE
           MOVE IH-TOTAL TO DISP-COST
           MOVE SPACES TO DUPLICATE-RECORD
           STRING "tax order " DELIMITED BY SIZE
               FUNCTION TRIM(IH-ORDER) DELIMITED BY SIZE
               " customer " DELIMITED BY SIZE
               FUNCTION TRIM(IH-CUST) DELIMITED BY SIZE
               " date " DELIMITED BY SIZE
               FUNCTION TRIM(IH-ORDER-DATE) DELIMITED BY SIZE
               " zone " DELIMITED BY SIZE
               FUNCTION TRIM(IH-ZONE) DELIMITED BY SIZE
               " juris=" DELIMITED BY SIZE
               FUNCTION TRIM(IH-TAX-JURIS) DELIMITED BY SIZE
               " rate=" DELIMITED BY SIZE
               DISP-TAX-RATE DELIMITED BY SIZE
               " taxable=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           MOVE IH-TAX TO DISP-COST
           STRING FUNCTION TRIM(DUPLICATE-RECORD) DELIMITED BY SIZE
               " tax=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COST) DELIMITED BY SIZE
               INTO DUPLICATE-RECORD
           END-STRING
           PERFORM WRITE-DUPLICATE-LINE.

       VOID-INVOICE.
           IF IH-STATUS = "V"
               DISPLAY "error: invoice " DISP-INVOICE-NUMBER
                   " was already voided on " IH-VOID-DATE
               MOVE 6 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "V" TO IH-STATUS
           MOVE TODAY-DATE TO IH-VOID-DATE
           MOVE VOID-REASON TO IH-VOID-REASON
           REWRITE INVREG-RECORD
           IF INVREG-STATUS NOT = "00"
               DISPLAY "error: void of invoice " DISP-INVOICE-NUMBER
                   " failed (status " INVREG-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE INVOICE-VALUE = IH-TOTAL + IH-TAX
           MOVE INVOICE-VALUE TO DISP-COST
           DISPLAY "voided invoice " DISP-INVOICE-NUMBER
               " order " FUNCTION TRIM(IH-ORDER)
               " customer " FUNCTION TRIM(IH-CUST)
               " value " FUNCTION TRIM(DISP-COST).

       COPY GENPARA.

       COPY AUDITPARA.
