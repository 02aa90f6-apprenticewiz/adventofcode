       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITMAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SCAN-FILE ASSIGN TO SCAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCAN-STATUS.
       SELECT MAN-IN-FILE ASSIGN TO "TRANSMIT.MAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAN-IN-STATUS.
       SELECT MAN-OUT-FILE ASSIGN TO "TRANSMIT.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAN-OUT-STATUS.
       SELECT READY-FILE ASSIGN TO READY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS READY-STATUS.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SCAN-FILE.
       01 SCAN-RECORD          PIC X(400).

       FD MAN-IN-FILE.
       01 MAN-IN-RECORD        PIC X(256).

       FD MAN-OUT-FILE.
       01 MAN-OUT-RECORD       PIC X(256).

       FD READY-FILE.
       01 READY-RECORD         PIC X(256).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       77 SCAN-STATUS          PIC X(2).
       77 MAN-IN-STATUS        PIC X(2).
       77 MAN-OUT-STATUS       PIC X(2).
       77 READY-STATUS         PIC X(2).
       77 SCAN-NAME            PIC X(64).
       77 READY-NAME           PIC X(64).
       77 SCAN-EOF             PIC X(1).
       77 MAN-EOF              PIC X(1).
       77 RUN-START-STAMP      PIC X(14).
       77 RUN-FILTER           PIC X(1) VALUE "Y".
       77 FILE-STAMP           PIC X(14).
       77 OB-IDX               PIC 9(2).
       77 OB-COUNT             PIC 9(2) VALUE 6.
       77 CSV-IDX              PIC 9(2).
       77 MAN-FILE-NAME        PIC X(64).
       77 MAN-CKSUM-TEXT       PIC X(16).
       77 MAN-FRONT            PIC X(256).
       77 MAN-TAIL             PIC X(256).
       77 AMOUNT-TEXT          PIC X(40).
       77 AMOUNT-CHECK         PIC X(40).
       77 CKSUM-MODULUS        PIC 9(9) VALUE 999999937.
       77 CKSUM-CH-IDX         PIC 9(9).
       77 CKSUM-REC-LEN        PIC 9(9).
       77 LISTED-COUNT         PIC 9(2) VALUE 0.
       77 SUPERSEDED-COUNT     PIC 9(5) VALUE 0.
       77 DISP-YEAR            PIC 9(4).
       77 DISP-MONTH           PIC 9(2).
       77 DISP-DAY             PIC 9(2).
       77 DISP-HOUR            PIC 9(2).
       77 DISP-MIN             PIC 9(2).
       77 DISP-SEC             PIC 9(2).
       77 DISP-COUNT           PIC Z(9)9.
       77 DISP-BYTES           PIC Z(10)9.
       77 DISP-TOTAL           PIC -(13)9.99.
       77 DISP-CKSUM           PIC Z(9).
       77 AUDIT-SUMMARY        PIC X(20).
       01 CHECK-FILE-INFO.
          05 CHECK-FILE-SIZE   PIC X(8) COMP-X.
          05 CHECK-FILE-DATE.
             10 CHECK-FDAY     PIC X COMP-X.
             10 CHECK-FMONTH   PIC X COMP-X.
             10 CHECK-FYEAR    PIC X(2) COMP-X.
          05 CHECK-FILE-TIME.
             10 CHECK-FHOUR    PIC X COMP-X.
             10 CHECK-FMIN     PIC X COMP-X.
             10 CHECK-FSEC     PIC X COMP-X.
             10 CHECK-FHSEC    PIC X COMP-X.
       01 CSV-FIELDS.
          05 CSV-FIELD OCCURS 8 TIMES PIC X(40).
       01 OUTBOUND-INIT.
          05 FILLER PIC X(16) VALUE "DAY02A.INV".
          05 FILLER PIC X(5)  VALUE "LABEL".
          05 FILLER PIC X(16) VALUE "order total = ".
          05 FILLER PIC 9(2)  VALUE 14.
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC 9(1)  VALUE 0.
          05 FILLER PIC X(16) VALUE "PODATA.INT".
          05 FILLER PIC X(5)  VALUE "CSV".
          05 FILLER PIC X(16) VALUE "PO".
          05 FILLER PIC 9(2)  VALUE 2.
          05 FILLER PIC 9(3)  VALUE 4.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC 9(1)  VALUE 0.
          05 FILLER PIC X(16) VALUE "CERT.EXT".
          05 FILLER PIC X(5)  VALUE "FIXED".
          05 FILLER PIC X(16) VALUE "I".
          05 FILLER PIC 9(2)  VALUE 1.
          05 FILLER PIC 9(3)  VALUE 2.
          05 FILLER PIC 9(2)  VALUE 15.
          05 FILLER PIC 9(1)  VALUE 0.
          05 FILLER PIC X(16) VALUE "GLINTF.DAT".
          05 FILLER PIC X(5)  VALUE "CSV".
          05 FILLER PIC X(16) VALUE "D,".
          05 FILLER PIC 9(2)  VALUE 2.
          05 FILLER PIC 9(3)  VALUE 5.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC 9(1)  VALUE 0.
          05 FILLER PIC X(16) VALUE "EINVOICE.DAT".
          05 FILLER PIC X(5)  VALUE "FIXED".
          05 FILLER PIC X(16) VALUE "IL".
          05 FILLER PIC 9(2)  VALUE 2.
          05 FILLER PIC 9(3)  VALUE 41.
          05 FILLER PIC 9(2)  VALUE 11.
          05 FILLER PIC 9(1)  VALUE 2.
          05 FILLER PIC X(16) VALUE "RESULTS.CSV".
          05 FILLER PIC X(5)  VALUE "CSV".
          05 FILLER PIC X(16) VALUE SPACES.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC 9(3)  VALUE 4.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC 9(1)  VALUE 0.
       01 OUTBOUND-DEFS REDEFINES OUTBOUND-INIT.
          05 OUTBOUND-DEF OCCURS 6 TIMES.
             10 OD-FILE        PIC X(16).
             10 OD-RULE        PIC X(5).
             10 OD-PREFIX      PIC X(16).
             10 OD-PREFIX-LEN  PIC 9(2).
             10 OD-FIELD       PIC 9(3).
             10 OD-LENGTH      PIC 9(2).
             10 OD-DECIMALS    PIC 9(1).
       01 OUTBOUND-TABLE.
          05 OUTBOUND-ENTRY OCCURS 6 TIMES.
             10 OB-PRESENT     PIC X(1).
             10 OB-PRODUCED    PIC X(1).
             10 OB-ALREADY     PIC X(1).
             10 OB-STAMP       PIC X(14).
             10 OB-CREATED     PIC X(19).
             10 OB-RECORDS     PIC 9(9).
             10 OB-BYTES       PIC 9(11).
             10 OB-TOTAL       PIC S9(13)V99.
             10 OB-CKSUM       PIC 9(9).
             10 OB-MAN-LINE    PIC X(256).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC > 0
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
           DISPLAY "lists the outbound files produced in this run "
               "on TRANSMIT.MAN and writes their .RDY triggers"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "XMITMAN" TO AUDIT-PROGRAM
       MOVE "TRANSMIT.MAN" TO FILENAME

       PERFORM SET-RUN-WINDOW

       PERFORM VARYING OB-IDX FROM 1 BY 1 UNTIL OB-IDX > OB-COUNT
         PERFORM MEASURE-OUTBOUND-FILE
       END-PERFORM

       PERFORM REWRITE-TRANSMIT-MANIFEST

       PERFORM VARYING OB-IDX FROM 1 BY 1 UNTIL OB-IDX > OB-COUNT
         PERFORM REPORT-OUTBOUND-FILE
       END-PERFORM

       MOVE LISTED-COUNT TO DISP-COUNT
       DISPLAY "outbound files listed on TRANSMIT.MAN = "
           FUNCTION TRIM(DISP-COUNT)
       IF SUPERSEDED-COUNT > 0
           MOVE SUPERSEDED-COUNT TO DISP-COUNT
           DISPLAY "earlier uncollected entries superseded = "
               FUNCTION TRIM(DISP-COUNT)
       END-IF

       MOVE LISTED-COUNT TO DISP-COUNT
       MOVE SPACES TO AUDIT-SUMMARY
       STRING "listed=" DELIMITED BY SIZE
           FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
           INTO AUDIT-SUMMARY
       END-STRING
       MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

       SET-RUN-WINDOW.
           MOVE SPACES TO RUN-START-STAMP
           IF AUDIT-RUN-ID(1:1) = "R"
               AND AUDIT-RUN-ID(2:14) IS NUMERIC
               MOVE AUDIT-RUN-ID(2:14) TO RUN-START-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO RUN-FILTER
           MOVE SPACES TO AUDIT-RUN-ID
           STRING "R" DELIMITED BY SIZE
               TIMING-START-STAMP DELIMITED BY SIZE
               INTO AUDIT-RUN-ID
           END-STRING
           DISPLAY "no suite run id, listing every outbound file "
               "present under " FUNCTION TRIM(AUDIT-RUN-ID).

       MEASURE-OUTBOUND-FILE.
           MOVE "N" TO OB-PRESENT(OB-IDX) OB-PRODUCED(OB-IDX)
               OB-ALREADY(OB-IDX)
           MOVE SPACES TO OB-STAMP(OB-IDX) OB-CREATED(OB-IDX)
               OB-MAN-LINE(OB-IDX)
           MOVE 0 TO OB-RECORDS(OB-IDX) OB-BYTES(OB-IDX)
               OB-TOTAL(OB-IDX) OB-CKSUM(OB-IDX)
           MOVE OD-FILE(OB-IDX) TO SCAN-NAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING SCAN-NAME
               CHECK-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE "Y" TO OB-PRESENT(OB-IDX)
           MOVE CHECK-FILE-SIZE TO OB-BYTES(OB-IDX)
           MOVE CHECK-FYEAR TO DISP-YEAR
           MOVE CHECK-FMONTH TO DISP-MONTH
           MOVE CHECK-FDAY TO DISP-DAY
           MOVE CHECK-FHOUR TO DISP-HOUR
           MOVE CHECK-FMIN TO DISP-MIN
           MOVE CHECK-FSEC TO DISP-SEC
           MOVE SPACES TO FILE-STAMP
           STRING DISP-YEAR DISP-MONTH DISP-DAY DISP-HOUR
               DISP-MIN DISP-SEC DELIMITED BY SIZE
               INTO FILE-STAMP
           END-STRING
           MOVE FILE-STAMP TO OB-STAMP(OB-IDX)
           STRING DISP-YEAR "-" DISP-MONTH "-" DISP-DAY " "
               DISP-HOUR ":" DISP-MIN ":" DISP-SEC
               DELIMITED BY SIZE
               INTO OB-CREATED(OB-IDX)
           END-STRING
           IF RUN-FILTER = "Y"
               AND FILE-STAMP < RUN-START-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO OB-PRODUCED(OB-IDX)
           PERFORM SCAN-OUTBOUND-FILE.

       SCAN-OUTBOUND-FILE.
           MOVE "N" TO SCAN-EOF
           OPEN INPUT SCAN-FILE
           IF SCAN-STATUS NOT = "00"
               MOVE "N" TO OB-PRODUCED(OB-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = "Y"
             READ SCAN-FILE
               AT END
                 MOVE "Y" TO SCAN-EOF
               NOT AT END
                 ADD 1 TO OB-RECORDS(OB-IDX)
                 PERFORM CHECKSUM-SCAN-RECORD
                 PERFORM ADD-CONTROL-AMOUNT
             END-READ
           END-PERFORM
           CLOSE SCAN-FILE.

       CHECKSUM-SCAN-RECORD.
           MOVE FUNCTION LENGTH(FUNCTION
               TRIM(SCAN-RECORD TRAILING))
               TO CKSUM-REC-LEN
           IF SCAN-RECORD = SPACES
               MOVE 0 TO CKSUM-REC-LEN
           END-IF
           PERFORM VARYING CKSUM-CH-IDX FROM 1 BY 1
               UNTIL CKSUM-CH-IDX > CKSUM-REC-LEN
             COMPUTE OB-CKSUM(OB-IDX) = FUNCTION MOD(
                 OB-CKSUM(OB-IDX) * 31
                 + FUNCTION ORD(SCAN-RECORD(CKSUM-CH-IDX:1)),
                 CKSUM-MODULUS)
           END-PERFORM
           COMPUTE OB-CKSUM(OB-IDX) = FUNCTION MOD(
               OB-CKSUM(OB-IDX) * 31 + 10, CKSUM-MODULUS).

       ADD-CONTROL-AMOUNT.
           IF OD-PREFIX-LEN(OB-IDX) > 0
               IF SCAN-RECORD(1:OD-PREFIX-LEN(OB-IDX)) NOT =
                   OD-PREFIX(OB-IDX)(1:OD-PREFIX-LEN(OB-IDX))
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO AMOUNT-TEXT
           EVALUATE OD-RULE(OB-IDX)
             WHEN "LABEL"
               MOVE SCAN-RECORD(OD-PREFIX-LEN(OB-IDX) + 1:40)
                   TO AMOUNT-TEXT
             WHEN "CSV"
               MOVE SPACES TO CSV-FIELDS
               UNSTRING SCAN-RECORD DELIMITED BY ","
                   INTO CSV-FIELD(1) CSV-FIELD(2) CSV-FIELD(3)
                       CSV-FIELD(4) CSV-FIELD(5) CSV-FIELD(6)
                       CSV-FIELD(7) CSV-FIELD(8)
               END-UNSTRING
               MOVE OD-FIELD(OB-IDX) TO CSV-IDX
               MOVE CSV-FIELD(CSV-IDX) TO AMOUNT-TEXT
             WHEN "FIXED"
               MOVE SCAN-RECORD(OD-FIELD(OB-IDX):OD-LENGTH(OB-IDX))
                   TO AMOUNT-TEXT
           END-EVALUATE
           MOVE FUNCTION TRIM(AMOUNT-TEXT) TO AMOUNT-TEXT
           MOVE AMOUNT-TEXT TO AMOUNT-CHECK
           INSPECT AMOUNT-CHECK REPLACING ALL "." BY "0"
               ALL "-" BY "0"
           IF FUNCTION TRIM(AMOUNT-CHECK) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE OB-TOTAL(OB-IDX) = OB-TOTAL(OB-IDX)
               + FUNCTION NUMVAL(AMOUNT-TEXT)
               / (10 ** OD-DECIMALS(OB-IDX)).

       REWRITE-TRANSMIT-MANIFEST.
           OPEN OUTPUT MAN-OUT-FILE
           IF MAN-OUT-STATUS NOT = "00"
               DISPLAY "error: cannot write TRANSMIT.NEW"
               MOVE 1 TO RETURN-CODE
               MOVE "WRITE FAILED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF
           MOVE "N" TO MAN-EOF
           OPEN INPUT MAN-IN-FILE
           IF MAN-IN-STATUS NOT = "00"
               MOVE "Y" TO MAN-EOF
           END-IF
           PERFORM UNTIL MAN-EOF = "Y"
             READ MAN-IN-FILE
               AT END
                 MOVE "Y" TO MAN-EOF
               NOT AT END
                 PERFORM CARRY-MANIFEST-LINE
             END-READ
           END-PERFORM
           IF MAN-IN-STATUS NOT = "35"
               CLOSE MAN-IN-FILE
           END-IF
           PERFORM VARYING OB-IDX FROM 1 BY 1 UNTIL OB-IDX > OB-COUNT
             IF OB-PRODUCED(OB-IDX) = "Y"
                 AND OB-ALREADY(OB-IDX) = "N"
                 PERFORM BUILD-MANIFEST-LINE
                 MOVE OB-MAN-LINE(OB-IDX) TO MAN-OUT-RECORD
                 WRITE MAN-OUT-RECORD
                 ADD 1 TO LISTED-COUNT
             END-IF
           END-PERFORM
           CLOSE MAN-OUT-FILE
           CALL "CBL_DELETE_FILE" USING "TRANSMIT.MAN"
           CALL "CBL_RENAME_FILE" USING "TRANSMIT.NEW"
               "TRANSMIT.MAN"
           MOVE 0 TO RETURN-CODE
           PERFORM VARYING OB-IDX FROM 1 BY 1 UNTIL OB-IDX > OB-COUNT
             IF OB-MAN-LINE(OB-IDX) NOT = SPACES
                 PERFORM WRITE-READY-TRIGGER
             END-IF
           END-PERFORM.

       CARRY-MANIFEST-LINE.
           MOVE MAN-IN-RECORD TO MAN-OUT-RECORD
           MOVE SPACES TO MAN-FRONT MAN-TAIL MAN-FILE-NAME
           UNSTRING MAN-IN-RECORD DELIMITED BY " file="
               INTO MAN-FRONT MAN-TAIL
           END-UNSTRING
           UNSTRING MAN-TAIL DELIMITED BY " "
               INTO MAN-FILE-NAME
           END-UNSTRING
           MOVE SPACES TO MAN-FRONT MAN-TAIL MAN-CKSUM-TEXT
           UNSTRING MAN-IN-RECORD DELIMITED BY " cksum="
               INTO MAN-FRONT MAN-TAIL
           END-UNSTRING
           UNSTRING MAN-TAIL DELIMITED BY " "
               INTO MAN-CKSUM-TEXT
           END-UNSTRING
           PERFORM VARYING OB-IDX FROM 1 BY 1 UNTIL OB-IDX > OB-COUNT
             IF OB-PRODUCED(OB-IDX) = "Y"
                 AND MAN-FILE-NAME = OD-FILE(OB-IDX)
                 MOVE OB-CKSUM(OB-IDX) TO DISP-CKSUM
                 IF FUNCTION TRIM(MAN-CKSUM-TEXT) =
                     FUNCTION TRIM(DISP-CKSUM)
                     MOVE "Y" TO OB-ALREADY(OB-IDX)
                 ELSE
                     IF MAN-IN-RECORD(1:10) = "READY"
                         MOVE "SUPERSEDED" TO MAN-OUT-RECORD(1:10)
                         ADD 1 TO SUPERSEDED-COUNT
                         PERFORM REMOVE-READY-TRIGGER
                     END-IF
                 END-IF
             END-IF
           END-PERFORM
           WRITE MAN-OUT-RECORD.

       BUILD-MANIFEST-LINE.
           MOVE SPACES TO OB-MAN-LINE(OB-IDX)
           MOVE OB-RECORDS(OB-IDX) TO DISP-COUNT
           MOVE OB-BYTES(OB-IDX) TO DISP-BYTES
           MOVE OB-TOTAL(OB-IDX) TO DISP-TOTAL
           MOVE OB-CKSUM(OB-IDX) TO DISP-CKSUM
           STRING "READY      run=" DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-RUN-ID) DELIMITED BY SIZE
               " file=" DELIMITED BY SIZE
               FUNCTION TRIM(OD-FILE(OB-IDX)) DELIMITED BY SIZE
               " created=" DELIMITED BY SIZE
               OB-CREATED(OB-IDX) DELIMITED BY SIZE
               " records=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               " bytes=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-BYTES) DELIMITED BY SIZE
               " total=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-TOTAL) DELIMITED BY SIZE
               " cksum=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CKSUM) DELIMITED BY SIZE
               INTO OB-MAN-LINE(OB-IDX)
           END-STRING.

       WRITE-READY-TRIGGER.
           MOVE SPACES TO READY-NAME
           STRING FUNCTION TRIM(OD-FILE(OB-IDX)) DELIMITED BY SIZE
               ".RDY" DELIMITED BY SIZE
               INTO READY-NAME
           END-STRING
           OPEN OUTPUT READY-FILE
           IF READY-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write "
                   FUNCTION TRIM(READY-NAME)
               EXIT PARAGRAPH
           END-IF
           MOVE OB-MAN-LINE(OB-IDX) TO READY-RECORD
           WRITE READY-RECORD
           CLOSE READY-FILE.

       REMOVE-READY-TRIGGER.
           MOVE SPACES TO READY-NAME
           STRING FUNCTION TRIM(MAN-FILE-NAME) DELIMITED BY SIZE
               ".RDY" DELIMITED BY SIZE
               INTO READY-NAME
           END-STRING
           CALL "CBL_DELETE_FILE" USING READY-NAME
           MOVE 0 TO RETURN-CODE.

       REPORT-OUTBOUND-FILE.
           IF OB-PRESENT(OB-IDX) = "N"
               DISPLAY FUNCTION TRIM(OD-FILE(OB-IDX))
                   ": not present"
               EXIT PARAGRAPH
           END-IF
           IF OB-PRODUCED(OB-IDX) = "N"
               DISPLAY FUNCTION TRIM(OD-FILE(OB-IDX))
                   ": not produced in this run (created "
                   OB-CREATED(OB-IDX) ")"
               EXIT PARAGRAPH
           END-IF
           IF OB-ALREADY(OB-IDX) = "Y"
               DISPLAY FUNCTION TRIM(OD-FILE(OB-IDX))
                   ": unchanged, already on TRANSMIT.MAN"
               EXIT PARAGRAPH
           END-IF
           MOVE OB-RECORDS(OB-IDX) TO DISP-COUNT
           MOVE OB-TOTAL(OB-IDX) TO DISP-TOTAL
           MOVE OB-CKSUM(OB-IDX) TO DISP-CKSUM
           DISPLAY FUNCTION TRIM(OD-FILE(OB-IDX))
               ": ready, records=" FUNCTION TRIM(DISP-COUNT)
               " total=" FUNCTION TRIM(DISP-TOTAL)
               " cksum=" FUNCTION TRIM(DISP-CKSUM).

       COPY AUDITPARA.
