           FILE STATUS IS FILER-CTL-STATUS.
       SELECT CERT-FILE ASSIGN TO "CERT.EXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CERT-LOG-FILE ASSIGN TO "CERTFILE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-LOG-STATUS.
       SELECT FLAGGED-FILE ASSIGN TO "DAY02B25.FLG"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY EXMPSEL.
       COPY AUDITSEL.
       COPY CFGSEL.
       COPY CSVSEL.
       FD CERT-FILE.
       01 CERT-RECORD   PIC X(80).

       FD CERT-LOG-FILE.
       01 CERT-LOG-RECORD PIC X(160).

       FD FLAGGED-FILE.
       01 FLAGGED-RECORD PIC X(64).

       COPY EXMPFD.

       COPY AUDITFD.
       COPY CFGFD.
       COPY RPTWS.
       COPY GENWS.
       COPY CFGWS.
       COPY EXMPWS.
       77 ARG-COUNT     PIC Z(1).
       77 CONTENTS      PIC X(262144).
       77 CONTENTS-LEN  PIC 9(6).
       77 LINE-TOTAL    PIC 9(15) VALUE 0.
       77 DISP-LINE-TOTAL PIC Z(15).
       77 DISP-ID       PIC Z(15).
       77 DISP-RANGE-LO PIC Z(14)9.
       77 DISP-RANGE-HI PIC Z(14)9.
       77 DISP-J        PIC Z(15).
       77 MAX-RANGES    PIC 9(5) VALUE 2000.
       77 WS-COMMA-PTR  PIC 9(6).
       77 BALANCE-WORK  PIC 9(15).
       77 DISP-XF-A     PIC Z(15).
       77 DISP-XF-B     PIC Z(15).
       77 SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       77 FILER-CTL-STATUS PIC X(2).
       77 FILER-CTL-EOF PIC X(1).
       77 CERT-RANGE-COUNT PIC 9(9) VALUE 0.
       77 CERT-INVALID-COUNT PIC 9(9) VALUE 0.
       77 CERT-ID-SUM   PIC 9(15) VALUE 0.
       77 CERT-LOG-STATUS PIC X(2).
       77 CERT-RECORD-COUNT PIC 9(9) VALUE 0.
       77 CERT-PRODUCED-DATE PIC X(10).
       77 DISP-CERT-RECS PIC Z(8)9.
       77 DISP-CERT-RANGES PIC Z(8)9.
       77 DISP-CERT-INVALIDS PIC Z(8)9.
       77 DISP-CERT-IDSUM PIC Z(14)9.
       77 FLAGGED-COUNT PIC 9(9) VALUE 0.
       77 DISP-FLAGGED  PIC Z(8)9.
       77 DISP-FLAG-REJECTS PIC Z(5)9.
       01 CERT-H-REC.
          05 FILLER     PIC X(1) VALUE "H".
          05 CERT-H-FILER PIC X(10).
          05 CERT-T-INVALIDS PIC 9(9).
          05 CERT-T-IDSUM PIC 9(15).
       77 DISP-SUPPRESSED PIC Z(6).
       77 RANGE-SPAN    PIC 9(15).
       77 RANGE-INV     PIC 9(9).
       77 RANGE-VALID-IDS PIC 9(15).
           MOVE "DAY02B25.COV" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT COVERAGE-FILE
           OPEN OUTPUT FLAGGED-FILE
           MOVE "DAY02B25 range coverage and gap report"
               TO COVERAGE-RECORD
           WRITE COVERAGE-RECORD
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM CHECK-TRAILER

       IF VALIDATE-ONLY NOT = "Y"
           PERFORM WRITE-REPORT-TOTALS
           CLOSE DETAIL-FILE
           CLOSE REJECT-FILE
           CLOSE COVERAGE-FILE
           PERFORM CLOSE-FLAGGED-EXTRACT
           IF CERTIFY-FLAG = "Y"
               PERFORM CLOSE-CERTIFICATION-EXTRACT
           END-IF
       END-IF
       CLOSE INPUT-FILE

       IF VALIDATE-ONLY = "Y"
           PERFORM REPORT-VALIDATE-VERDICT
           STOP RUN
             UNTIL (TABLE-IDX > RANGE-COUNT)
           MOVE RANGE-LO-NUM(TABLE-IDX) TO LO
           MOVE RANGE-HI-NUM(TABLE-IDX) TO HI
           PERFORM WRITE-EVALUATED-RANGE
           MOVE 0 TO ENUM-COUNT
           MOVE 0 TO RANGE-INV-COUNT(TABLE-IDX)
           PERFORM ENUMERATE-PATTERN-IDS
           END-IF
         END-PERFORM.

       WRITE-COVERAGE-REPORT.
         PERFORM VARYING COV-IDX FROM 1 BY 1
             UNTIL COV-IDX > RANGE-COUNT
         END-STRING
         PERFORM RPT-WRITE-DETAIL.

       WRITE-EVALUATED-RANGE.
         ADD 1 TO FLAGGED-COUNT
         MOVE SPACES TO FLAGGED-RECORD
         MOVE LO TO DISP-RANGE-LO
         MOVE HI TO DISP-RANGE-HI
         STRING "R," DELIMITED BY SIZE
             FUNCTION TRIM(DISP-RANGE-LO) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             FUNCTION TRIM(DISP-RANGE-HI) DELIMITED BY SIZE
             INTO FLAGGED-RECORD
         END-STRING
         WRITE FLAGGED-RECORD.

       WRITE-INVALID-ID-DETAIL.
         ADD 1 TO FLAGGED-COUNT
         MOVE I TO DISP-ID
         MOVE SPACES TO FLAGGED-RECORD
         STRING "I," DELIMITED BY SIZE
             FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(RANGE-LOW(TABLE-IDX)) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             FUNCTION TRIM(RANGE-HIGH(TABLE-IDX)) DELIMITED BY SIZE
             INTO FLAGGED-RECORD
         END-STRING
         WRITE FLAGGED-RECORD
         IF CERTIFY-FLAG = "Y"
             ADD 1 TO CERT-INVALID-COUNT
             ADD I TO CERT-ID-SUM
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO CERT-H-DATE
           END-STRING
           MOVE CERT-H-DATE TO CERT-PRODUCED-DATE
           MOVE SPACES TO CERT-RECORD
           MOVE CERT-H-REC TO CERT-RECORD
           WRITE CERT-RECORD.
           MOVE CERT-T-REC TO CERT-RECORD
           WRITE CERT-RECORD
           CLOSE CERT-FILE
           DISPLAY "certification extract written to CERT.EXT"
           PERFORM LOG-CERTIFICATION-FILING.

       LOG-CERTIFICATION-FILING.
           COMPUTE CERT-RECORD-COUNT =
               CERT-RANGE-COUNT + CERT-INVALID-COUNT + 2
           MOVE CERT-RECORD-COUNT TO DISP-CERT-RECS
           MOVE CERT-RANGE-COUNT TO DISP-CERT-RANGES
           MOVE CERT-INVALID-COUNT TO DISP-CERT-INVALIDS
           MOVE CERT-ID-SUM TO DISP-CERT-IDSUM
           OPEN EXTEND CERT-LOG-FILE
           IF CERT-LOG-STATUS NOT = "00"
               OPEN OUTPUT CERT-LOG-FILE
           END-IF
           IF CERT-LOG-STATUS NOT = "00"
               DISPLAY "error: cannot record the filing in "
                   "CERTFILE.LOG"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CERT-LOG-RECORD
           STRING FUNCTION TRIM(FILER-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FILER-PERIOD) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CERT-PRODUCED-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CERT-RECS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CERT-RANGES) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CERT-INVALIDS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CERT-IDSUM) DELIMITED BY SIZE
               ",PENDING,," DELIMITED BY SIZE
               INTO CERT-LOG-RECORD
           END-STRING
           WRITE CERT-LOG-RECORD
           CLOSE CERT-LOG-FILE
           DISPLAY "filing " FUNCTION TRIM(FILER-ID) " "
               FUNCTION TRIM(FILER-PERIOD)
               " logged in CERTFILE.LOG awaiting acknowledgment".

       CLOSE-FLAGGED-EXTRACT.
           MOVE FLAGGED-COUNT TO DISP-FLAGGED
           MOVE REJECT-COUNT TO DISP-FLAG-REJECTS
           MOVE SPACES TO FLAGGED-RECORD
           STRING "T," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FLAGGED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FLAG-REJECTS) DELIMITED BY SIZE
               INTO FLAGGED-RECORD
           END-STRING
           WRITE FLAGGED-RECORD
           CLOSE FLAGGED-FILE.

       CAPTURE-TRAILER.
           MOVE "Y" TO TRAILER-SEEN
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE.

       COPY EXMPPARA REPLACING ==EXEMPT-CHECK-ID== BY ==I==.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD== BY ==DETAIL-RECORD==.

       COPY GENPARA.
