           FILE STATUS IS SCREEN-CTL-STATUS.
       SELECT QUARANTINE-FILE ASSIGN TO "DAY08A.QTN"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIELDLEN-CTL-FILE ASSIGN TO "FIELDLEN.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIELDLEN-CTL-STATUS.
       SELECT FIT-FILE ASSIGN TO "DAY08A.FIT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY TMEMSEL.
       COPY AUDITSEL.
       COPY CFGSEL.
       FD QUARANTINE-FILE.
       01 QUARANTINE-RECORD    PIC X(64).

       FD FIELDLEN-CTL-FILE.
       01 FIELDLEN-CTL-RECORD  PIC X(120).

       FD FIT-FILE.
       01 FIT-RECORD           PIC X(132).

       COPY TMEMFD.
       COPY AUDITFD.
       COPY CFGFD.
       77 AUTO-CORRECT-COUNT   PIC 9(6) VALUE 0.
       77 DISP-AUTO-CORRECT    PIC Z(6).
       77 MEMORY-APPLIED       PIC X(1).
       77 FIELDLEN-CTL-STATUS  PIC X(2).
       77 FIELDLEN-CTL-EOF     PIC X(1).
       77 HAVE-FIELD-FIT       PIC X(1) VALUE "N".
       77 FIT-RULE-COUNT       PIC 9(3) VALUE 0.
       77 MAX-FIT-RULES        PIC 9(3) VALUE 100.
       77 FIT-IDX              PIC 9(3).
       77 FIT-CTL-LINE         PIC 9(4) VALUE 0.
       77 FIT-TYPE-TEXT        PIC X(8).
       77 FIT-KEY-TEXT         PIC X(100).
       77 FIT-WIDTH-TEXT       PIC X(8).
       77 FIT-WIDTH            PIC 9(3).
       77 FIT-FILE-WIDTH       PIC 9(3).
       77 FIT-BEST-LEN         PIC 9(2).
       77 FIT-RULE-TEXT        PIC X(8).
       77 FIT-OVERFLOW         PIC X(1).
       77 FIT-OVER-BY          PIC 9(3).
       77 FIT-EXCEPTION-COUNT  PIC 9(6) VALUE 0.
       77 DISP-FIT-WIDTH       PIC Z(2)9.
       77 DISP-FIT-OVER        PIC Z(2)9.
       77 DISP-FIT-COUNT       PIC Z(5)9.
       77 DISP-FIT-LINE        PIC Z(3)9.
       01 FIT-RULE-TABLE.
          05 FIT-RULE-ENTRY OCCURS 100 TIMES.
             10 FR-TYPE        PIC X(1).
             10 FR-KEY         PIC X(64).
             10 FR-KEY-LEN     PIC 9(2).
             10 FR-WIDTH       PIC 9(3).
       01 FIT-DETAIL-LINE.
          05 FD-FILE           PIC X(32).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 FD-LINE           PIC Z(5)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FD-RULE           PIC X(8).
          05 FD-WIDTH          PIC Z(4)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FD-LENGTH         PIC Z(5)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FD-OVER           PIC Z(7)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 FD-LITERAL        PIC X(58).
       01 SCREEN-RULE-TABLE.
          05 SCREEN-RULE-ENTRY OCCURS 50 TIMES.
             10 SR-RULE-ID     PIC X(8).
               PERFORM ROLL-OUTPUT-GENERATIONS
               OPEN OUTPUT QUARANTINE-FILE
           END-IF
           PERFORM LOAD-FIELD-LENGTHS
           IF HAVE-FIELD-FIT = "Y"
               MOVE "DAY08A.FIT" TO GEN-FILE-NAME
               PERFORM ROLL-OUTPUT-GENERATIONS
               OPEN OUTPUT FIT-FILE
               PERFORM WRITE-FIT-HEADING
           END-IF
           MOVE "DAY08A STRING LITERAL LENGTH REPORT" TO RPT-TITLE
           MOVE "  LINE  CODE/MEM/ENC LENGTHS AND DELTAS"
               TO RPT-COLUMN-HEADING
           IF HAVE-SCREEN = "Y"
               CLOSE QUARANTINE-FILE
           END-IF
           IF HAVE-FIELD-FIT = "Y"
               PERFORM WRITE-FIT-TOTALS
               CLOSE FIT-FILE
           END-IF
           IF HAVE-TRANSMEM = "Y"
               CLOSE TRANSMEM-FILE
           END-IF
       MOVE AUTO-CORRECT-COUNT TO DISP-AUTO-CORRECT
       DISPLAY "auto-corrected literals = "
           FUNCTION TRIM(DISP-AUTO-CORRECT)
       IF HAVE-FIELD-FIT = "Y"
           MOVE FIT-EXCEPTION-COUNT TO DISP-FIT-COUNT
           DISPLAY "field-length exceptions = "
               FUNCTION TRIM(DISP-FIT-COUNT)
       END-IF
       IF BATCH-MODE = "Y" AND VALIDATE-ONLY NOT = "Y"
           PERFORM WRITE-XREF-REPORT
       END-IF
                                 IF SCREEN-HIT = "Y"
                                     PERFORM QUARANTINE-LITERAL
                                 ELSE
                                     PERFORM CHECK-FIELD-FIT
                                     IF FIT-OVERFLOW = "Y"
                                         PERFORM REJECT-FIELD-OVERFLOW
                                     ELSE
                                         PERFORM SCAN-LINE
                                     END-IF
                                 END-IF
                             ELSE
                                 PERFORM REJECT-LITERAL
           MOVE FUNCTION TRIM(INPUT-RECORD) TO BUF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(BUF)) TO CODE-LEN
           COMPUTE LAST-QUOTED = CODE-LEN - 1
           PERFORM COUNT-MEMORY-LENGTH
           MOVE 0 TO ENC-LEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CODE-LEN
               EVALUATE BUF(I:1)
                   WHEN '\'
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       COUNT-MEMORY-LENGTH.
           MOVE 0 TO MEM-LEN
           MOVE 2 TO I
           PERFORM UNTIL I > LAST-QUOTED
               EVALUATE BUF(I:1)
                   WHEN '\'
                       COMPUTE I1 = I + 1
                       EVALUATE BUF(I1:1)
                           WHEN '\'
                               ADD 2 TO I
                           WHEN '"'
                               ADD 2 TO I
                           WHEN 'x'
                               ADD 4 TO I
                           WHEN OTHER
                               ADD 1 TO I
                       END-EVALUATE
                   WHEN OTHER
                       ADD 1 TO I
               END-EVALUATE
               ADD 1 TO MEM-LEN
           END-PERFORM.

       CHECK-LITERAL.
           MOVE FUNCTION TRIM(INPUT-RECORD) TO BUF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(BUF)) TO CODE-LEN
               WRITE ENCODED-RECORD
           END-IF.

       LOAD-FIELD-LENGTHS.
           MOVE "N" TO FIELDLEN-CTL-EOF
           OPEN INPUT FIELDLEN-CTL-FILE
           IF FIELDLEN-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIELDLEN-CTL-EOF = "Y"
             READ FIELDLEN-CTL-FILE
               AT END
                 MOVE "Y" TO FIELDLEN-CTL-EOF
               NOT AT END
                 ADD 1 TO FIT-CTL-LINE
                 IF FUNCTION TRIM(FIELDLEN-CTL-RECORD) NOT = SPACES
                     AND FIELDLEN-CTL-RECORD(1:1) NOT = "*"
                     PERFORM PARSE-FIELD-LENGTH
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FIELDLEN-CTL-FILE
           IF FIT-RULE-COUNT > 0
               MOVE "Y" TO HAVE-FIELD-FIT
               DISPLAY "destination field-length check in effect ("
                   FIT-RULE-COUNT " rules)"
           END-IF.

       PARSE-FIELD-LENGTH.
           MOVE FIT-CTL-LINE TO DISP-FIT-LINE
           IF FIT-RULE-COUNT >= MAX-FIT-RULES
               DISPLAY "error: FIELDLEN.CTL has more than "
                   FUNCTION TRIM(MAX-FIT-RULES) " rules"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FIT-TYPE-TEXT FIT-KEY-TEXT FIT-WIDTH-TEXT
           UNSTRING FIELDLEN-CTL-RECORD DELIMITED BY ","
               INTO FIT-TYPE-TEXT FIT-KEY-TEXT FIT-WIDTH-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(FIT-TYPE-TEXT) TO FIT-TYPE-TEXT
           INSPECT FIT-TYPE-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ADD 1 TO FIT-RULE-COUNT
           EVALUATE FIT-TYPE-TEXT
             WHEN "FILE"
               MOVE "F" TO FR-TYPE(FIT-RULE-COUNT)
               MOVE FUNCTION TRIM(FIT-KEY-TEXT)
                   TO FR-KEY(FIT-RULE-COUNT)
             WHEN "PREFIX"
               MOVE "P" TO FR-TYPE(FIT-RULE-COUNT)
               MOVE FUNCTION TRIM(FIT-KEY-TEXT)
                   TO FR-KEY(FIT-RULE-COUNT)
             WHEN OTHER
               DISPLAY "error: FIELDLEN.CTL line "
                   FUNCTION TRIM(DISP-FIT-LINE)
                   ": rule type must be FILE or PREFIX"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               FR-KEY(FIT-RULE-COUNT) TRAILING))
               TO FR-KEY-LEN(FIT-RULE-COUNT)
           IF FR-KEY(FIT-RULE-COUNT) = SPACES
               OR FIT-KEY-TEXT(65:) NOT = SPACES
               DISPLAY "error: FIELDLEN.CTL line "
                   FUNCTION TRIM(DISP-FIT-LINE)
                   ": missing or over-long file name or prefix"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TRIM(FIT-WIDTH-TEXT) IS NOT NUMERIC
               DISPLAY "error: FIELDLEN.CTL line "
                   FUNCTION TRIM(DISP-FIT-LINE)
                   ": destination width is not a number"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(FIT-WIDTH-TEXT) TO FIT-WIDTH
           IF FIT-WIDTH = 0
               DISPLAY "error: FIELDLEN.CTL line "
                   FUNCTION TRIM(DISP-FIT-LINE)
                   ": destination width must be 1-999"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FIT-WIDTH TO FR-WIDTH(FIT-RULE-COUNT).

       CHECK-FIELD-FIT.
           MOVE "N" TO FIT-OVERFLOW
           IF HAVE-FIELD-FIT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO BUF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(BUF)) TO CODE-LEN
           COMPUTE LAST-QUOTED = CODE-LEN - 1
           MOVE 0 TO FIT-WIDTH FIT-FILE-WIDTH FIT-BEST-LEN
           PERFORM VARYING FIT-IDX FROM 1 BY 1
               UNTIL FIT-IDX > FIT-RULE-COUNT
             IF FR-TYPE(FIT-IDX) = "F"
                 IF FR-KEY(FIT-IDX) = FILENAME
                     MOVE FR-WIDTH(FIT-IDX) TO FIT-FILE-WIDTH
                 END-IF
             ELSE
                 IF FR-KEY-LEN(FIT-IDX) <= CODE-LEN - 2
                     AND FR-KEY-LEN(FIT-IDX) > FIT-BEST-LEN
                     AND BUF(2:FR-KEY-LEN(FIT-IDX)) =
                         FR-KEY(FIT-IDX)(1:FR-KEY-LEN(FIT-IDX))
                     MOVE FR-KEY-LEN(FIT-IDX) TO FIT-BEST-LEN
                     MOVE FR-WIDTH(FIT-IDX) TO FIT-WIDTH
                 END-IF
             END-IF
           END-PERFORM
           IF FIT-BEST-LEN > 0
               MOVE "PREFIX" TO FIT-RULE-TEXT
           ELSE
               MOVE "FILE" TO FIT-RULE-TEXT
               MOVE FIT-FILE-WIDTH TO FIT-WIDTH
           END-IF
           IF FIT-WIDTH = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-MEMORY-LENGTH
           IF MEM-LEN > FIT-WIDTH
               MOVE "Y" TO FIT-OVERFLOW
               COMPUTE FIT-OVER-BY = MEM-LEN - FIT-WIDTH
           END-IF.

       REJECT-FIELD-OVERFLOW.
           ADD 1 TO FIT-EXCEPTION-COUNT
           ADD CODE-LEN TO FILE-CODE-TOTAL
           MOVE FIT-WIDTH TO DISP-FIT-WIDTH
           MOVE FIT-OVER-BY TO DISP-FIT-OVER
           MOVE "E06" TO LITERAL-ERROR-CODE
           MOVE SPACES TO LITERAL-ERROR-TEXT
           STRING "exceeds field width " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FIT-WIDTH) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FIT-OVER) DELIMITED BY SIZE
               INTO LITERAL-ERROR-TEXT
           END-STRING
           PERFORM REJECT-LITERAL
           MOVE SPACES TO FIT-DETAIL-LINE
           MOVE FILENAME TO FD-FILE
           MOVE LINE-NUM TO FD-LINE
           MOVE FIT-RULE-TEXT TO FD-RULE
           MOVE FIT-WIDTH TO FD-WIDTH
           MOVE MEM-LEN TO FD-LENGTH
           MOVE FIT-OVER-BY TO FD-OVER
           MOVE BUF TO FD-LITERAL
           MOVE FIT-DETAIL-LINE TO FIT-RECORD
           WRITE FIT-RECORD.

       WRITE-FIT-HEADING.
           MOVE "DAY08A DESTINATION FIELD-LENGTH EXCEPTIONS"
               TO FIT-RECORD
           WRITE FIT-RECORD
           MOVE SPACES TO FIT-RECORD
           WRITE FIT-RECORD
           MOVE SPACES TO FIT-RECORD
           STRING "SOURCE FILE                        LINE  RULE    "
               DELIMITED BY SIZE
               "WIDTH  LENGTH  OVERFLOW  LITERAL" DELIMITED BY SIZE
               INTO FIT-RECORD
           END-STRING
           WRITE FIT-RECORD.

       WRITE-FIT-TOTALS.
           MOVE SPACES TO FIT-RECORD
           WRITE FIT-RECORD
           MOVE FIT-EXCEPTION-COUNT TO DISP-FIT-COUNT
           MOVE SPACES TO FIT-RECORD
           STRING "literals over destination width = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-FIT-COUNT) DELIMITED BY SIZE
               INTO FIT-RECORD
           END-STRING
           WRITE FIT-RECORD.

       NOTE-LITERAL-XREF.
           MOVE 0 TO XRF-FOUND-IDX
           PERFORM VARYING XRF-IDX FROM 1 BY 1
