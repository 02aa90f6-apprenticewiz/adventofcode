       OPEN-TICKET-MASTER.
           OPEN I-O TICKET-FILE
           IF TICKET-STATUS = "35"
               OPEN OUTPUT TICKET-FILE
               CLOSE TICKET-FILE
               OPEN I-O TICKET-FILE
           END-IF.

       ADD-TICKET-RECORD.
           MOVE 1 TO TKT-NUMBER
           WRITE TICKET-RECORD
           PERFORM UNTIL TICKET-STATUS NOT = "22"
               OR TKT-NUMBER = 999999
             ADD 1 TO TKT-NUMBER
             WRITE TICKET-RECORD
           END-PERFORM.

       SET-TICKET-STAMP.
           MOVE FUNCTION CURRENT-DATE TO TKTLOG-STAMP
           MOVE SPACES TO TKTLOG-DATE TKTLOG-TIME
           STRING TKTLOG-STAMP(1:4) "-" TKTLOG-STAMP(5:2) "-"
                   TKTLOG-STAMP(7:2)
               DELIMITED BY SIZE INTO TKTLOG-DATE
           END-STRING
           STRING TKTLOG-STAMP(9:2) ":" TKTLOG-STAMP(11:2) ":"
                   TKTLOG-STAMP(13:2)
               DELIMITED BY SIZE INTO TKTLOG-TIME
           END-STRING.

       WRITE-TICKET-LOG.
           PERFORM SET-TICKET-STAMP
           OPEN EXTEND TICKET-LOG-FILE
           IF TICKET-LOG-STATUS NOT = "00"
               OPEN OUTPUT TICKET-LOG-FILE
           END-IF
           IF TICKET-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: could not write TICKETS.LOG, status "
                   TICKET-LOG-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TICKET-LOG-RECORD
           STRING TKTLOG-NUMBER DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TKTLOG-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TKTLOG-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(TKTLOG-OPER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(TKTLOG-ACTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(TKTLOG-TEXT) DELIMITED BY SIZE
               INTO TICKET-LOG-RECORD
           END-STRING
           WRITE TICKET-LOG-RECORD
           CLOSE TICKET-LOG-FILE.
