       LOAD-OPER-LOCKS.
           MOVE 0 TO OPLOCK-COUNT
           MOVE "N" TO OPER-LOCK-EOF
           OPEN INPUT OPER-LOCK-FILE
           IF OPER-LOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OPER-LOCK-EOF = "Y"
             READ OPER-LOCK-FILE
               AT END
                 MOVE "Y" TO OPER-LOCK-EOF
               NOT AT END
                 IF OPER-LOCK-RECORD(1:1) NOT = "*"
                     AND OPER-LOCK-RECORD NOT = SPACES
                     PERFORM APPLY-OPER-LOCK-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OPER-LOCK-FILE.

       APPLY-OPER-LOCK-RECORD.
           IF OPLOCK-COUNT >= MAX-OPLOCKS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPLOCK-ID-TEXT OPLOCK-FAIL-TEXT
               OPLOCK-STATE-TEXT OPLOCK-DATE-TEXT OPLOCK-TIME-TEXT
           UNSTRING OPER-LOCK-RECORD DELIMITED BY ","
               INTO OPLOCK-ID-TEXT OPLOCK-FAIL-TEXT OPLOCK-STATE-TEXT
                   OPLOCK-DATE-TEXT OPLOCK-TIME-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(OPLOCK-ID-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPLOCK-COUNT
           MOVE FUNCTION TRIM(OPLOCK-ID-TEXT)
               TO OL-OPER-ID(OPLOCK-COUNT)
           INSPECT OL-OPER-ID(OPLOCK-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(OPLOCK-FAIL-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(OPLOCK-FAIL-TEXT)
                   TO OL-FAILURES(OPLOCK-COUNT)
           ELSE
               MOVE 0 TO OL-FAILURES(OPLOCK-COUNT)
           END-IF
           IF FUNCTION TRIM(OPLOCK-STATE-TEXT) = "LOCKED"
               MOVE "LOCKED" TO OL-STATE(OPLOCK-COUNT)
           ELSE
               MOVE "OPEN" TO OL-STATE(OPLOCK-COUNT)
           END-IF
           MOVE OPLOCK-DATE-TEXT TO OL-DATE(OPLOCK-COUNT)
           MOVE OPLOCK-TIME-TEXT TO OL-TIME(OPLOCK-COUNT).

       FIND-OPER-LOCK.
           MOVE 0 TO OPLOCK-FOUND-IDX
           PERFORM VARYING OPLOCK-IDX FROM 1 BY 1
               UNTIL OPLOCK-IDX > OPLOCK-COUNT
               OR OPLOCK-FOUND-IDX > 0
             IF OL-OPER-ID(OPLOCK-IDX) = SECLOG-OPER-ID
                 MOVE OPLOCK-IDX TO OPLOCK-FOUND-IDX
             END-IF
           END-PERFORM.

       ADD-OPER-LOCK.
           PERFORM FIND-OPER-LOCK
           IF OPLOCK-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF OPLOCK-COUNT >= MAX-OPLOCKS
               DISPLAY "WARNING: OPERLOCK.DAT is full, failures for "
                   FUNCTION TRIM(SECLOG-OPER-ID) " are not tracked"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPLOCK-COUNT
           MOVE OPLOCK-COUNT TO OPLOCK-FOUND-IDX
           MOVE SECLOG-OPER-ID TO OL-OPER-ID(OPLOCK-COUNT)
           MOVE 0 TO OL-FAILURES(OPLOCK-COUNT)
           MOVE "OPEN" TO OL-STATE(OPLOCK-COUNT)
           MOVE SPACES TO OL-DATE(OPLOCK-COUNT) OL-TIME(OPLOCK-COUNT).

       SAVE-OPER-LOCKS.
           OPEN OUTPUT OPER-LOCK-NEW-FILE
           IF OPER-LOCK-NEW-STATUS NOT = "00"
               DISPLAY "WARNING: could not write OPERLOCK.NEW, status "
                   OPER-LOCK-NEW-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OPLOCK-IDX FROM 1 BY 1
               UNTIL OPLOCK-IDX > OPLOCK-COUNT
             IF OL-FAILURES(OPLOCK-IDX) > 0
                 OR OL-STATE(OPLOCK-IDX) = "LOCKED"
                 MOVE OL-FAILURES(OPLOCK-IDX) TO SECLOG-FAIL-DISP
                 MOVE SPACES TO OPER-LOCK-NEW-RECORD
                 STRING FUNCTION TRIM(OL-OPER-ID(OPLOCK-IDX))
                         DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(SECLOG-FAIL-DISP) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(OL-STATE(OPLOCK-IDX))
                         DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     OL-DATE(OPLOCK-IDX) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     OL-TIME(OPLOCK-IDX) DELIMITED BY SIZE
                     INTO OPER-LOCK-NEW-RECORD
                 END-STRING
                 WRITE OPER-LOCK-NEW-RECORD
             END-IF
           END-PERFORM
           CLOSE OPER-LOCK-NEW-FILE
           CALL "CBL_DELETE_FILE" USING "OPERLOCK.DAT"
           CALL "CBL_RENAME_FILE" USING "OPERLOCK.NEW" "OPERLOCK.DAT"
           MOVE 0 TO RETURN-CODE.

       WRITE-SECURITY-EVENT.
           MOVE FUNCTION CURRENT-DATE TO SECLOG-STAMP
           MOVE SPACES TO SECLOG-DATE SECLOG-TIME
           STRING SECLOG-STAMP(1:4) "-" SECLOG-STAMP(5:2) "-"
                   SECLOG-STAMP(7:2)
               DELIMITED BY SIZE INTO SECLOG-DATE
           END-STRING
           STRING SECLOG-STAMP(9:2) ":" SECLOG-STAMP(11:2) ":"
                   SECLOG-STAMP(13:2)
               DELIMITED BY SIZE INTO SECLOG-TIME
           END-STRING
           OPEN EXTEND SECURITY-LOG-FILE
           IF SECURITY-LOG-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF SECURITY-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: could not write SECURITY.LOG, status "
                   SECURITY-LOG-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SECURITY-LOG-RECORD
           STRING SECLOG-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SECLOG-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SECLOG-OPER-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SECLOG-FUNCTION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SECLOG-RESULT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SECLOG-DETAIL) DELIMITED BY SIZE
               INTO SECURITY-LOG-RECORD
           END-STRING
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.
