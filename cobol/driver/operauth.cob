       SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERATOR.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-CTL-STATUS.
       COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-CTL-FILE.
       01 OPERATOR-CTL-RECORD  PIC X(96).
       COPY SECFD.

       WORKING-STORAGE SECTION.
       77 OPERATOR-CTL-STATUS  PIC X(2).
       77 PRIV-HIT-COUNT       PIC 9(2).
       77 PRIV-PATTERN         PIC X(10).
       77 PRIV-WORK            PIC X(66).
       COPY SECWS.

       LINKAGE SECTION.
       01 AUTH-FUNC            PIC X(8).

       IF FUNCTION TRIM(AUTH-OPER-ID) = SPACES
           CLOSE OPERATOR-CTL-FILE
           MOVE "(none)" TO SECLOG-OPER-ID
           IF FUNCTION TRIM(AUTH-FUNC) = "PRIV"
               MOVE AUTH-PRIV TO SECLOG-FUNCTION
           ELSE
               MOVE AUTH-FUNC TO SECLOG-FUNCTION
           END-IF
           MOVE "DENIED" TO SECLOG-RESULT
           MOVE "no operator id given" TO SECLOG-DETAIL
           PERFORM WRITE-SECURITY-EVENT
           GOBACK
       END-IF

       MOVE FUNCTION TRIM(AUTH-OPER-ID) TO SECLOG-OPER-ID
       INSPECT SECLOG-OPER-ID CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       IF FUNCTION TRIM(AUTH-FUNC) = "PRIV"
           MOVE AUTH-PRIV TO SECLOG-FUNCTION
       ELSE
           MOVE AUTH-FUNC TO SECLOG-FUNCTION
       END-IF
       PERFORM LOAD-OPER-LOCKS
       PERFORM FIND-OPER-LOCK
       IF OPLOCK-FOUND-IDX > 0
           IF OL-STATE(OPLOCK-FOUND-IDX) = "LOCKED"
               CLOSE OPERATOR-CTL-FILE
               MOVE "REFUSED" TO SECLOG-RESULT
               MOVE "operator is locked out" TO SECLOG-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               DISPLAY "operator " FUNCTION TRIM(SECLOG-OPER-ID)
                   " is locked out since " OL-DATE(OPLOCK-FOUND-IDX)
                   ", a supervisor must reset it"
               GOBACK
           END-IF
       END-IF

       MOVE "N" TO OPERATOR-CTL-EOF
       PERFORM UNTIL OPERATOR-CTL-EOF = "Y"
         READ OPERATOR-CTL-FILE
               " is not on OPERATOR.CTL"
       END-IF

       EVALUATE FUNCTION TRIM(AUTH-FUNC)
         WHEN "SIGNON"
           PERFORM RECORD-SIGNON-RESULT
         WHEN "PRIV"
           IF AUTH-ANSWER NOT = "Y"
               MOVE "DENIED" TO SECLOG-RESULT
               IF ID-FOUND = "Y"
                   MOVE "privilege not granted" TO SECLOG-DETAIL
               ELSE
                   MOVE "not on OPERATOR.CTL" TO SECLOG-DETAIL
               END-IF
               PERFORM WRITE-SECURITY-EVENT
           END-IF
       END-EVALUATE

       GOBACK.

       RECORD-SIGNON-RESULT.
           IF AUTH-ANSWER = "Y"
               IF OPLOCK-FOUND-IDX > 0
                   AND OL-FAILURES(OPLOCK-FOUND-IDX) > 0
                   MOVE 0 TO OL-FAILURES(OPLOCK-FOUND-IDX)
                   PERFORM SAVE-OPER-LOCKS
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-OPER-LOCK
           IF OPLOCK-FOUND-IDX = 0
               MOVE "FAILED" TO SECLOG-RESULT
               MOVE "failure not tracked" TO SECLOG-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OL-FAILURES(OPLOCK-FOUND-IDX)
           MOVE OL-FAILURES(OPLOCK-FOUND-IDX) TO SECLOG-FAIL-DISP
           MOVE OPLOCK-LIMIT TO SECLOG-LIMIT-DISP
           MOVE SPACES TO SECLOG-DETAIL
           STRING "failure " DELIMITED BY SIZE
               FUNCTION TRIM(SECLOG-FAIL-DISP) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(SECLOG-LIMIT-DISP) DELIMITED BY SIZE
               INTO SECLOG-DETAIL
           END-STRING
           IF ID-FOUND NOT = "Y"
               STRING FUNCTION TRIM(SECLOG-DETAIL) DELIMITED BY SIZE
                   " (not on OPERATOR.CTL)" DELIMITED BY SIZE
                   INTO SECLOG-DETAIL
               END-STRING
           END-IF
           IF OL-FAILURES(OPLOCK-FOUND-IDX) >= OPLOCK-LIMIT
               MOVE "LOCKED" TO OL-STATE(OPLOCK-FOUND-IDX)
               MOVE "LOCKED" TO SECLOG-RESULT
           ELSE
               MOVE "FAILED" TO SECLOG-RESULT
           END-IF
           PERFORM WRITE-SECURITY-EVENT
           MOVE SECLOG-DATE TO OL-DATE(OPLOCK-FOUND-IDX)
           MOVE SECLOG-TIME TO OL-TIME(OPLOCK-FOUND-IDX)
           PERFORM SAVE-OPER-LOCKS
           IF OL-STATE(OPLOCK-FOUND-IDX) = "LOCKED"
               DISPLAY "operator " FUNCTION TRIM(SECLOG-OPER-ID)
                   " is now locked out after "
                   FUNCTION TRIM(SECLOG-FAIL-DISP)
                   " consecutive failures"
           END-IF.

       MATCH-OPERATOR-RECORD.
           MOVE SPACES TO CTL-OPER-ID CTL-PASSWORD CTL-PRIV-LIST
           UNSTRING OPERATOR-CTL-RECORD DELIMITED BY ","
                   MOVE "Y" TO AUTH-ANSWER
               END-IF
           END-EVALUATE.

       COPY SECPARA.
