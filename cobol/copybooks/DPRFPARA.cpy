       LOAD-DIM-PROFILES.
           MOVE 0 TO DIM-PROFILE-COUNT
           MOVE "N" TO DIM-PROFILE-EOF
           OPEN INPUT DIM-PROFILE-FILE
           IF DIM-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DIM-PROFILE-EOF = "Y"
             READ DIM-PROFILE-FILE
               AT END
                 MOVE "Y" TO DIM-PROFILE-EOF
               NOT AT END
                 IF DIM-PROFILE-RECORD(1:1) NOT = "*"
                     AND DIM-PROFILE-RECORD NOT = SPACES
                     PERFORM APPLY-DIM-PROFILE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DIM-PROFILE-FILE.

       APPLY-DIM-PROFILE-RECORD.
           MOVE SPACES TO DIM-CUST-TEXT DIM-TOKEN-TABLE
           UNSTRING DIM-PROFILE-RECORD DELIMITED BY ","
               INTO DIM-CUST-TEXT DIM-TOKEN(1) DIM-TOKEN(2)
                   DIM-TOKEN(3) DIM-TOKEN(4) DIM-TOKEN(5)
                   DIM-TOKEN(6) DIM-TOKEN(7) DIM-TOKEN(8)
                   DIM-TOKEN(9)
           END-UNSTRING
           PERFORM VARYING DIM-TOK-IDX FROM 1 BY 1
               UNTIL DIM-TOK-IDX > 9
             IF FUNCTION TRIM(DIM-TOKEN(DIM-TOK-IDX)) IS NOT NUMERIC
                 DISPLAY "error: bad CUSTDIM.PRF record: "
                     FUNCTION TRIM(DIM-PROFILE-RECORD)
                 MOVE 2 TO RETURN-CODE
                 STOP RUN
             END-IF
           END-PERFORM
           IF DIM-PROFILE-COUNT NOT < MAX-DIM-PROFILES
               DISPLAY "error: more than 1000 customers on CUSTDIM.PRF"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DIM-PROFILE-COUNT
           MOVE DIM-CUST-TEXT TO DP-CUST(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(1))
               TO DP-BOXES(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(2))
               TO DP-MIN-D1(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(3))
               TO DP-MIN-D2(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(4))
               TO DP-MIN-D3(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(5))
               TO DP-MAX-D1(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(6))
               TO DP-MAX-D2(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(7))
               TO DP-MAX-D3(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(8))
               TO DP-MAX-VOL(DIM-PROFILE-COUNT)
           MOVE FUNCTION NUMVAL(DIM-TOKEN(9))
               TO DP-VOL-SUM(DIM-PROFILE-COUNT).

       FIND-DIM-PROFILE.
           MOVE 0 TO DIM-FOUND-IDX
           PERFORM VARYING DIM-IDX FROM 1 BY 1
               UNTIL DIM-IDX > DIM-PROFILE-COUNT
             IF DP-CUST(DIM-IDX) = DIM-WANT-CUST
                 MOVE DIM-IDX TO DIM-FOUND-IDX
                 EXIT PERFORM
             END-IF
           END-PERFORM
           IF DIM-FOUND-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF DIM-PROFILE-COUNT NOT < MAX-DIM-PROFILES
               DISPLAY "error: more than 1000 customers on CUSTDIM.PRF"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DIM-PROFILE-COUNT
           MOVE DIM-PROFILE-COUNT TO DIM-FOUND-IDX
           MOVE DIM-WANT-CUST TO DP-CUST(DIM-FOUND-IDX)
           MOVE 0 TO DP-BOXES(DIM-FOUND-IDX) DP-MAX-D1(DIM-FOUND-IDX)
               DP-MAX-D2(DIM-FOUND-IDX) DP-MAX-D3(DIM-FOUND-IDX)
               DP-MAX-VOL(DIM-FOUND-IDX) DP-VOL-SUM(DIM-FOUND-IDX)
           MOVE 999999 TO DP-MIN-D1(DIM-FOUND-IDX)
               DP-MIN-D2(DIM-FOUND-IDX) DP-MIN-D3(DIM-FOUND-IDX).

       MERGE-DIM-BOX.
           IF DP-BOXES(DIM-FOUND-IDX) < 9999999
               ADD 1 TO DP-BOXES(DIM-FOUND-IDX)
           END-IF
           IF DIM-BOX-D1 < DP-MIN-D1(DIM-FOUND-IDX)
               MOVE DIM-BOX-D1 TO DP-MIN-D1(DIM-FOUND-IDX)
           END-IF
           IF DIM-BOX-D2 < DP-MIN-D2(DIM-FOUND-IDX)
               MOVE DIM-BOX-D2 TO DP-MIN-D2(DIM-FOUND-IDX)
           END-IF
           IF DIM-BOX-D3 < DP-MIN-D3(DIM-FOUND-IDX)
               MOVE DIM-BOX-D3 TO DP-MIN-D3(DIM-FOUND-IDX)
           END-IF
           IF DIM-BOX-D1 > DP-MAX-D1(DIM-FOUND-IDX)
               MOVE DIM-BOX-D1 TO DP-MAX-D1(DIM-FOUND-IDX)
           END-IF
           IF DIM-BOX-D2 > DP-MAX-D2(DIM-FOUND-IDX)
               MOVE DIM-BOX-D2 TO DP-MAX-D2(DIM-FOUND-IDX)
           END-IF
           IF DIM-BOX-D3 > DP-MAX-D3(DIM-FOUND-IDX)
               MOVE DIM-BOX-D3 TO DP-MAX-D3(DIM-FOUND-IDX)
           END-IF
           IF DIM-BOX-VOL > DP-MAX-VOL(DIM-FOUND-IDX)
               MOVE DIM-BOX-VOL TO DP-MAX-VOL(DIM-FOUND-IDX)
           END-IF
           ADD DIM-BOX-VOL TO DP-VOL-SUM(DIM-FOUND-IDX)
               ON SIZE ERROR
                 CONTINUE
           END-ADD
           MOVE "Y" TO DIM-PROFILE-CHANGED.

       SAVE-DIM-PROFILES.
           IF DIM-PROFILE-CHANGED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DIM-PROFILE-NEW-FILE
           IF DIM-PROFILE-STATUS NOT = "00"
               DISPLAY "error: cannot write CUSTDIM.PRF.NEW"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING DIM-IDX FROM 1 BY 1
               UNTIL DIM-IDX > DIM-PROFILE-COUNT
             MOVE SPACES TO DIM-PROFILE-NEW-RECORD
             MOVE DP-BOXES(DIM-IDX) TO DISP-DIM-BOXES
             STRING FUNCTION TRIM(DP-CUST(DIM-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-DIM-BOXES) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 DP-MIN-D1(DIM-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 DP-MIN-D2(DIM-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 DP-MIN-D3(DIM-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 DP-MAX-D1(DIM-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 DP-MAX-D2(DIM-IDX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 DP-MAX-D3(DIM-IDX) DELIMITED BY SIZE
                 INTO DIM-PROFILE-NEW-RECORD
             END-STRING
             MOVE DP-MAX-VOL(DIM-IDX) TO DISP-DIM-VALUE
             STRING FUNCTION TRIM(DIM-PROFILE-NEW-RECORD)
                 DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-DIM-VALUE) DELIMITED BY SIZE
                 INTO DIM-PROFILE-NEW-RECORD
             END-STRING
             MOVE DP-VOL-SUM(DIM-IDX) TO DISP-DIM-VALUE
             STRING FUNCTION TRIM(DIM-PROFILE-NEW-RECORD)
                 DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(DISP-DIM-VALUE) DELIMITED BY SIZE
                 INTO DIM-PROFILE-NEW-RECORD
             END-STRING
             WRITE DIM-PROFILE-NEW-RECORD
           END-PERFORM
           CLOSE DIM-PROFILE-NEW-FILE
           MOVE RETURN-CODE TO DIM-SAVE-RC
           CALL "CBL_DELETE_FILE" USING "CUSTDIM.PRF"
           CALL "CBL_RENAME_FILE" USING "CUSTDIM.PRF.NEW"
               "CUSTDIM.PRF"
           MOVE DIM-SAVE-RC TO RETURN-CODE
           MOVE "N" TO DIM-PROFILE-CHANGED.
