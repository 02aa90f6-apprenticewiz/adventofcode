       77 DISP-LIST-COUNT      PIC Z(4).
       77 CHANGE-COUNT         PIC 9(4) VALUE 0.
       77 DISP-CHANGE-COUNT    PIC Z(4).
       77 CREDIT-LIMIT-ENTRY   PIC 9(9)V99.
       77 DISP-CREDIT-LIMIT    PIC Z(8)9.99.
       77 AUDIT-SUMMARY        PIC X(20).

       PROCEDURE DIVISION.
           IF FUNCTION TRIM(CUST-ZONE) = SPACES
               MOVE "1" TO CUST-ZONE
           END-IF
           DISPLAY "credit limit (0 = no limit): " WITH NO ADVANCING
           ACCEPT ANSWER-TEXT
           MOVE 0 TO CUST-CREDIT-LIMIT
           IF FUNCTION TRIM(ANSWER-TEXT) NOT = SPACES
               MOVE FUNCTION NUMVAL(ANSWER-TEXT) TO CREDIT-LIMIT-ENTRY
               MOVE CREDIT-LIMIT-ENTRY TO CUST-CREDIT-LIMIT
           END-IF
           DISPLAY "electronic invoicing Y/N [N]: " WITH NO ADVANCING
           ACCEPT ANSWER-TEXT
           INSPECT ANSWER-TEXT CONVERTING "y" TO "Y"
           IF ANSWER-TEXT(1:1) = "Y"
               MOVE "Y" TO CUST-EINVOICE
           ELSE
               MOVE "N" TO CUST-EINVOICE
           END-IF
           MOVE "Y" TO CUST-ACTIVE
           WRITE CUSTOMER-RECORD
           IF CUSTOMER-STATUS = "00"
           IF FUNCTION TRIM(ANSWER-TEXT) NOT = SPACES
               MOVE ANSWER-TEXT TO CUST-ZONE
           END-IF
           IF CUST-CREDIT-LIMIT IS NOT NUMERIC
               MOVE 0 TO CUST-CREDIT-LIMIT
           END-IF
           MOVE CUST-CREDIT-LIMIT TO DISP-CREDIT-LIMIT
           DISPLAY "credit limit [" FUNCTION TRIM(DISP-CREDIT-LIMIT)
               "]: " WITH NO ADVANCING
           ACCEPT ANSWER-TEXT
           IF FUNCTION TRIM(ANSWER-TEXT) NOT = SPACES
               MOVE FUNCTION NUMVAL(ANSWER-TEXT) TO CREDIT-LIMIT-ENTRY
               MOVE CREDIT-LIMIT-ENTRY TO CUST-CREDIT-LIMIT
           END-IF
           IF CUST-EINVOICE NOT = "Y"
               MOVE "N" TO CUST-EINVOICE
           END-IF
           DISPLAY "electronic invoicing Y/N [" CUST-EINVOICE "]: "
               WITH NO ADVANCING
           ACCEPT ANSWER-TEXT
           INSPECT ANSWER-TEXT CONVERTING "yn" TO "YN"
           IF ANSWER-TEXT(1:1) = "Y" OR ANSWER-TEXT(1:1) = "N"
               MOVE ANSWER-TEXT(1:1) TO CUST-EINVOICE
           END-IF
           DISPLAY "active Y/N [" CUST-ACTIVE "]: "
               WITH NO ADVANCING
           ACCEPT ANSWER-TEXT
                 MOVE "Y" TO LIST-EOF
               NOT AT END
                 ADD 1 TO LIST-COUNT
                 IF CUST-CREDIT-LIMIT IS NOT NUMERIC
                     MOVE 0 TO CUST-CREDIT-LIMIT
                 END-IF
                 MOVE CUST-CREDIT-LIMIT TO DISP-CREDIT-LIMIT
                 IF CUST-EINVOICE NOT = "Y"
                     MOVE "N" TO CUST-EINVOICE
                 END-IF
                 DISPLAY CUST-CODE " " CUST-NAME
                     " terms=" FUNCTION TRIM(CUST-TERMS)
                     " zone=" FUNCTION TRIM(CUST-ZONE)
                     " limit=" FUNCTION TRIM(DISP-CREDIT-LIMIT)
                     " einv=" CUST-EINVOICE
                     " active=" CUST-ACTIVE
             END-READ
           END-PERFORM
