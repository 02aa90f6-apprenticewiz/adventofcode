       77 SITES-FLAG           PIC X(1) VALUE "N".
       77 ANALYZE-FLAG         PIC X(1) VALUE "N".
       77 CERTIFY-FLAG         PIC X(1) VALUE "N".
       77 QUOTE-FLAG           PIC X(1) VALUE "N".
       77 VALIDATE-ERROR-COUNT PIC 9(6) VALUE 0.
       77 DISP-VALIDATE-ERRORS PIC Z(6).
       77 OPT-DONE             PIC X(1) VALUE "N".
