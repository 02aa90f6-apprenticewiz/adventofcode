       77 INVREG-STATUS        PIC X(2).
       77 HAVE-INVREG          PIC X(1) VALUE "N".
