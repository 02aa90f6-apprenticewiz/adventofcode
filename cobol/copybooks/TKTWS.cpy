       77 TICKET-STATUS        PIC X(2).
       77 TICKET-EOF           PIC X(1).
       77 TICKET-LOG-STATUS    PIC X(2).
       77 TICKET-LOG-EOF       PIC X(1).
       77 TKTLOG-NUMBER        PIC 9(6).
       77 TKTLOG-OPER          PIC X(8).
       77 TKTLOG-ACTION        PIC X(8).
       77 TKTLOG-TEXT          PIC X(120).
       77 TKTLOG-STAMP         PIC X(21).
       77 TKTLOG-DATE          PIC X(10).
       77 TKTLOG-TIME          PIC X(8).
