       77 RANGE-OWNER-STATUS   PIC X(2).
       77 RANGE-OWNER-EOF      PIC X(1).
       77 RANGE-OWNER-COUNT    PIC 9(4) VALUE 0.
       77 MAX-RANGE-OWNERS     PIC 9(4) VALUE 500.
       77 RNGO-IDX             PIC 9(4).
       77 RNGO-CHK-IDX         PIC 9(4).
       77 RNGO-FOUND-IDX       PIC 9(4).
       77 RNGO-WANT-ID         PIC 9(15).
       77 RNGO-LO-TEXT         PIC X(16).
       77 RNGO-HI-TEXT         PIC X(16).
       77 RNGO-OWNER-TEXT      PIC X(16).
       77 RNGO-DESC-TEXT       PIC X(40).
       01 RANGE-OWNER-TABLE.
          05 RANGE-OWNER-ENTRY OCCURS 500 TIMES.
             10 RO-LO          PIC 9(15).
             10 RO-HI          PIC 9(15).
             10 RO-OWNER       PIC X(8).
             10 RO-DESC        PIC X(30).
