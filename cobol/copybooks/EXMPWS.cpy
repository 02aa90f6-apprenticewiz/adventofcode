       77 EXEMPT-STATUS        PIC X(2).
       77 EXEMPT-EOF           PIC X(1).
       77 EXEMPT-COUNT         PIC 9(3) VALUE 0.
       77 MAX-EXEMPT           PIC 9(3) VALUE 500.
       77 EXEMPT-IDX           PIC 9(3).
       77 EXEMPT-FLAG          PIC X(1).
       77 EXEMPT-LO-TEXT       PIC X(16).
       77 EXEMPT-HI-TEXT       PIC X(16).
       01 EXEMPT-TABLE.
          05 EXEMPT-ENTRY OCCURS 500 TIMES.
             10 EXEMPT-LO      PIC 9(15).
             10 EXEMPT-HI      PIC 9(15).
