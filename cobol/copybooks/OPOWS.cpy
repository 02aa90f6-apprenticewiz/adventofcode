       77 OPEN-PO-STATUS       PIC X(2).
       77 OPEN-PO-EOF          PIC X(1).
       77 OPEN-PO-COUNT        PIC 9(4) VALUE 0.
       77 MAX-OPEN-POS         PIC 9(4) VALUE 2000.
       77 OPEN-PO-CHANGED      PIC X(1) VALUE "N".
       77 OPO-IDX              PIC 9(4).
       77 OPO-FOUND-IDX        PIC 9(4).
       77 OPO-WANT-PO          PIC X(10).
       77 OPO-SAVE-RC          PIC S9(4).
       77 OPO-TOK-IDX          PIC 9(2).
       77 DISP-OPO-QTY         PIC Z(11)9.
       77 DISP-OPO-COST        PIC ZZ9.9(6).
       01 OPO-TOKEN-TABLE.
          05 OPO-TOKEN OCCURS 10 TIMES PIC X(16).
       01 OPEN-PO-TABLE.
          05 OPEN-PO-ENTRY OCCURS 2000 TIMES.
             10 OP-PO          PIC X(10).
             10 OP-SUPPLIER    PIC X(8).
             10 OP-ITEM        PIC X(8).
             10 OP-ORDERED     PIC 9(12).
             10 OP-RECEIVED    PIC 9(12).
             10 OP-RAISED      PIC X(10).
             10 OP-PROMISED    PIC X(10).
             10 OP-STATUS      PIC X(1).
             10 OP-UNIT-COST   PIC 9(3)V9(6).
             10 OP-LAST-RECEIPT PIC X(10).
