       FD INVREG-FILE.
       01 INVREG-RECORD.
          05 IR-KEY.
             10 IR-INVOICE     PIC 9(8).
             10 IR-LINE        PIC 9(4).
          05 IR-TYPE           PIC X(1).
          05 IR-DATA           PIC X(240).
       01 INVREG-HEADER.
          05 FILLER            PIC X(13).
          05 IH-STATUS         PIC X(1).
          05 IH-ORDER          PIC X(10).
          05 IH-CUST           PIC X(10).
          05 IH-ORDER-DATE     PIC X(10).
          05 IH-ISSUE-DATE     PIC X(10).
          05 IH-CUST-NAME      PIC X(30).
          05 IH-ZONE           PIC X(2).
          05 IH-BOXES          PIC 9(6).
          05 IH-RATE-EFF       PIC X(10).
          05 IH-PAPER-RATE     PIC 9(3)V9(4).
          05 IH-RIBBON-RATE    PIC 9(3)V9(4).
          05 IH-BOW-RATE       PIC 9(3)V9(4).
          05 IH-PAPER          PIC 9(9)V99.
          05 IH-RIBBON         PIC 9(9)V99.
          05 IH-BOW            PIC 9(9)V99.
          05 IH-TOTAL          PIC 9(9)V99.
          05 IH-TAX-JURIS      PIC X(12).
          05 IH-TAX-RATE       PIC 9V9(5).
          05 IH-TAX            PIC 9(9)V99.
          05 IH-QUOTE          PIC 9(6).
          05 IH-VOID-DATE      PIC X(10).
          05 IH-VOID-REASON    PIC X(30).
          05 FILLER            PIC X(11).
       01 INVREG-BOX.
          05 FILLER            PIC X(13).
          05 IB-L              PIC 9(6).
          05 IB-W              PIC 9(6).
          05 IB-H              PIC 9(6).
          05 IB-COST           PIC 9(11)V99.
          05 FILLER            PIC X(209).
