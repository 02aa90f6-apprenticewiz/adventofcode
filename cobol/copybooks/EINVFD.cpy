       FD EINVOICE-FILE.
       01 EINV-FILE-HEADER.
          05 EF-TYPE           PIC X(2).
          05 EF-SENDER         PIC X(8).
          05 EF-FILE-SEQ       PIC 9(6).
          05 EF-CREATED        PIC X(10).
          05 FILLER            PIC X(94).
       01 EINV-INVOICE-HEADER.
          05 EH-TYPE           PIC X(2).
          05 EH-ORDER          PIC X(10).
          05 EH-CUST           PIC X(10).
          05 EH-DATE           PIC X(10).
          05 EH-NAME           PIC X(30).
          05 EH-ADDRESS        PIC X(40).
          05 EH-TERMS          PIC X(8).
          05 EH-ZONE           PIC X(2).
          05 FILLER            PIC X(8).
       01 EINV-INVOICE-LINE.
          05 EL-TYPE           PIC X(2).
          05 EL-ORDER          PIC X(10).
          05 EL-SEQ            PIC 9(4).
          05 EL-DESC           PIC X(24).
          05 EL-AMOUNT         PIC 9(9)V99.
          05 FILLER            PIC X(69).
       01 EINV-INVOICE-SUMMARY.
          05 ES-TYPE           PIC X(2).
          05 ES-ORDER          PIC X(10).
          05 ES-LINES          PIC 9(4).
          05 ES-PAPER          PIC 9(9)V99.
          05 ES-RIBBON         PIC 9(9)V99.
          05 ES-BOW            PIC 9(9)V99.
          05 ES-SUBTOTAL       PIC 9(9)V99.
          05 ES-TAX            PIC 9(9)V99.
          05 ES-TOTAL          PIC 9(9)V99.
          05 FILLER            PIC X(38).
       01 EINV-FILE-TRAILER.
          05 ET-TYPE           PIC X(2).
          05 ET-FILE-SEQ       PIC 9(6).
          05 ET-INVOICES       PIC 9(6).
          05 ET-LINES          PIC 9(8).
          05 ET-RECORDS        PIC 9(8).
          05 ET-SUBTOTAL       PIC 9(11)V99.
          05 ET-TAX            PIC 9(11)V99.
          05 ET-TOTAL          PIC 9(11)V99.
          05 FILLER            PIC X(51).
