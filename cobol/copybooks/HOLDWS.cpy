       77 LEGAL-HOLD-STATUS    PIC X(2).
       77 HOLD-GREP-STATUS     PIC X(2).
       77 LEGAL-HOLD-EOF       PIC X(1).
       77 HOLD-COUNT           PIC 9(4) VALUE 0.
       77 ACTIVE-HOLD-COUNT    PIC 9(4) VALUE 0.
       77 MAX-HOLDS            PIC 9(4) VALUE 200.
       77 HOLD-IDX             PIC 9(4).
       77 HOLD-HIT-IDX         PIC 9(4).
       77 HOLD-MATCH           PIC X(1).
       77 HOLD-ITEM-KIND       PIC X(4).
       77 HOLD-ITEM-PROGRAM    PIC X(8).
       77 HOLD-ITEM-DATE       PIC X(10).
       77 HOLD-ITEM-TEXT       PIC X(350).
       77 HOLD-TALLY           PIC 9(4).
       77 HOLD-VALUE-LEN       PIC 9(4).
       77 HOLD-RUN-DATE        PIC X(10).
       77 HOLD-GREP-COMMAND    PIC X(500).
       77 HOLD-DESCRIPTION     PIC X(64).
       77 HOLD-ID-TEXT         PIC X(8).
       77 DISP-HOLD-ID         PIC Z(4)9.
       01 HOLD-TABLE.
          05 HOLD-ENTRY OCCURS 200 TIMES.
             10 HL-ID          PIC 9(5).
             10 HL-STATE       PIC X(8).
             10 HL-TYPE        PIC X(8).
             10 HL-VALUE       PIC X(32).
             10 HL-FROM        PIC X(10).
             10 HL-TO          PIC X(10).
             10 HL-REQUESTER   PIC X(24).
             10 HL-REASON      PIC X(60).
             10 HL-PLACED-BY   PIC X(8).
             10 HL-PLACED-DATE PIC X(10).
             10 HL-RELEASED-BY PIC X(8).
             10 HL-RELEASED-DATE PIC X(10).
