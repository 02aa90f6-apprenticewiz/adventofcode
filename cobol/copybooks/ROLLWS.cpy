       77 ROLL-STATUS          PIC X(2).
       77 ROLL-EOF             PIC X(1).
       77 HAVE-ROLLS           PIC X(1) VALUE "N".
       77 ROLL-COUNT           PIC 9(4) VALUE 0.
       77 MAX-ROLLS            PIC 9(4) VALUE 500.
       77 ROLL-IDX             PIC 9(4).
       77 ROLL-NEXT-NUMBER     PIC 9(6) VALUE 0.
       77 ROLL-NEW-LENGTH      PIC 9(9).
       77 ROLL-ID-TEXT         PIC X(8).
       77 ROLL-LEN-TEXT        PIC X(12).
       77 ROLL-REM-TEXT        PIC X(12).
       77 ROLL-SAVE-RC         PIC S9(4).
       77 DISP-ROLL-FEET       PIC Z(8)9.
       77 DISP-ROLL-FEET-2     PIC Z(8)9.
       77 DISP-ROLL-NUMBER     PIC 9(6).
       01 RIBBON-ROLL-TABLE.
          05 RIBBON-ROLL-ENTRY OCCURS 500 TIMES.
             10 RR-ID          PIC X(8).
             10 RR-LENGTH      PIC 9(9).
             10 RR-REMAINING   PIC 9(9).
             10 RR-WASTE       PIC 9(9).
             10 RR-CONSUMED    PIC X(1).
