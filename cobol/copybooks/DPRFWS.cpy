       77 DIM-PROFILE-STATUS   PIC X(2).
       77 DIM-PROFILE-EOF      PIC X(1).
       77 DIM-PROFILE-COUNT    PIC 9(4) VALUE 0.
       77 MAX-DIM-PROFILES     PIC 9(4) VALUE 1000.
       77 DIM-PROFILE-CHANGED  PIC X(1) VALUE "N".
       77 DIM-IDX              PIC 9(4).
       77 DIM-FOUND-IDX        PIC 9(4).
       77 DIM-WANT-CUST        PIC X(10).
       77 DIM-BOX-D1           PIC 9(6).
       77 DIM-BOX-D2           PIC 9(6).
       77 DIM-BOX-D3           PIC 9(6).
       77 DIM-BOX-VOL          PIC 9(12).
       77 DIM-CUST-TEXT        PIC X(10).
       77 DIM-SAVE-RC          PIC S9(4).
       77 DIM-TOK-IDX          PIC 9(2).
       77 DISP-DIM-BOXES       PIC Z(6)9.
       77 DISP-DIM-VALUE       PIC Z(14)9.
       01 DIM-TOKEN-TABLE.
          05 DIM-TOKEN OCCURS 9 TIMES PIC X(16).
       01 DIM-PROFILE-TABLE.
          05 DIM-PROFILE-ENTRY OCCURS 1000 TIMES.
             10 DP-CUST        PIC X(10).
             10 DP-BOXES       PIC 9(7).
             10 DP-MIN-D1      PIC 9(6).
             10 DP-MIN-D2      PIC 9(6).
             10 DP-MIN-D3      PIC 9(6).
             10 DP-MAX-D1      PIC 9(6).
             10 DP-MAX-D2      PIC 9(6).
             10 DP-MAX-D3      PIC 9(6).
             10 DP-MAX-VOL     PIC 9(12).
             10 DP-VOL-SUM     PIC 9(15).
