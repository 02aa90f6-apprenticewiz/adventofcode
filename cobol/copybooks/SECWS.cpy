       77 SECURITY-LOG-STATUS  PIC X(2).
       77 OPER-LOCK-STATUS     PIC X(2).
       77 OPER-LOCK-NEW-STATUS PIC X(2).
       77 OPER-LOCK-EOF        PIC X(1).
       77 OPLOCK-COUNT         PIC 9(4) VALUE 0.
       77 MAX-OPLOCKS          PIC 9(4) VALUE 200.
       77 OPLOCK-IDX           PIC 9(4).
       77 OPLOCK-FOUND-IDX     PIC 9(4).
       77 OPLOCK-LIMIT         PIC 9(3) VALUE 5.
       77 OPLOCK-ID-TEXT       PIC X(16).
       77 OPLOCK-FAIL-TEXT     PIC X(8).
       77 OPLOCK-STATE-TEXT    PIC X(8).
       77 OPLOCK-DATE-TEXT     PIC X(10).
       77 OPLOCK-TIME-TEXT     PIC X(8).
       77 SECLOG-OPER-ID       PIC X(8).
       77 SECLOG-FUNCTION      PIC X(8).
       77 SECLOG-RESULT        PIC X(8).
       77 SECLOG-DETAIL        PIC X(40).
       77 SECLOG-STAMP         PIC X(21).
       77 SECLOG-DATE          PIC X(10).
       77 SECLOG-TIME          PIC X(8).
       77 SECLOG-FAIL-DISP     PIC ZZ9.
       77 SECLOG-LIMIT-DISP    PIC ZZ9.
       01 OPLOCK-TABLE.
          05 OPLOCK-ENTRY OCCURS 200 TIMES.
             10 OL-OPER-ID     PIC X(8).
             10 OL-FAILURES    PIC 9(3).
             10 OL-STATE       PIC X(6).
             10 OL-DATE        PIC X(10).
             10 OL-TIME        PIC X(8).
