       77 CFG-VALUE-TEXT       PIC X(16).
       77 CFG-IDX              PIC 9(2).
       77 CFG-HIT              PIC X(1).
       77 CFG-KEY-COUNT        PIC 9(2) VALUE 29.
       77 CFG-WANT-KEY         PIC X(28).
       77 CFG-FOUND            PIC X(1).
       77 CFG-RESULT           PIC 9(9).
          05 FILLER PIC X(28) VALUE "DAY06A-WEAR-THRESHOLD".
          05 FILLER PIC X(28) VALUE "ALERT-ESCALATE-DAYS".
          05 FILLER PIC X(28) VALUE "RUN-LOCK-STALE-HOURS".
          05 FILLER PIC X(28) VALUE "DAY02A-QUOTE-DAYS".
          05 FILLER PIC X(28) VALUE "DAY02A-DIM-FACTOR".
          05 FILLER PIC X(28) VALUE "DAY02A-DIM-HISTORY".
          05 FILLER PIC X(28) VALUE "DAY05A-QA-NICE-PCT".
          05 FILLER PIC X(28) VALUE "DAY05A-QA-NAUGHTY-PCT".
          05 FILLER PIC X(28) VALUE "DAY06A-NIGHT-HOURS".
          05 FILLER PIC X(28) VALUE "DAY06A-BUDGET-OVERRUN-PCT".
          05 FILLER PIC X(28) VALUE "CERT-ACK-DAYS".
          05 FILLER PIC X(28) VALUE "CERT-DEADLINE-DAYS".
          05 FILLER PIC X(28) VALUE "CERT-WARN-DAYS".
          05 FILLER PIC X(28) VALUE "DAY04B-BAND-ROWS".
          05 FILLER PIC X(28) VALUE "DAY04B-DAMAGE-GROWTH".
          05 FILLER PIC X(28) VALUE "CAPACITY-WARN-DAYS".
          05 FILLER PIC X(28) VALUE "TRANSMIT-CUTOFF".
       01 CONFIG-KEYWORD-TABLE REDEFINES CONFIG-KEYWORD-INIT.
          05 CFG-KEY OCCURS 29 TIMES PIC X(28).
       01 CONFIG-VALUE-TABLE.
          05 CFG-VALUE-ENTRY OCCURS 29 TIMES.
             10 CFG-SET        PIC X(1) VALUE "N".
             10 CFG-VALUE      PIC 9(9) VALUE 0.
