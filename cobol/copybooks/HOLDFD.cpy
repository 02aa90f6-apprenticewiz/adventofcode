       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD    PIC X(256).
       FD HOLD-GREP-FILE.
       01 HOLD-GREP-RECORD     PIC X(256).
