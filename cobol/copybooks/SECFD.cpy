       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-RECORD  PIC X(120).
       FD OPER-LOCK-FILE.
       01 OPER-LOCK-RECORD     PIC X(64).
       FD OPER-LOCK-NEW-FILE.
       01 OPER-LOCK-NEW-RECORD PIC X(64).
