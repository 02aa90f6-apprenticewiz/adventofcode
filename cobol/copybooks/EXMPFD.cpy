       FD EXEMPT-FILE.
       01 EXEMPT-RECORD        PIC X(48).
