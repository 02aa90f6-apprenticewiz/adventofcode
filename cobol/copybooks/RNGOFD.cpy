       FD RANGE-OWNER-FILE.
       01 RANGE-OWNER-RECORD   PIC X(96).
