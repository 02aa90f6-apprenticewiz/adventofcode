       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD       PIC X(128).

       FD OPEN-PO-NEW-FILE.
       01 OPEN-PO-NEW-RECORD   PIC X(128).
