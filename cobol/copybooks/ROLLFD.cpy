       FD RIBBON-ROLL-FILE.
       01 RIBBON-ROLL-RECORD   PIC X(64).

       FD RIBBON-ROLL-NEW-FILE.
       01 RIBBON-ROLL-NEW-RECORD PIC X(64).
