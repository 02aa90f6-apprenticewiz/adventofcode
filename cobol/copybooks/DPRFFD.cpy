       FD DIM-PROFILE-FILE.
       01 DIM-PROFILE-RECORD   PIC X(128).

       FD DIM-PROFILE-NEW-FILE.
       01 DIM-PROFILE-NEW-RECORD PIC X(128).
