       SELECT DIM-PROFILE-FILE ASSIGN TO "CUSTDIM.PRF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIM-PROFILE-STATUS.
       SELECT DIM-PROFILE-NEW-FILE ASSIGN TO "CUSTDIM.PRF.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIM-PROFILE-STATUS.
