       SELECT EXEMPT-FILE ASSIGN TO "EXEMPT.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXEMPT-STATUS.
