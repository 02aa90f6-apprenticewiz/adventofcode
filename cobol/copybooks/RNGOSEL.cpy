       SELECT RANGE-OWNER-FILE ASSIGN TO "RANGEOWN.MST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RANGE-OWNER-STATUS.
