       SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEGAL-HOLD-STATUS.
       SELECT HOLD-GREP-FILE ASSIGN TO "LEGALHLD.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-GREP-STATUS.
