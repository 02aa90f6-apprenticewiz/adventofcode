       SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECURITY-LOG-STATUS.
       SELECT OPER-LOCK-FILE ASSIGN TO "OPERLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-LOCK-STATUS.
       SELECT OPER-LOCK-NEW-FILE ASSIGN TO "OPERLOCK.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-LOCK-NEW-STATUS.
