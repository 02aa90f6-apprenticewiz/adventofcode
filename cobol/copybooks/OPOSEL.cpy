       SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.MST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPEN-PO-STATUS.
       SELECT OPEN-PO-NEW-FILE ASSIGN TO "OPENPO.MST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPEN-PO-STATUS.
