       SELECT TICKET-FILE ASSIGN TO "TICKETS.MST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TKT-NUMBER
           FILE STATUS IS TICKET-STATUS.
       SELECT TICKET-LOG-FILE ASSIGN TO "TICKETS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TICKET-LOG-STATUS.
