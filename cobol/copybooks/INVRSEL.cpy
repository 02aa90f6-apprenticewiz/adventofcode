       SELECT INVREG-FILE ASSIGN TO "INVREG.MST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IR-KEY
           FILE STATUS IS INVREG-STATUS.
