       SELECT RIBBON-ROLL-FILE ASSIGN TO "RIBBON.ROLLS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROLL-STATUS.
       SELECT RIBBON-ROLL-NEW-FILE ASSIGN TO "RIBBON.ROLLS.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROLL-STATUS.
