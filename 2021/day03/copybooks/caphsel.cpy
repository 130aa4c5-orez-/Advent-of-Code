    SELECT CAPACITY-HISTORY ASSIGN TO "CAPACITY-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAPHIST-STATUS.
