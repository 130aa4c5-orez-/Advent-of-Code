    SELECT PM-ACKS ASSIGN TO "PM-ACKS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PMACK-STATUS.
