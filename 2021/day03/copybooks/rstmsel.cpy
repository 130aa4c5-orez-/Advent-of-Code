    SELECT RESTATEMENTS ASSIGN TO "RESTATEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESTATE-STATUS.
