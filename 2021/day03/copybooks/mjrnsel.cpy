    SELECT MASTER-JOURNAL ASSIGN TO "MASTER-JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
