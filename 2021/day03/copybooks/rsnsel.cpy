    SELECT RESTATEMENT-NOTICE ASSIGN TO "RESTATEMENT-NOTICE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTICE-STATUS.
