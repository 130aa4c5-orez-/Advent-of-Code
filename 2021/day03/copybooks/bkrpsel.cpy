    SELECT BACKOUT-REPORT ASSIGN TO "MASTER-BACKOUT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKRPT-STATUS.
