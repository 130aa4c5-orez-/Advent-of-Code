    SELECT CAPACITY-REPORT ASSIGN TO "CAPACITY-FORECAST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAPRPT-STATUS.
