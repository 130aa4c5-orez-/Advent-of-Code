    SELECT CHANNEL-DUTY ASSIGN TO "CHANNEL-DUTY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CDRPT-STATUS.
