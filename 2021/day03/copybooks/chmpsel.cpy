    SELECT CHANNEL-MAP ASSIGN TO "CHANNEL-MAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHMAP-STATUS.
