    SELECT CHAIN-STATE ASSIGN TO "CHAIN-STATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHSTATE-STATUS.
