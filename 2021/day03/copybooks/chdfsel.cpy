    SELECT CHAIN-DEFINITION ASSIGN TO "CHAIN-DEFINITION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHDEF-STATUS.
