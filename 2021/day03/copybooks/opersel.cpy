    SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.
