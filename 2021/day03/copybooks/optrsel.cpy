    SELECT OPERATOR-TRANS ASSIGN TO "OPERMNT-TRANS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPTRANS-STATUS.
