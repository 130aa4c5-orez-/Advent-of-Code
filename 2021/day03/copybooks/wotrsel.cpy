    SELECT WORK-ORDER-TRANS ASSIGN TO "WORKORD-TRANS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WOTRANS-STATUS.
