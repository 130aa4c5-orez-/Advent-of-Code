    SELECT WORK-ORDERS ASSIGN TO "WORK-ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORDERS-STATUS.
