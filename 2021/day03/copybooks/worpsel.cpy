    SELECT OPEN-ORDERS-REPORT ASSIGN TO "OPEN-WORK-ORDERS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORPT-STATUS.
