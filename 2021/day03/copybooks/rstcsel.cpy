    SELECT RESTATE-CONTROL ASSIGN TO "RESTATE-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSTCTL-STATUS.
