    SELECT CHANDUTY-CONTROL ASSIGN TO "CHANDUTY-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CDCTL-STATUS.
