    SELECT PM-CONTROL ASSIGN TO "PMIFACE-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PMCTL-STATUS.
