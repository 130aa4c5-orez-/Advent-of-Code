    SELECT BACKOUT-CONTROL ASSIGN TO "MSTBKOUT-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKCTL-STATUS.
