    SELECT PM-OUTBOUND ASSIGN TO "PM-OUTBOUND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PMOUT-STATUS.
