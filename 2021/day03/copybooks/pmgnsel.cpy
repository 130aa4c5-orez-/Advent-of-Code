    SELECT PM-GENERATION ASSIGN TO DYNAMIC WS-PMGEN-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PMGEN-STATUS.
