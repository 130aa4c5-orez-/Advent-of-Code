    SELECT PM-INTERFACE-LOG ASSIGN TO "PM-INTERFACE-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PMLOG-STATUS.
