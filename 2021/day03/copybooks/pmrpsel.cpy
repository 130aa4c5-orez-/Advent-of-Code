    SELECT PM-INTERFACE-REPORT ASSIGN TO "PM-INTERFACE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PMRPT-STATUS.
