    SELECT SENSOR-CONFIG ASSIGN TO "SENSOR-CONFIG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCF-KEY
        FILE STATUS IS WS-CONFIG-STATUS.
