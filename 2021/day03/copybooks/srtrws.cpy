*> in (space/zero fields leave the registry value alone); retires
*> flip the status and need nothing but the id. A retired sensor is
*> never reactivated by a change - it takes a fresh add under a new
*> id, so a decommissioned head's history stays closed. A succession
*> links that new id to the retired head it replaces at the same
*> location, effective from the date given; the sensor id is the new
*> head and a blank replaced id removes a link keyed in error.
*> A configuration transaction records the report width and/or
*> firmware level a live head runs from the effective date given;
*> either left blank carries forward from the configuration already
*> in force on that date. An add's width and firmware open the new
*> head's configuration history; a change cannot alter the width,
*> since a width only means anything with the date it took effect.
*> Transactions from before the succession or firmware fields
*> existed read back space-filled there. Every transaction must
*> carry the id of an active operator holding the maintain-registry
*> authority on OPERATOR-MASTER; that id is stamped on the registry
*> entry.
01  WS-TRANS-STATUS PIC X(2) VALUE SPACES.
01  TRANS-DETAIL.
    05  SRT-ACTION PIC X(1) VALUE SPACE.
        88  SRT-ADD VALUE "A".
        88  SRT-CHANGE VALUE "C".
        88  SRT-RETIRE VALUE "R".
        88  SRT-SUCCESSION VALUE "S".
        88  SRT-CONFIGURATION VALUE "F".
    05  SRT-SENSOR-ID PIC X(8) VALUE SPACES.
    05  SRT-DESCRIPTION PIC X(30) VALUE SPACES.
    05  SRT-LOCATION PIC X(20) VALUE SPACES.
    05  SRT-COMMISSIONED PIC X(8) VALUE SPACES.
    05  SRT-REPORT-WIDTH PIC X(4) VALUE SPACES.
    05  SRT-REPLACES-ID PIC X(8) VALUE SPACES.
    05  SRT-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
    05  SRT-OPERATOR-ID PIC X(8) VALUE SPACES.
    05  SRT-FIRMWARE PIC X(12) VALUE SPACES.
