*> Status and lookup support for the indexed SENSOR-CONFIG history;
*> the record layout lives with the FD in scfgfd.cpy since the key
*> field must be defined under the file. The caller names a sensor,
*> a reading date and the width the registry entry carries, and the
*> lookup leaves the configuration in force on that date here. Only
*> a sensor with no dated entries at all (or a dive with no history
*> on file) falls back to the registry width, since the registry
*> carries the width in force today. A sensor whose history starts
*> after the date had no width on record then, and gets zero. A
*> width of zero means none is on record, so nothing is enforced.
01  WS-CONFIG-STATUS PIC X(2) VALUE SPACES.
01  WS-CONFIG-FLAG PIC X(1) VALUE "N".
    88  CONFIG-ON-FILE VALUE "Y".
01  WS-CONFIG-SCAN-FLAG PIC X(1) VALUE "N".
    88  CONFIG-SCAN-DONE VALUE "Y".
01  CONFIG-IN-FORCE.
    05  CIF-SENSOR-ID PIC X(8) VALUE SPACES.
    05  CIF-READING-DATE PIC X(8) VALUE SPACES.
    05  CIF-REGISTERED-WIDTH PIC 9(4) VALUE 0.
    05  CIF-EFFECTIVE-FROM PIC X(8) VALUE SPACES.
    05  CIF-REPORT-WIDTH PIC 9(4) VALUE 0.
    05  CIF-FIRMWARE PIC X(12) VALUE SPACES.
    05  CIF-HISTORY-FLAG PIC X(1) VALUE "N".
        88  CIF-HAS-HISTORY VALUE "Y".
