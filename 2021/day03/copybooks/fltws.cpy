*> FLEET-RESULTS report as a summary page with every sensor side by
*> side. A sensor whose power or life-support figure sits more than
*> WS-OUTLIER-THRESHOLD-PCT percent away from the fleet mean of the
*> successfully processed sensors is flagged as an outlier. A sensor
*> whose head is out of service under a work order is not processed
*> at all; it is listed as in maintenance, the order in the reason.
78  WS-MAX-SENSORS VALUE 50.
78  WS-OUTLIER-THRESHOLD-PCT VALUE 25.
01  WS-FLEET-STATUS PIC X(2) VALUE SPACES.
        10  FLT-STATUS PIC X(1) VALUE SPACES.
            88  FLT-PROCESSED VALUE "Y".
            88  FLT-FAILED VALUE "F".
            88  FLT-IN-MAINTENANCE VALUE "M".
        10  FLT-FAIL-REASON PIC X(60) VALUE SPACES.
        10  FLT-GAMMA PIC 9(32) VALUE 0.
        10  FLT-EPSILON PIC 9(32) VALUE 0.
    05  FILLER PIC X(9) VALUE " FAILED: ".
    05  FLF-REASON PIC X(60).
    05  FILLER PIC X(55) VALUE SPACES.
01  FLEET-MAINT-LINE.
    05  FLN-SENSOR-ID PIC X(8).
    05  FILLER PIC X(17) VALUE " IN MAINTENANCE: ".
    05  FLN-REASON PIC X(60).
    05  FILLER PIC X(47) VALUE SPACES.
01  FLEET-SUMMARY-HEADING.
    05  FILLER PIC X(36) VALUE "FLEET SUMMARY - OUTLIERS FLAGGED AT ".
    05  FLS-THRESHOLD PIC Z9.
