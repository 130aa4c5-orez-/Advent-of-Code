*> One-record parameter file for CHANDUTY: the sensor and
*> reading-date range to pull from the indexed master, and how many
*> consecutive reporting days a channel must sit at all 0s or all 1s
*> before it is flagged stuck. The sensor id is required; a space or
*> zero date leaves that end of the range open, as for MSTANLZ, and a
*> space or zero day count takes the default of three.
01  WS-CDCTL-STATUS PIC X(2) VALUE SPACES.
01  CHANDUTY-CONTROL-DETAIL.
    05  CDC-SENSOR-ID PIC X(8) VALUE SPACES.
    05  CDC-DATE-FROM PIC X(8) VALUE SPACES.
    05  CDC-DATE-TO PIC X(8) VALUE SPACES.
    05  CDC-STUCK-DAYS PIC 9(3) VALUE 0.
