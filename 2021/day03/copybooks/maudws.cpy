*> Print-line layouts for the MSTAUDIT integrity report over the
*> indexed master: one line per sensor/reading-date with its record
*> count and payload width, detail lines for every sequence gap and
*> damaged payload found inside a day and for a day whose width is
*> not the one its sensor was configured for on that date, and the
*> purge accounting when a retention cutoff is in force.
01  WS-MAUDIT-STATUS PIC X(2) VALUE SPACES.
01  MAUDIT-HEADING-1.
    05  FILLER PIC X(28) VALUE "MASTER INTEGRITY AUDIT      ".
    05  FILLER PIC X(2) VALUE ": ".
    05  MAU-B-REASON PIC X(40) VALUE SPACES.
    05  FILLER PIC X(62) VALUE SPACES.
01  MAUDIT-WIDTH-LINE.
    05  FILLER PIC X(28) VALUE "  WIDTH MISMATCH: DAY WIDTH ".
    05  MAU-W-DAY-WIDTH PIC Z(3)9.
    05  FILLER PIC X(18) VALUE ", CONFIGURED WIDTH".
    05  MAU-W-CONFIG-WIDTH PIC Z(4)9.
    05  FILLER PIC X(15) VALUE " IN FORCE FROM ".
    05  MAU-W-FROM PIC X(8) VALUE SPACES.
    05  FILLER PIC X(54) VALUE SPACES.
01  MAUDIT-TOTALS-LINE.
    05  FILLER PIC X(9) VALUE "SENSORS: ".
    05  MAU-T-SENSORS PIC Z(5)9.
    05  MAU-T-GAPS PIC Z(5)9.
    05  FILLER PIC X(15) VALUE "  BAD PAYLOADS ".
    05  MAU-T-BAD PIC Z(5)9.
    05  FILLER PIC X(19) VALUE "  WIDTH MISMATCHES ".
    05  MAU-T-WIDTH PIC Z(5)9.
    05  FILLER PIC X(22) VALUE SPACES.
01  MAUDIT-PURGE-LINE.
    05  FILLER PIC X(10) VALUE "ARCHIVED: ".
    05  MAU-P-ARCHIVED PIC Z(8)9.
