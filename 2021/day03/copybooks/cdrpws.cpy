*> Print-line layouts for the CHANDUTY channel duty-cycle report over
*> the indexed master: one section per reading date, one line per
*> named channel with its share of 1 bits that day against the
*> channel's expected band, and the flags for out-of-band and stuck
*> channels.
01  WS-CDRPT-STATUS PIC X(2) VALUE SPACES.
01  DUTY-HEADING-1.
    05  FILLER PIC X(28) VALUE "CHANNEL DUTY-CYCLE REPORT   ".
    05  FILLER PIC X(9) VALUE "PREPARED ".
    05  CDR-STAMP PIC X(21) VALUE SPACES.
    05  FILLER PIC X(74) VALUE SPACES.
01  DUTY-HEADING-2.
    05  FILLER PIC X(8) VALUE "SENSOR: ".
    05  CDR-H-SENSOR PIC X(8) VALUE SPACES.
    05  FILLER PIC X(14) VALUE "  DATE RANGE: ".
    05  CDR-H-DATE-FROM PIC X(8) VALUE SPACES.
    05  FILLER PIC X(3) VALUE " - ".
    05  CDR-H-DATE-TO PIC X(8) VALUE SPACES.
    05  FILLER PIC X(21) VALUE "  STUCK AFTER DAYS:  ".
    05  CDR-H-STUCK-DAYS PIC ZZ9.
    05  FILLER PIC X(21) VALUE "  CHANNELS MAPPED:   ".
    05  CDR-H-MAPPED PIC Z9.
    05  FILLER PIC X(36) VALUE SPACES.
01  DUTY-DAY-LINE.
    05  FILLER PIC X(13) VALUE "READING DATE ".
    05  CDR-D-DATE PIC X(8) VALUE SPACES.
    05  FILLER PIC X(11) VALUE "  READINGS ".
    05  CDR-D-READINGS PIC Z(8)9.
    05  FILLER PIC X(7) VALUE "  WIDTH".
    05  CDR-D-WIDTH PIC Z(3)9.
    05  FILLER PIC X(10) VALUE "  SKIPPED ".
    05  CDR-D-SKIPPED PIC Z(8)9.
    05  FILLER PIC X(61) VALUE SPACES.
01  DUTY-COLUMN-HEADS.
    05  FILLER PIC X(7) VALUE "  COL  ".
    05  FILLER PIC X(21) VALUE "CHANNEL              ".
    05  FILLER PIC X(13) VALUE "SUBSYSTEM    ".
    05  FILLER PIC X(10) VALUE "ONE-BITS  ".
    05  FILLER PIC X(11) VALUE "EXPECTED   ".
    05  FILLER PIC X(5) VALUE "FLAGS".
    05  FILLER PIC X(65) VALUE SPACES.
01  DUTY-CHANNEL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  CDR-C-COLUMN PIC Z9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  CDR-C-NAME PIC X(20) VALUE SPACES.
    05  FILLER PIC X(1) VALUE SPACE.
    05  CDR-C-SUBSYSTEM PIC X(12) VALUE SPACES.
    05  FILLER PIC X(1) VALUE SPACE.
    05  CDR-C-PCT PIC ZZ9.9.
    05  FILLER PIC X(5) VALUE "%    ".
    05  CDR-C-EXPECTED PIC X(11) VALUE SPACES.
    05  CDR-C-FLAGS PIC X(50) VALUE SPACES.
    05  FILLER PIC X(20) VALUE SPACES.
01  DUTY-NOTE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  CDR-N-TEXT PIC X(70) VALUE SPACES.
    05  FILLER PIC X(60) VALUE SPACES.
01  DUTY-FOOTER-LINE.
    05  FILLER PIC X(14) VALUE "DAYS REPORTED ".
    05  CDR-F-DAYS PIC Z(5)9.
    05  FILLER PIC X(22) VALUE "  CHANNEL-DAYS OUT OF ".
    05  FILLER PIC X(6) VALUE "BAND  ".
    05  CDR-F-OUT-OF-BAND PIC Z(5)9.
    05  FILLER PIC X(18) VALUE "  STUCK CHANNELS  ".
    05  CDR-F-STUCK PIC Z(5)9.
    05  FILLER PIC X(54) VALUE SPACES.
