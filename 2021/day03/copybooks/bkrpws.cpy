*> Print-line layouts for the MSTBKOUT report: the run being backed
*> out, one line per master record restored (in the reverse order
*> the changes are undone), and either the totals or, when the
*> back-out is refused, the later changes that stand in its way.
01  WS-BKRPT-STATUS PIC X(2) VALUE SPACES.
01  BACKOUT-HEADING-1.
    05  FILLER PIC X(28) VALUE "MASTER BACK-OUT REPORT      ".
    05  FILLER PIC X(9) VALUE "PREPARED ".
    05  BKR-STAMP PIC X(21) VALUE SPACES.
    05  FILLER PIC X(74) VALUE SPACES.
01  BACKOUT-HEADING-2.
    05  FILLER PIC X(16) VALUE "RUN BACKED OUT: ".
    05  BKR-H-PROGRAM PIC X(8) VALUE SPACES.
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-H-RUN-TS PIC X(21) VALUE SPACES.
    05  FILLER PIC X(10) VALUE "  ENTRIES ".
    05  BKR-H-ENTRIES PIC Z(8)9.
    05  FILLER PIC X(67) VALUE SPACES.
01  BACKOUT-COLUMN-HEADS.
    05  FILLER PIC X(11) VALUE "     ENTRY ".
    05  FILLER PIC X(9) VALUE "SENSOR   ".
    05  FILLER PIC X(9) VALUE "DATE     ".
    05  FILLER PIC X(7) VALUE "SEQ    ".
    05  FILLER PIC X(18) VALUE "ACTION            ".
    05  FILLER PIC X(64) VALUE "PAYLOAD RESTORED".
    05  FILLER PIC X(14) VALUE SPACES.
01  BACKOUT-DETAIL-LINE.
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-D-ENTRY PIC Z(8)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-D-SENSOR PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-D-DATE PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-D-SEQ PIC Z(5)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-D-ACTION PIC X(17) VALUE SPACES.
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-D-PAYLOAD PIC X(64) VALUE SPACES.
    05  FILLER PIC X(14) VALUE SPACES.
01  BACKOUT-BLOCKED-LINE.
    05  FILLER PIC X(10) VALUE "  BLOCKED ".
    05  BKR-B-SENSOR PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-B-DATE PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-B-SEQ PIC Z(5)9.
    05  FILLER PIC X(2) VALUE ": ".
    05  BKR-B-REASON PIC X(30) VALUE SPACES.
    05  BKR-B-PROGRAM PIC X(8) VALUE SPACES.
    05  FILLER PIC X(1) VALUE SPACE.
    05  BKR-B-RUN-TS PIC X(21) VALUE SPACES.
    05  FILLER PIC X(36) VALUE SPACES.
01  BACKOUT-NOTE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  BKR-N-TEXT PIC X(70) VALUE SPACES.
    05  FILLER PIC X(60) VALUE SPACES.
01  BACKOUT-TOTALS-LINE.
    05  FILLER PIC X(21) VALUE "RECORDS RESTORED:    ".
    05  BKR-T-RESTORED PIC Z(8)9.
    05  FILLER PIC X(12) VALUE "  BLOCKED   ".
    05  BKR-T-BLOCKED PIC Z(8)9.
    05  FILLER PIC X(81) VALUE SPACES.
