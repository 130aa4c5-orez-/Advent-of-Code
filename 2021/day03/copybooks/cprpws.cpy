*> Print-line layouts for the CAPACITY forecast: one line per
*> measured quantity with its count, the in-memory ceiling it runs
*> into and which program declares it, how full that is, the daily
*> growth over the trend window below, and the date the ceiling is
*> projected to be reached at that rate. A quantity already at its
*> ceiling, projected to reach it inside the warning period, or past
*> the warning percentage is flagged.
78  CAP-TREND-WINDOW-DAYS VALUE 28.
78  CAP-WARNING-DAYS VALUE 42.
78  CAP-WARNING-PCT VALUE 90.
01  WS-CAPRPT-STATUS PIC X(2) VALUE SPACES.
01  CAPACITY-HEADING-1.
    05  FILLER PIC X(28) VALUE "CAPACITY FORECAST           ".
    05  FILLER PIC X(9) VALUE "PREPARED ".
    05  CAP-STAMP PIC X(21) VALUE SPACES.
    05  FILLER PIC X(74) VALUE SPACES.
01  CAPACITY-HEADING-2.
    05  FILLER PIC X(17) VALUE "GROWTH OVER LAST ".
    05  CAP-H-WINDOW PIC ZZ9.
    05  FILLER PIC X(31) VALUE " DAYS, FLAGGED WHEN DUE WITHIN ".
    05  CAP-H-WARNING-DAYS PIC ZZ9.
    05  FILLER PIC X(9) VALUE " DAYS OR ".
    05  CAP-H-WARNING-PCT PIC ZZ9.
    05  FILLER PIC X(6) VALUE "% FULL".
    05  FILLER PIC X(60) VALUE SPACES.
01  CAPACITY-COLUMN-HEADS.
    05  FILLER PIC X(23) VALUE "DATASET                ".
    05  FILLER PIC X(25) VALUE "MEASURE                  ".
    05  FILLER PIC X(10) VALUE "    COUNT ".
    05  FILLER PIC X(10) VALUE "    LIMIT ".
    05  FILLER PIC X(5) VALUE "FULL ".
    05  FILLER PIC X(11) VALUE "   PER DAY ".
    05  FILLER PIC X(11) VALUE "LIMIT BY   ".
    05  FILLER PIC X(29) VALUE "CEILING".
    05  FILLER PIC X(8) VALUE SPACES.
01  CAPACITY-DETAIL-LINE.
    05  CAP-D-DATASET PIC X(22).
    05  FILLER PIC X(1) VALUE SPACE.
    05  CAP-D-MEASURE PIC X(24).
    05  FILLER PIC X(1) VALUE SPACE.
    05  CAP-D-COUNT PIC Z(8)9.
    05  FILLER PIC X(1) VALUE SPACE.
    05  CAP-D-LIMIT PIC X(9).
    05  FILLER PIC X(1) VALUE SPACE.
    05  CAP-D-PCT PIC X(4).
    05  FILLER PIC X(1) VALUE SPACE.
    05  CAP-D-RATE PIC X(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  CAP-D-FULL-BY PIC X(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  CAP-D-LIMIT-NAME PIC X(28).
    05  FILLER PIC X(1) VALUE SPACE.
    05  CAP-D-FLAG PIC X(8).
*> The limit, percentage and rate columns go through these edit
*> fields so a quantity with no ceiling or no trend yet can show a
*> blank or a word instead.
01  CAP-LIMIT-EDIT PIC Z(8)9.
01  CAP-PCT-TEXT.
    05  CAP-PCT-EDIT PIC ZZ9.
    05  FILLER PIC X(1) VALUE "%".
01  CAP-RATE-EDIT PIC Z(6)9.99.
01  CAPACITY-NOTE-LINE.
    05  CAP-N-TEXT PIC X(70) VALUE SPACES.
    05  FILLER PIC X(62) VALUE SPACES.
01  CAPACITY-FOOTER-LINE.
    05  FILLER PIC X(19) VALUE "QUANTITIES TRACKED:".
    05  CAP-F-ITEMS PIC Z(5)9.
    05  FILLER PIC X(12) VALUE "  WARNINGS: ".
    05  CAP-F-WARNINGS PIC Z(5)9.
    05  FILLER PIC X(12) VALUE "  AT LIMIT: ".
    05  CAP-F-AT-LIMIT PIC Z(5)9.
    05  FILLER PIC X(71) VALUE SPACES.
