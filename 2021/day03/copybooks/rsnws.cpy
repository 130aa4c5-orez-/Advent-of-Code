*> Print-line layouts for RESTATE's correction notice: one block per
*> sensor and reading date whose readings a reconciliation decision
*> changed, naming the run that published the figures and showing
*> each figure as published beside the figure as restated from the
*> master. Figures that still agree are listed too, so the notice
*> shows the whole published set for the day.
01  WS-NOTICE-STATUS PIC X(2) VALUE SPACES.
01  NOTICE-HEADING-1.
    05  FILLER PIC X(28) VALUE "RESTATED FIGURES NOTICE     ".
    05  FILLER PIC X(9) VALUE "PREPARED ".
    05  RSN-STAMP PIC X(21) VALUE SPACES.
    05  FILLER PIC X(74) VALUE SPACES.
01  NOTICE-HEADING-2.
    05  FILLER PIC X(34) VALUE "DECISIONS LOGGED AFTER:           ".
    05  RSN-H-SINCE PIC X(21) VALUE SPACES.
    05  FILLER PIC X(77) VALUE SPACES.
01  NOTICE-DAY-LINE.
    05  FILLER PIC X(8) VALUE "SENSOR: ".
    05  RSN-D-SENSOR-ID PIC X(8) VALUE SPACES.
    05  FILLER PIC X(16) VALUE "  READING DATE: ".
    05  RSN-D-READING-DATE PIC X(8) VALUE SPACES.
    05  FILLER PIC X(21) VALUE "  PUBLISHED BY RUN: ".
    05  RSN-D-RUN-ID PIC Z(8)9.
    05  FILLER PIC X(13) VALUE "  DECISIONS: ".
    05  RSN-D-DECISIONS PIC Z(3)9.
    05  FILLER PIC X(45) VALUE SPACES.
01  NOTICE-COLUMN-HEADS.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(20) VALUE "FIGURE              ".
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(38) VALUE "                             PUBLISHED".
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(38) VALUE "                              RESTATED".
    05  FILLER PIC X(30) VALUE SPACES.
01  NOTICE-FIGURE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RSN-F-NAME PIC X(20) VALUE SPACES.
    05  FILLER PIC X(2) VALUE SPACES.
    *> Full 38 digits: a product of two 64-bit rates must never lose
    *> leading digits on a correction notice of all places.
    05  RSN-F-ORIGINAL PIC Z(37)9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RSN-F-RESTATED PIC Z(37)9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  RSN-F-FLAG PIC X(26) VALUE SPACES.
    05  FILLER PIC X(2) VALUE SPACES.
01  NOTICE-NOTE-LINE.
    05  FILLER PIC X(3) VALUE SPACES.
    05  RSN-N-TEXT PIC X(70) VALUE SPACES.
    05  FILLER PIC X(59) VALUE SPACES.
01  NOTICE-FOOTER-LINE.
    05  FILLER PIC X(15) VALUE "DAYS REVIEWED: ".
    05  RSN-F-DAYS PIC Z(8)9.
    05  FILLER PIC X(17) VALUE "  DAYS RESTATED: ".
    05  RSN-F-RESTATED-DAYS PIC Z(8)9.
    05  FILLER PIC X(20) VALUE "  FIGURES RESTATED: ".
    05  RSN-F-FIGURES PIC Z(8)9.
    05  FILLER PIC X(53) VALUE SPACES.
