    05  ANL-H-DATE-FROM PIC X(8) VALUE SPACES.
    05  FILLER PIC X(3) VALUE " - ".
    05  ANL-H-DATE-TO PIC X(8) VALUE SPACES.
    05  ANL-H-LINEAGE PIC X(12) VALUE SPACES.
    05  FILLER PIC X(71) VALUE SPACES.
01  ANALYSIS-SECTION-LINE.
    05  ANL-S-LABEL PIC X(10) VALUE SPACES.
    05  ANL-S-DATE PIC X(8) VALUE SPACES.
    05  FILLER PIC X(3) VALUE SPACES.
    05  ANL-N-TEXT PIC X(70) VALUE SPACES.
    05  FILLER PIC X(59) VALUE SPACES.
*> Printed where a lineage's readings pass from one head to the
*> next: the new head, the one it replaced, and the date it took
*> over.
01  ANALYSIS-HARDWARE-LINE.
    05  FILLER PIC X(1) VALUE SPACE.
    05  FILLER PIC X(34) VALUE "*** HARDWARE CHANGE ***  SENSOR   ".
    05  ANL-W-SENSOR PIC X(8) VALUE SPACES.
    05  FILLER PIC X(10) VALUE " REPLACES ".
    05  ANL-W-REPLACED PIC X(8) VALUE SPACES.
    05  FILLER PIC X(11) VALUE " EFFECTIVE ".
    05  ANL-W-DATE PIC X(8) VALUE SPACES.
    05  FILLER PIC X(52) VALUE SPACES.
01  ANALYSIS-FOOTER-LINE.
    05  FILLER PIC X(15) VALUE "DAYS ANALYZED: ".
    05  ANL-F-DAYS PIC Z(8)9.
