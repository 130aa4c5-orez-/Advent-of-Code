    05  TRH-DATE-FROM PIC X(8) VALUE SPACES.
    05  FILLER PIC X(3) VALUE " - ".
    05  TRH-DATE-TO PIC X(8) VALUE SPACES.
    05  FILLER PIC X(10) VALUE "  SENSOR: ".
    05  TRH-SENSOR PIC X(8) VALUE SPACES.
    05  TRH-LINEAGE PIC X(12) VALUE SPACES.
    05  FILLER PIC X(45) VALUE SPACES.
01  TREND-COLUMN-HEADS.
    05  FILLER PIC X(9) VALUE "PROGRAM  ".
    05  FILLER PIC X(10) VALUE "   RUN-ID ".
    05  FILLER PIC X(2) VALUE SPACES.
    05  TRP-CHANGE-FLAG PIC X(32) VALUE SPACES.
    05  FILLER PIC X(25) VALUE SPACES.
*> Printed between two runs of a sensor lineage that came from
*> different heads, naming the new head, the one it replaced and the
*> date the succession took effect.
01  TREND-HARDWARE-LINE.
    05  FILLER PIC X(3) VALUE SPACES.
    05  FILLER PIC X(34) VALUE "*** HARDWARE CHANGE ***  SENSOR   ".
    05  TRW-SENSOR PIC X(8) VALUE SPACES.
    05  FILLER PIC X(10) VALUE " REPLACES ".
    05  TRW-REPLACED PIC X(8) VALUE SPACES.
    05  FILLER PIC X(11) VALUE " EFFECTIVE ".
    05  TRW-DATE PIC X(8) VALUE SPACES.
    05  FILLER PIC X(50) VALUE SPACES.
*> HIST-PRODUCT runs to 38 digits but the side-by-side layout only
*> has 25 columns for it; a product past the display cap prints as
*> asterisks instead of silently dropping its leading digits.
