    05  FILLER PIC X(11) VALUE "  DATASET: ".
    05  SCD-S-DATASET PIC X(44).
    05  FILLER PIC X(61) VALUE SPACES.
*> One line per head replacement in the sensor's lineage, flagged
*> when the change fell inside the reporting period.
01  SCORECARD-HARDWARE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(32) VALUE "*** HARDWARE CHANGE ***  SENSOR ".
    05  SCD-W-SENSOR PIC X(8) VALUE SPACES.
    05  FILLER PIC X(10) VALUE " REPLACES ".
    05  SCD-W-REPLACED PIC X(8) VALUE SPACES.
    05  FILLER PIC X(11) VALUE " EFFECTIVE ".
    05  SCD-W-DATE PIC X(8) VALUE SPACES.
    05  FILLER PIC X(2) VALUE SPACES.
    05  SCD-W-IN-PERIOD PIC X(9) VALUE SPACES.
    05  FILLER PIC X(42) VALUE SPACES.
01  SCORECARD-RUNS-LINE.
    05  FILLER PIC X(18) VALUE "  RUNS ATTEMPTED: ".
    05  SCD-R-ATTEMPTED PIC Z(5)9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  SCD-T-TREND PIC X(24) VALUE SPACES.
    05  FILLER PIC X(26) VALUE SPACES.
*> Runs left out because the head was out of service under a work
*> order that day - an absence for maintenance is not a failure.
01  SCORECARD-MAINT-LINE.
    05  FILLER PIC X(34) VALUE "  RUNS EXCLUDED (OUT OF SERVICE): ".
    05  SCD-M-RUNS PIC Z(5)9.
    05  FILLER PIC X(92) VALUE SPACES.
*> A poorly rated sensor with no work order already open against it
*> gets one proposed, for an operator to take up through WORKORD.
01  SCORECARD-ORDER-LINE.
    05  FILLER PIC X(17) VALUE "  *** WORK ORDER ".
    05  SCD-O-ORDER PIC 9(6).
    05  FILLER PIC X(11) VALUE " PROPOSED: ".
    05  SCD-O-REASON PIC X(40).
    05  FILLER PIC X(58) VALUE SPACES.
01  SCORECARD-NOTE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  SCD-N-TEXT PIC X(70) VALUE SPACES.
