*> Outbound daily results interface to the plant maintenance system.
*> Each business date's results go out as one numbered generation,
*> PM-RESULTS.Gnnnnnn.DAT, kept on disk so it can be sent again byte
*> for byte: a header naming the business date and the generation,
*> one detail per manifest sensor, and a control trailer carrying
*> the detail count and a hash total for the receiving side to
*> balance to, the same way our own diagnostic reports are balanced.
*> What actually goes across on a given night is PM-OUTBOUND.DAT:
*> every generation due to be sent, each complete from header to
*> trailer.
01  WS-PMGEN-STATUS PIC X(2) VALUE SPACES.
01  WS-PMGEN-PATH PIC X(44) VALUE SPACES.
01  WS-PMOUT-STATUS PIC X(2) VALUE SPACES.
01  PMI-HEADER-DETAIL.
    05  PMH-RECORD-TYPE PIC X(1) VALUE "H".
    05  PMH-INTERFACE PIC X(8) VALUE "PMRESULT".
    05  PMH-GENERATION PIC 9(6) VALUE 0.
    05  PMH-BUSINESS-DATE PIC X(8) VALUE SPACES.
    05  PMH-CREATED-TS PIC X(21) VALUE SPACES.
    05  FILLER PIC X(156) VALUE SPACES.
*> One per manifest sensor. The run status says what became of the
*> head on the business date: processed (figures present), failed
*> (the completion code says why), in maintenance under a work
*> order, or not run at all. The figures are zero unless processed;
*> the rates are the 64-bit values at their full 20 digits, the
*> products at their full 38. The open-alert and pending-exception
*> counts cover every run of the head still open, not just the
*> business date's.
01  PMI-SENSOR-DETAIL.
    05  PMD-RECORD-TYPE PIC X(1) VALUE "D".
    05  PMD-SENSOR-ID PIC X(8) VALUE SPACES.
    05  PMD-RUN-ID PIC 9(9) VALUE 0.
    05  PMD-RUN-STATUS PIC X(1) VALUE "N".
        88  PMD-PROCESSED VALUE "P".
        88  PMD-FAILED VALUE "F".
        88  PMD-IN-MAINTENANCE VALUE "M".
        88  PMD-NOT-RUN VALUE "N".
    05  PMD-COMPLETION-CODE PIC 9(4) VALUE 0.
    05  PMD-GAMMA PIC 9(20) VALUE 0.
    05  PMD-EPSILON PIC 9(20) VALUE 0.
    05  PMD-POWER PIC 9(38) VALUE 0.
    05  PMD-O2-GEN PIC 9(20) VALUE 0.
    05  PMD-CO2-SCRUB PIC 9(20) VALUE 0.
    05  PMD-LIFE-SUPPORT PIC 9(38) VALUE 0.
    05  PMD-OPEN-ALERTS PIC 9(6) VALUE 0.
    05  PMD-PENDING-EXCEPTIONS PIC 9(6) VALUE 0.
    05  FILLER PIC X(9) VALUE SPACES.
*> The hash total is the sum of the four rates over every detail:
*> at most WS-MAX-IFACE-SENSORS details of four 64-bit values, well
*> inside 24 digits.
01  PMI-TRAILER-DETAIL.
    05  PMT-RECORD-TYPE PIC X(1) VALUE "T".
    05  PMT-GENERATION PIC 9(6) VALUE 0.
    05  PMT-RECORD-COUNT PIC 9(9) VALUE 0.
    05  PMT-HASH-TOTAL PIC 9(24) VALUE 0.
    05  FILLER PIC X(160) VALUE SPACES.
