*> Print-line layouts for the PMIFACE delivery report: what each
*> acknowledgment did, the generation built for the business date,
*> the generations sent again for want of an acknowledgment, and
*> every generation still not accepted by the plant maintenance
*> system with how long it has been outstanding.
01  WS-PMRPT-STATUS PIC X(2) VALUE SPACES.
01  PM-REPORT-HEADING-1.
    05  FILLER PIC X(28) VALUE "PLANT MAINTENANCE INTERFACE ".
    05  FILLER PIC X(9) VALUE "PREPARED ".
    05  PMR-STAMP PIC X(21) VALUE SPACES.
    05  FILLER PIC X(74) VALUE SPACES.
01  PM-REPORT-HEADING-2.
    05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
    05  PMR-H-BUSINESS-DATE PIC X(8) VALUE SPACES.
    05  FILLER PIC X(109) VALUE SPACES.
01  PM-REPORT-SECTION-LINE.
    05  PMR-SECTION-TITLE PIC X(60) VALUE SPACES.
    05  FILLER PIC X(72) VALUE SPACES.
*> One generation and what happened to it on this run.
01  PM-REPORT-GENERATION-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(11) VALUE "GENERATION ".
    05  PMR-G-GENERATION PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  PMR-G-BUSINESS-DATE PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PMR-G-TEXT PIC X(60).
    05  FILLER PIC X(42) VALUE SPACES.
01  PM-REPORT-COLUMN-HEADS.
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(7) VALUE "GEN    ".
    05  FILLER PIC X(10) VALUE "BUS DATE  ".
    05  FILLER PIC X(11) VALUE "STATE      ".
    05  FILLER PIC X(10) VALUE "CREATED   ".
    05  FILLER PIC X(10) VALUE "LAST SENT ".
    05  FILLER PIC X(6) VALUE "SENDS ".
    05  FILLER PIC X(8) VALUE "DAYS OUT".
    05  FILLER PIC X(68) VALUE SPACES.
01  PM-REPORT-OUTSTANDING-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  PMR-O-GENERATION PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  PMR-O-BUSINESS-DATE PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PMR-O-STATE PIC X(10).
    05  FILLER PIC X(1) VALUE SPACE.
    05  PMR-O-CREATED PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PMR-O-LAST-SENT PIC X(8).
    05  FILLER PIC X(2) VALUE SPACES.
    05  PMR-O-SENDS PIC ZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  PMR-O-DAYS PIC Z(7)9.
    05  FILLER PIC X(68) VALUE SPACES.
01  PM-REPORT-NOTE-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  PMR-N-TEXT PIC X(70) VALUE SPACES.
    05  FILLER PIC X(60) VALUE SPACES.
01  PM-REPORT-FOOTER-LINE.
    05  FILLER PIC X(15) VALUE "SENT THIS RUN: ".
    05  PMR-F-SENT PIC Z(5)9.
    05  FILLER PIC X(16) VALUE "  ACKNOWLEDGED: ".
    05  PMR-F-ACCEPTED PIC Z(5)9.
    05  FILLER PIC X(15) VALUE "  OUTSTANDING: ".
    05  PMR-F-OUTSTANDING PIC Z(5)9.
    05  FILLER PIC X(12) VALUE "  REJECTED: ".
    05  PMR-F-REJECTED PIC Z(5)9.
    05  FILLER PIC X(50) VALUE SPACES.
