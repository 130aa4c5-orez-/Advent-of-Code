*> (DIAGMRGE), housekeeping (HISTARCH). Each audited step's elapsed
*> time is also compared against its average over the recent nights
*> below so a creeping batch window shows up before it blows the
*> schedule. Every row shows the JOBCHAIN chain id it ran under, and
*> a sheet asked for one chain closes with that chain's summary.
78  WS-EXPECTED-STEPS VALUE 4.
78  WS-TREND-WINDOW-DAYS VALUE 7.
78  WS-SLOW-THRESHOLD-PCT VALUE 25.
01  SHEET-HEADING-2.
    05  FILLER PIC X(15) VALUE "BUSINESS DATE: ".
    05  RSH-H-DATE PIC X(8) VALUE SPACES.
    05  RSH-H-CHAIN-LABEL PIC X(12) VALUE SPACES.
    05  RSH-H-CHAIN PIC X(9) VALUE SPACES.
    05  FILLER PIC X(88) VALUE SPACES.
01  SHEET-COLUMN-HEADS.
    05  FILLER PIC X(11) VALUE "STEP       ".
    05  FILLER PIC X(9) VALUE "PROGRAM  ".
    05  FILLER PIC X(5) VALUE "CODE ".
    05  FILLER PIC X(9) VALUE "CLASS    ".
    05  FILLER PIC X(40) VALUE "FLAGS".
    05  FILLER PIC X(10) VALUE "  CHAIN-ID".
    05  FILLER PIC X(12) VALUE SPACES.
01  SHEET-DETAIL-LINE.
    05  RSH-D-STEP PIC X(11).
    05  RSH-D-PROGRAM PIC X(8).
    05  RSH-D-CLASS PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  RSH-D-FLAG PIC X(40) VALUE SPACES.
    05  FILLER PIC X(1) VALUE SPACE.
    05  RSH-D-CHAIN PIC Z(8)9.
    05  FILLER PIC X(12) VALUE SPACES.
01  SHEET-RESULT-LINE.
    05  FILLER PIC X(11) VALUE SPACES.
    05  FILLER PIC X(8) VALUE "RESULT: ".
    05  FILLER PIC X(16) VALUE "  OUT OF ORDER  ".
    05  RSH-F-OUT-OF-ORDER PIC Z(3)9.
    05  FILLER PIC X(74) VALUE SPACES.
01  SHEET-CHAIN-LINE.
    05  FILLER PIC X(6) VALUE "CHAIN ".
    05  RSH-C-CHAIN PIC Z(8)9.
    05  FILLER PIC X(11) VALUE "  RESTARTS ".
    05  RSH-C-RESTARTS PIC Z(3)9.
    05  FILLER PIC X(10) VALUE "  OUTCOME ".
    05  RSH-C-OUTCOME PIC X(64) VALUE SPACES.
    05  FILLER PIC X(28) VALUE SPACES.
