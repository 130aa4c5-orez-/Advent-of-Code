*> Cumulative file of restated figures: RESTATE appends one row for
*> every published figure that no longer agrees with the master after
*> a reconciliation decision rewrote the readings it was computed
*> from - which sensor and reading date, the run that published it,
*> the figure as published, and the figure as it now stands. A
*> restated rating whose elimination no longer leaves exactly one
*> candidate is carried as zero and flagged unresolved. Appended
*> forever, like the decisions audit it answers to.
01  WS-RESTATE-STATUS PIC X(2) VALUE SPACES.
01  RESTATEMENT-DETAIL.
    05  RST-RESTATED-TS PIC X(21) VALUE SPACES.
    05  RST-SENSOR-ID PIC X(8) VALUE SPACES.
    05  RST-READING-DATE PIC X(8) VALUE SPACES.
    05  RST-RUN-ID PIC 9(9) VALUE 0.
    05  RST-FIGURE PIC X(20) VALUE SPACES.
    05  RST-ORIGINAL PIC 9(38) VALUE 0.
    05  RST-RESTATED PIC 9(38) VALUE 0.
    05  RST-RESTATED-FLAG PIC X(1) VALUE SPACE.
        88  RST-RESOLVED VALUE "R".
        88  RST-UNRESOLVED VALUE "U".
