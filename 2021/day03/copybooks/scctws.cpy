*> Optional one-record parameter file giving the reporting period
*> for the sensor scorecard. A missing control file (or blank dates)
*> means the trailing week ending today - the usual weekly review.
*> With the lineage flag set each manifest sensor's page takes in
*> every head that has served its location, so a head replaced in
*> the period is scored as one series with the change marked;
*> control records from before the flag existed read back
*> space-filled there.
01  WS-SCCTL-STATUS PIC X(2) VALUE SPACES.
01  SCORECRD-CONTROL-DETAIL.
    05  SCC-DATE-FROM PIC X(8) VALUE SPACES.
    05  SCC-DATE-TO PIC X(8) VALUE SPACES.
    05  SCC-LINEAGE PIC X(1) VALUE SPACE.
        88  SCC-FOLLOW-LINEAGE VALUE "Y".
