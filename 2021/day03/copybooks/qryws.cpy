*> Optional report filters for HISTRPT, read from a one-record control
*> file. A missing control file (or space-filled fields) means no
*> filtering: every row in RUN-HISTORY.DAT is reported. Dates compare
*> against the leading YYYYMMDD of HIST-TIMESTAMP. A sensor id limits
*> the report to that sensor's COMBINED runs; with the lineage flag
*> set it takes in every head that has served the sensor's location
*> as one continuous series, marking where the hardware changed.
*> Control records from before the sensor fields existed read back
*> space-filled there.
01  WS-QUERY-STATUS PIC X(2) VALUE SPACES.
01  QUERY-DETAIL.
    05  QRY-PROGRAM PIC X(8) VALUE SPACES.
    05  QRY-DATE-FROM PIC X(8) VALUE SPACES.
    05  QRY-DATE-TO PIC X(8) VALUE SPACES.
    05  QRY-SENSOR-ID PIC X(8) VALUE SPACES.
    05  QRY-LINEAGE PIC X(1) VALUE SPACE.
        88  QRY-FOLLOW-LINEAGE VALUE "Y".
