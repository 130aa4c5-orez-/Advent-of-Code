*> One-record parameter file naming the sensor and reading-date range
*> MSTANLZ should pull back out of the indexed master. The sensor id
*> is required; a space or zero date leaves that end of the range
*> open, the same way HISTRPT treats its query dates. With the
*> lineage flag set the range is pulled for every head that has
*> served the sensor's location, oldest first, as one series; control
*> records from before the flag existed read back space-filled there.
01  WS-MCTL-STATUS PIC X(2) VALUE SPACES.
01  MSTANLZ-CONTROL-DETAIL.
    05  MCT-SENSOR-ID PIC X(8) VALUE SPACES.
    05  MCT-DATE-FROM PIC X(8) VALUE SPACES.
    05  MCT-DATE-TO PIC X(8) VALUE SPACES.
    05  MCT-LINEAGE PIC X(1) VALUE SPACE.
        88  MCT-FOLLOW-LINEAGE VALUE "Y".
