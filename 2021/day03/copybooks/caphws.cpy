*> Capacity history: every CAPACITY run appends one row per measured
*> quantity - a cumulative file's row count, or the part of a file
*> one of the suite's in-memory tables has to hold - with the
*> ceiling it was measured against (zero when nothing loads it
*> whole). Successive snapshots of the same dataset and measure give
*> its growth rate.
01  WS-CAPHIST-STATUS PIC X(2) VALUE SPACES.
01  CAPHIST-DETAIL.
    05  CAH-STAMP PIC X(21) VALUE SPACES.
    05  CAH-DATASET PIC X(22) VALUE SPACES.
    05  CAH-MEASURE PIC X(24) VALUE SPACES.
    05  CAH-COUNT PIC 9(9) VALUE 0.
    05  CAH-LIMIT PIC 9(9) VALUE 0.
