*> One-record parameter file naming the run MSTBKOUT is to reverse:
*> the program that made the changes and the run timestamp it
*> journaled them under, exactly as they appear on the master
*> journal.
01  WS-BKCTL-STATUS PIC X(2) VALUE SPACES.
01  BACKOUT-CONTROL-DETAIL.
    05  BKC-PROGRAM PIC X(8) VALUE SPACES.
    05  BKC-RUN-TS PIC X(21) VALUE SPACES.
