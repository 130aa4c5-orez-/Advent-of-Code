        88  EXC-PENDING VALUE "P".
        88  EXC-REPAIRED VALUE "R".
    05  EXC-DATA PIC X(64) VALUE SPACES.
    *> The operator-master id EXCREPR repaired the exception under.
    *> Pending rows, and rows repaired before the id was recorded,
    *> carry spaces here.
    05  EXC-REPAIRED-BY PIC X(8) VALUE SPACES.
01  WS-REPORT-LINE-NO PIC 9(9) VALUE 0.
01  WS-EXCEPTION-COUNT PIC 9(9) VALUE 0.
*> Corrected lines resubmitted by EXCREPR; the next PART1/COMBINED run
