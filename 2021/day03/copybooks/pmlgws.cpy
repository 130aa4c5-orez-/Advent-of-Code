*> Register of every generation of the plant maintenance interface
*> ever built: its business date, its control totals, and where it
*> stands - sent and awaiting acknowledgment, accepted, or rejected
*> by the receiving side - with when it was last sent, how many times
*> it has gone across, and when the acknowledgment came back.
*> PMIFACE holds the register whole in memory and rewrites it; a
*> generation is never dropped from it, so the register is the proof
*> of what was delivered for every business date.
78  WS-MAX-GENERATIONS VALUE 5000.
01  WS-PMLOG-STATUS PIC X(2) VALUE SPACES.
01  PM-LOG-DETAIL.
    05  PML-GENERATION PIC 9(6) VALUE 0.
    05  PML-BUSINESS-DATE PIC X(8) VALUE SPACES.
    05  PML-CREATED-TS PIC X(21) VALUE SPACES.
    05  PML-RECORD-COUNT PIC 9(9) VALUE 0.
    05  PML-HASH-TOTAL PIC 9(24) VALUE 0.
    05  PML-STATE PIC X(1) VALUE "S".
        88  PML-SENT VALUE "S".
        88  PML-ACCEPTED VALUE "A".
        88  PML-REJECTED VALUE "R".
    05  PML-LAST-SENT-TS PIC X(21) VALUE SPACES.
    05  PML-SEND-COUNT PIC 9(3) VALUE 0.
    05  PML-ACK-TS PIC X(21) VALUE SPACES.
*> Optional one-record PMIFACE-CONTROL.DAT: the business date to
*> extract, for catching up a missed day or re-extracting one the
*> receiving side rejected. Without it the business date is today.
01  WS-PMCTL-STATUS PIC X(2) VALUE SPACES.
01  PM-CONTROL-DETAIL.
    05  PMC-BUSINESS-DATE PIC X(8) VALUE SPACES.
