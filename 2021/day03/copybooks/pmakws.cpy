*> Acknowledgments returned by the plant maintenance system, one per
*> generation it has received: accepted or rejected, with the detail
*> count and hash total it balanced the generation to on its side,
*> and its reason when it rejected one. PMIFACE matches them against
*> the interface log and then empties the file, so an
*> acknowledgment is only ever applied once.
01  WS-PMACK-STATUS PIC X(2) VALUE SPACES.
01  PM-ACK-DETAIL.
    05  PMA-GENERATION PIC 9(6) VALUE 0.
    05  PMA-BUSINESS-DATE PIC X(8) VALUE SPACES.
    05  PMA-STATUS PIC X(1) VALUE SPACE.
        88  PMA-ACCEPTED VALUE "A".
        88  PMA-REJECTED VALUE "R".
    05  PMA-RECORD-COUNT PIC 9(9) VALUE 0.
    05  PMA-HASH-TOTAL PIC 9(24) VALUE 0.
    05  PMA-RECEIVED-TS PIC X(21) VALUE SPACES.
    05  PMA-REASON PIC X(40) VALUE SPACES.
