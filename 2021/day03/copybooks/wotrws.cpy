*> Operator-keyed work-order transactions for WORKORD. An open names
*> the sensor, reason and planned window, and is given the next
*> order number; the rest name an existing order by number. A start
*> records the head coming out of service, a close records it going
*> back with a disposition code, and an update replaces the reason or
*> planned dates that were filled in. The date is the day the start
*> or close happened, today when left blank. Every transaction must
*> carry the id of an active operator holding the maintain-registry
*> authority on OPERATOR-MASTER.
01  WS-WOTRANS-STATUS PIC X(2) VALUE SPACES.
01  WOTRANS-DETAIL.
    05  WOT-ACTION PIC X(1) VALUE SPACE.
        88  WOT-OPEN-ORDER VALUE "O".
        88  WOT-START-WORK VALUE "S".
        88  WOT-CLOSE-ORDER VALUE "C".
        88  WOT-UPDATE-ORDER VALUE "U".
    05  WOT-ORDER-NO PIC 9(6) VALUE 0.
    05  WOT-SENSOR-ID PIC X(8) VALUE SPACES.
    05  WOT-REASON PIC X(40) VALUE SPACES.
    05  WOT-PLANNED-FROM PIC X(8) VALUE SPACES.
    05  WOT-PLANNED-TO PIC X(8) VALUE SPACES.
    05  WOT-DISPOSITION PIC X(4) VALUE SPACES.
    05  WOT-DATE PIC X(8) VALUE SPACES.
    05  WOT-OPERATOR-ID PIC X(8) VALUE SPACES.
