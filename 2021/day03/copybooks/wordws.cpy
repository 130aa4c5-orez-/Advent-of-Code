*> Maintenance work orders against sensor heads. An order is opened
*> by hand through WORKORD, or proposed by ALRTREVW (a repeat
*> offender) or SCORECRD (a poor rating) for an operator to take up;
*> either way it carries the head, the reason, the planned
*> out-of-service window and its state. Orders stay on file once
*> closed, with the disposition, so the batch can still tell which
*> past days a head was out of service. WORKORD maintains the file
*> whole in memory and rewrites it; the proposing programs only ever
*> append.
78  WS-MAX-WORK-ORDERS VALUE 1000.
01  WS-WORDERS-STATUS PIC X(2) VALUE SPACES.
01  WORK-ORDER-DETAIL.
    05  WO-ORDER-NO PIC 9(6) VALUE 0.
    05  WO-SENSOR-ID PIC X(8) VALUE SPACES.
    05  WO-SOURCE PIC X(1) VALUE "M".
        88  WO-MANUAL VALUE "M".
        88  WO-FROM-ALERTS VALUE "A".
        88  WO-FROM-SCORECARD VALUE "S".
    05  WO-REASON PIC X(40) VALUE SPACES.
    05  WO-PLANNED-FROM PIC X(8) VALUE SPACES.
    05  WO-PLANNED-TO PIC X(8) VALUE SPACES.
    05  WO-STATE PIC X(1) VALUE "O".
        88  WO-OPEN VALUE "O".
        88  WO-IN-PROGRESS VALUE "P".
        88  WO-CLOSED VALUE "C".
    05  WO-OPENED-DATE PIC X(8) VALUE SPACES.
    05  WO-STARTED-DATE PIC X(8) VALUE SPACES.
    05  WO-CLOSED-DATE PIC X(8) VALUE SPACES.
    05  WO-DISPOSITION PIC X(4) VALUE SPACES.
    *> The OPERATOR-MASTER id of whoever last moved the order on;
    *> proposals carry spaces until an operator takes them up.
    05  WO-OPERATOR-ID PIC X(8) VALUE SPACES.
*> A head is out of service on a given day when its order was being
*> worked that day: from the day work started until the day it
*> closed (still running if not closed yet). An order closed
*> without being started after its planned window had ended carries
*> the window's end as its closed date, since that is when the head
*> went back into service. An order not started yet is honoured
*> inside its planned window, so a scheduled outage
*> needs no further keying on the day. The caller sets the day, the
*> check sets the flag, for the order in WORK-ORDER-DETAIL.
01  WS-WO-CHECK-DATE PIC X(8) VALUE SPACES.
01  WS-WO-SERVICE-FLAG PIC X(1) VALUE "N".
    88  WO-OUT-OF-SERVICE VALUE "Y".
