*> Print-line layouts for the WOOPEN open-work-order report: one line
*> per order not yet closed, with its planned window, the day its
*> head went out of service and how many days it has been down, and
*> a flag on any order running past its planned return date.
01  WS-WORPT-STATUS PIC X(2) VALUE SPACES.
01  OPEN-ORDERS-HEADING-1.
    05  FILLER PIC X(28) VALUE "OPEN WORK ORDERS            ".
    05  FILLER PIC X(9) VALUE "PREPARED ".
    05  WOR-STAMP PIC X(21) VALUE SPACES.
    05  FILLER PIC X(74) VALUE SPACES.
01  OPEN-ORDERS-COLUMN-HEADS.
    05  FILLER PIC X(7) VALUE "ORDER  ".
    05  FILLER PIC X(9) VALUE "SENSOR   ".
    05  FILLER PIC X(13) VALUE "STATE        ".
    05  FILLER PIC X(4) VALUE "SRC ".
    05  FILLER PIC X(13) VALUE "PLANNED FROM ".
    05  FILLER PIC X(13) VALUE "PLANNED TO   ".
    05  FILLER PIC X(12) VALUE "DOWN SINCE  ".
    05  FILLER PIC X(10) VALUE "DAYS DOWN ".
    05  FILLER PIC X(40) VALUE "REASON".
    05  FILLER PIC X(11) VALUE SPACES.
01  OPEN-ORDERS-DETAIL-LINE.
    05  WOR-D-ORDER PIC 9(6).
    05  FILLER PIC X(1) VALUE SPACE.
    05  WOR-D-SENSOR PIC X(8).
    05  FILLER PIC X(1) VALUE SPACE.
    05  WOR-D-STATE PIC X(12).
    05  FILLER PIC X(1) VALUE SPACE.
    05  WOR-D-SOURCE PIC X(3).
    05  FILLER PIC X(1) VALUE SPACE.
    05  WOR-D-PLANNED-FROM PIC X(8).
    05  FILLER PIC X(5) VALUE SPACES.
    05  WOR-D-PLANNED-TO PIC X(8).
    05  FILLER PIC X(5) VALUE SPACES.
    05  WOR-D-DOWN-SINCE PIC X(8).
    05  FILLER PIC X(4) VALUE SPACES.
    05  WOR-D-DAYS-DOWN PIC X(9).
    05  FILLER PIC X(1) VALUE SPACE.
    05  WOR-D-REASON PIC X(40).
    05  WOR-D-FLAG PIC X(11).
*> Days down is printed through this edit field so an order whose
*> head has not gone out of service yet can show a blank instead.
01  WOR-DAYS-EDIT PIC Z(8)9.
01  OPEN-ORDERS-NOTE-LINE.
    05  WOR-N-TEXT PIC X(70) VALUE SPACES.
    05  FILLER PIC X(62) VALUE SPACES.
01  OPEN-ORDERS-FOOTER-LINE.
    05  FILLER PIC X(13) VALUE "OPEN ORDERS: ".
    05  WOR-F-OPEN PIC Z(5)9.
    05  FILLER PIC X(15) VALUE "  IN PROGRESS: ".
    05  WOR-F-IN-PROGRESS PIC Z(5)9.
    05  FILLER PIC X(14) VALUE "  HEADS DOWN: ".
    05  WOR-F-DOWN PIC Z(5)9.
    05  FILLER PIC X(11) VALUE "  OVERDUE: ".
    05  WOR-F-OVERDUE PIC Z(5)9.
    05  FILLER PIC X(55) VALUE SPACES.
