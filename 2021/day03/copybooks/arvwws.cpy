*> Print-line layouts for the ALRTREVW review report over the
*> persistent alert file: the open alerts grouped by severity, the
*> repeat offenders (same figure out of band on consecutive run
*> ids), the aging section for anything unacknowledged past the
*> threshold below, and the acknowledgments refused on operator
*> authority. A repeat offender still open carries the work order it
*> proposed.
78  WS-AGING-THRESHOLD-DAYS VALUE 7.
01  WS-REVIEW-STATUS PIC X(2) VALUE SPACES.
01  REVIEW-HEADING-1.
    05  ARV-A-DAYS PIC Z(4)9.
    05  FILLER PIC X(5) VALUE " DAYS".
    05  FILLER PIC X(70) VALUE SPACES.
*> An acknowledgment refused because its operator is unknown,
*> revoked or not authorized to acknowledge alerts; its alert stays
*> open.
01  REVIEW-REJECT-LINE.
    05  FILLER PIC X(13) VALUE "REJECTED RUN ".
    05  ARV-J-RUN-ID PIC Z(8)9.
    05  FILLER PIC X(8) VALUE " FIGURE ".
    05  ARV-J-FIGURE PIC X(12).
    05  FILLER PIC X(10) VALUE " OPERATOR ".
    05  ARV-J-OPERATOR PIC X(8).
    05  FILLER PIC X(2) VALUE ": ".
    05  ARV-J-REASON PIC X(30).
    05  FILLER PIC X(40) VALUE SPACES.
*> Under a repeat offender whose latest alert is still open: the
*> work order proposed against the sensor that raised it, or why
*> none was.
01  REVIEW-ORDER-LINE.
    05  FILLER PIC X(4) VALUE SPACES.
    05  ARV-O-TEXT PIC X(80) VALUE SPACES.
    05  FILLER PIC X(48) VALUE SPACES.
01  REVIEW-TOTALS-LINE.
    05  FILLER PIC X(6) VALUE "OPEN: ".
    05  ARV-T-OPEN PIC Z(8)9.
