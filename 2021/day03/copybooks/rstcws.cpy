*> Control record maintained by RESTATE: the timestamp of the latest
*> DECISIONS-AUDIT row it has already reviewed, and when it last ran.
*> Each run picks up only the decisions logged after that timestamp,
*> so a day is restated once per batch of decisions against it, not
*> every night forever. No control record means every decision on
*> file is new.
01  WS-RSTCTL-STATUS PIC X(2) VALUE SPACES.
01  RESTATE-CONTROL-DETAIL.
    05  RTC-LAST-DECISION-TS PIC X(21) VALUE SPACES.
    05  RTC-LAST-RUN-TS PIC X(21) VALUE SPACES.
