*> run id and figure stamped on the alert row (a run raises each
*> figure at most once, so the pair identifies one alert). Each
*> matched acknowledgment closes its alert with the operator's
*> initials and a disposition code. Every acknowledgment must also
*> carry the id of an active operator holding the acknowledge-alerts
*> authority on OPERATOR-MASTER; that id is stamped on the alert.
01  WS-ACKS-STATUS PIC X(2) VALUE SPACES.
01  ACK-DETAIL.
    05  AAK-RUN-ID PIC 9(9) VALUE 0.
    05  AAK-FIGURE PIC X(12) VALUE SPACES.
    05  AAK-INITIALS PIC X(3) VALUE SPACES.
    05  AAK-DISPOSITION PIC X(4) VALUE SPACES.
    05  AAK-OPERATOR-ID PIC X(8) VALUE SPACES.
