        88  ALERT-ACKED VALUE "A".
    05  ALERT-ACK-INITIALS PIC X(3) VALUE SPACES.
    05  ALERT-ACK-DISPOSITION PIC X(4) VALUE SPACES.
    *> The operator-master id of whoever acknowledged the alert, the
    *> authority the initials alone never proved. Alerts acknowledged
    *> before the id was recorded read back space-filled here.
    05  ALERT-ACK-OPERATOR PIC X(8) VALUE SPACES.
