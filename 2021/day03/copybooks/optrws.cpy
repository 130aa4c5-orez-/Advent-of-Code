*> Operator maintenance transactions for OPERMNT: one record per
*> action against the operator master. Adds carry the name and all
*> four authority flags (a blank flag is taken as "N", no authority);
*> changes replace only the name and flags that were filled in;
*> revokes and reinstatements need nothing but the id. Flags are "Y"
*> or "N" and anything else refuses the transaction, so a typo can
*> never grant an authority by accident.
01  WS-OPTRANS-STATUS PIC X(2) VALUE SPACES.
01  OPTRANS-DETAIL.
    05  OPT-ACTION PIC X(1) VALUE SPACE.
        88  OPT-ADD VALUE "A".
        88  OPT-CHANGE VALUE "C".
        88  OPT-REVOKE VALUE "R".
        88  OPT-REINSTATE VALUE "I".
    05  OPT-OPERATOR-ID PIC X(8) VALUE SPACES.
    05  OPT-NAME PIC X(30) VALUE SPACES.
    05  OPT-ACK-ALERTS PIC X(1) VALUE SPACE.
    05  OPT-REPAIR-EXCEPTIONS PIC X(1) VALUE SPACE.
    05  OPT-DECIDE-CONFLICTS PIC X(1) VALUE SPACE.
    05  OPT-MAINTAIN-REGISTRY PIC X(1) VALUE SPACE.
