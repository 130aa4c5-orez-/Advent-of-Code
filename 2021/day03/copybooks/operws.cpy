*> Status and authority-check support for the indexed OPERATOR-MASTER
*> file; the record layout lives with the FD in operfd.cpy since the
*> key field must be defined under the file. Unlike the sensor
*> registry, a missing operator master does not switch the check off:
*> with no operators on file nobody is authorized, and every
*> transaction is refused until OPERMNT has loaded one.
01  WS-OPERATOR-STATUS PIC X(2) VALUE SPACES.
01  WS-OPERATOR-FLAG PIC X(1) VALUE "N".
    88  OPERATOR-MASTER-ON-FILE VALUE "Y".
*> The caller names the operator and the authority the transaction
*> needs; the check leaves the reason for refusing it, or spaces
*> when the operator may go ahead.
01  WS-AUTH-OPERATOR-ID PIC X(8) VALUE SPACES.
01  WS-AUTH-NEEDED PIC X(1) VALUE SPACE.
    88  AUTH-ACK-ALERTS VALUE "A".
    88  AUTH-REPAIR-EXCEPTIONS VALUE "E".
    88  AUTH-DECIDE-CONFLICTS VALUE "D".
    88  AUTH-MAINTAIN-REGISTRY VALUE "R".
01  WS-AUTH-REJECT-REASON PIC X(30) VALUE SPACES.
    88  OPERATOR-AUTHORIZED VALUE SPACES.
