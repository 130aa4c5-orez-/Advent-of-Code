IDENTIFICATION DIVISION.
PROGRAM-ID. OPERMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "opersel.cpy".
    COPY "optrsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "operfd.cpy".
    COPY "optrfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "operws.cpy".
    COPY "optrws.cpy".
    01 WS-END-OF-TRANS PIC X(1) VALUE "N".
        88 END-OF-TRANS VALUE "Y".
    01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
    01 WS-ADDED-COUNT PIC 9(9) VALUE 0.
    01 WS-CHANGED-COUNT PIC 9(9) VALUE 0.
    01 WS-REVOKED-COUNT PIC 9(9) VALUE 0.
    01 WS-REINSTATED-COUNT PIC 9(9) VALUE 0.
    01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
    01 WS-TODAY PIC X(8) VALUE SPACES.
    01 WS-FLAGS-VALID PIC X(1) VALUE "Y".
        88 FLAGS-VALID VALUE "Y".
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-ADDED-DISP PIC Z(8)9.
    01 WS-CHANGED-DISP PIC Z(8)9.
    01 WS-REVOKED-DISP PIC Z(8)9.
    01 WS-REINSTATED-DISP PIC Z(8)9.
    01 WS-REJECTED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Maintain the operator master from a transaction file the same
    *> way SENSREG maintains the sensor registry: add an operator,
    *> change a name or authority flags, revoke an operator, or
    *> reinstate one revoked in error. Every program that changes data
    *> on an operator's say-so checks the operator against this file,
    *> so this program is the only place an authority is granted or
    *> taken away.
    PARA.
    OPEN INPUT OPERATOR-TRANS
    IF WS-OPTRANS-STATUS = "35"
        DISPLAY "NO OPERATOR TRANSACTIONS ON FILE, NOTHING TO APPLY"
        STOP RUN
    END-IF
    IF WS-OPTRANS-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN OPERMNT-TRANS, FILE STATUS=" WS-OPTRANS-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-OPERATOR-MASTER
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    READ OPERATOR-TRANS INTO OPTRANS-DETAIL
        AT END SET END-OF-TRANS TO TRUE
    END-READ
    PERFORM UNTIL END-OF-TRANS
        IF OPTRANS-DETAIL NOT = SPACES
            ADD 1 TO WS-TRANS-COUNT
            PERFORM APPLY-ONE-TRANS
        END-IF
        READ OPERATOR-TRANS INTO OPTRANS-DETAIL
            AT END SET END-OF-TRANS TO TRUE
        END-READ
    END-PERFORM
    CLOSE OPERATOR-TRANS
    CLOSE OPERATOR-MASTER

    MOVE WS-ADDED-COUNT TO WS-ADDED-DISP
    MOVE WS-CHANGED-COUNT TO WS-CHANGED-DISP
    MOVE WS-REVOKED-COUNT TO WS-REVOKED-DISP
    MOVE WS-REINSTATED-COUNT TO WS-REINSTATED-DISP
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
    DISPLAY "OPERATORS ADDED: " WS-ADDED-DISP
    DISPLAY "OPERATORS CHANGED: " WS-CHANGED-DISP
    DISPLAY "OPERATORS REVOKED: " WS-REVOKED-DISP
    DISPLAY "OPERATORS REINSTATED: " WS-REINSTATED-DISP
    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-DISP
    IF WS-REJECTED-COUNT > 0
        MOVE RC-WARNING TO RETURN-CODE
    END-IF
STOP RUN.

*> First maintenance pass of a dive has no operator master yet;
*> create it empty and reopen for keyed update.
OPEN-OPERATOR-MASTER.
    OPEN I-O OPERATOR-MASTER
    IF WS-OPERATOR-STATUS = "35"
        OPEN OUTPUT OPERATOR-MASTER
        IF WS-OPERATOR-STATUS = "00"
            CLOSE OPERATOR-MASTER
            OPEN I-O OPERATOR-MASTER
        END-IF
    END-IF
    IF WS-OPERATOR-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN OPERATOR-MASTER, FILE STATUS=" WS-OPERATOR-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

*> Route one transaction by its action code. A bad action code or a
*> blank operator id is rejected here before any keyed probe.
APPLY-ONE-TRANS.
    IF OPT-OPERATOR-ID = SPACES
        DISPLAY "TRANSACTION " WS-TRANS-COUNT
            " REJECTED: NO OPERATOR ID"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        IF OPT-ADD
            PERFORM ADD-OPERATOR
        ELSE
            IF OPT-CHANGE
                PERFORM CHANGE-OPERATOR
            ELSE
                IF OPT-REVOKE
                    PERFORM REVOKE-OPERATOR
                ELSE
                    IF OPT-REINSTATE
                        PERFORM REINSTATE-OPERATOR
                    ELSE
                        DISPLAY "TRANSACTION " WS-TRANS-COUNT
                            " REJECTED: UNKNOWN ACTION " OPT-ACTION
                        ADD 1 TO WS-REJECTED-COUNT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

*> A new operator must not collide with an existing entry, active or
*> revoked: reusing a revoked id would make the stamps already on the
*> alert, exception, decisions and registry files name two people.
ADD-OPERATOR.
    PERFORM EDIT-AUTHORITY-FLAGS
    IF NOT FLAGS-VALID
        DISPLAY "ADD REJECTED: OPERATOR " OPT-OPERATOR-ID
            " AUTHORITY FLAGS MUST BE Y OR N"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        IF OPT-NAME = SPACES
            DISPLAY "ADD REJECTED: OPERATOR " OPT-OPERATOR-ID
                " HAS NO NAME"
            ADD 1 TO WS-REJECTED-COUNT
        ELSE
            MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID
            READ OPERATOR-MASTER
                INVALID KEY CONTINUE
            END-READ
            IF WS-OPERATOR-STATUS = "23"
                MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID
                MOVE OPT-NAME TO OPR-NAME
                SET OPR-ACTIVE TO TRUE
                MOVE "N" TO OPR-ACK-ALERTS
                MOVE "N" TO OPR-REPAIR-EXCEPTIONS
                MOVE "N" TO OPR-DECIDE-CONFLICTS
                MOVE "N" TO OPR-MAINTAIN-REGISTRY
                PERFORM APPLY-AUTHORITY-FLAGS
                MOVE WS-TODAY TO OPR-ADDED-DATE
                MOVE WS-TODAY TO OPR-STATUS-DATE
                WRITE OPERATOR-RECORD
                    INVALID KEY
                        DISPLAY "UNABLE TO WRITE OPERATOR-MASTER, FILE STATUS=" WS-OPERATOR-STATUS
                        MOVE RC-OPEN-FAILURE TO RETURN-CODE
                        STOP RUN
                END-WRITE
                ADD 1 TO WS-ADDED-COUNT
            ELSE
                PERFORM CHECK-OPERATOR-READ
                DISPLAY "ADD REJECTED: OPERATOR " OPT-OPERATOR-ID
                    " ALREADY ON FILE"
                ADD 1 TO WS-REJECTED-COUNT
            END-IF
        END-IF
    END-IF.

*> Changes only touch the name and flags the transaction filled in.
*> A revoked operator may still have flags changed, so an authority
*> can be trimmed before the operator is reinstated.
CHANGE-OPERATOR.
    PERFORM EDIT-AUTHORITY-FLAGS
    IF NOT FLAGS-VALID
        DISPLAY "CHANGE REJECTED: OPERATOR " OPT-OPERATOR-ID
            " AUTHORITY FLAGS MUST BE Y OR N"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID
        READ OPERATOR-MASTER
            INVALID KEY CONTINUE
        END-READ
        IF WS-OPERATOR-STATUS = "23"
            DISPLAY "CHANGE REJECTED: OPERATOR " OPT-OPERATOR-ID
                " NOT ON FILE"
            ADD 1 TO WS-REJECTED-COUNT
        ELSE
            PERFORM CHECK-OPERATOR-READ
            IF OPT-NAME NOT = SPACES
                MOVE OPT-NAME TO OPR-NAME
            END-IF
            PERFORM APPLY-AUTHORITY-FLAGS
            PERFORM REWRITE-OPERATOR-RECORD
            ADD 1 TO WS-CHANGED-COUNT
        END-IF
    END-IF.

*> Revoking takes every authority away at once without touching the
*> flags, so a reinstatement restores exactly what was held before.
REVOKE-OPERATOR.
    MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID
    READ OPERATOR-MASTER
        INVALID KEY CONTINUE
    END-READ
    IF WS-OPERATOR-STATUS = "23"
        DISPLAY "REVOKE REJECTED: OPERATOR " OPT-OPERATOR-ID
            " NOT ON FILE"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        PERFORM CHECK-OPERATOR-READ
        IF OPR-REVOKED
            DISPLAY "REVOKE REJECTED: OPERATOR " OPT-OPERATOR-ID
                " IS ALREADY REVOKED"
            ADD 1 TO WS-REJECTED-COUNT
        ELSE
            SET OPR-REVOKED TO TRUE
            MOVE WS-TODAY TO OPR-STATUS-DATE
            PERFORM REWRITE-OPERATOR-RECORD
            ADD 1 TO WS-REVOKED-COUNT
        END-IF
    END-IF.

REINSTATE-OPERATOR.
    MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID
    READ OPERATOR-MASTER
        INVALID KEY CONTINUE
    END-READ
    IF WS-OPERATOR-STATUS = "23"
        DISPLAY "REINSTATE REJECTED: OPERATOR " OPT-OPERATOR-ID
            " NOT ON FILE"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        PERFORM CHECK-OPERATOR-READ
        IF OPR-ACTIVE
            DISPLAY "REINSTATE REJECTED: OPERATOR " OPT-OPERATOR-ID
                " IS NOT REVOKED"
            ADD 1 TO WS-REJECTED-COUNT
        ELSE
            SET OPR-ACTIVE TO TRUE
            MOVE WS-TODAY TO OPR-STATUS-DATE
            PERFORM REWRITE-OPERATOR-RECORD
            ADD 1 TO WS-REINSTATED-COUNT
        END-IF
    END-IF.

*> Every flag the transaction carries must be "Y", "N" or blank
*> before anything is written; an authority is never granted on a
*> mistyped character.
EDIT-AUTHORITY-FLAGS.
    MOVE "Y" TO WS-FLAGS-VALID
    IF OPT-ACK-ALERTS NOT = "Y" AND NOT = "N" AND NOT = SPACE
        MOVE "N" TO WS-FLAGS-VALID
    END-IF
    IF OPT-REPAIR-EXCEPTIONS NOT = "Y" AND NOT = "N" AND NOT = SPACE
        MOVE "N" TO WS-FLAGS-VALID
    END-IF
    IF OPT-DECIDE-CONFLICTS NOT = "Y" AND NOT = "N" AND NOT = SPACE
        MOVE "N" TO WS-FLAGS-VALID
    END-IF
    IF OPT-MAINTAIN-REGISTRY NOT = "Y" AND NOT = "N" AND NOT = SPACE
        MOVE "N" TO WS-FLAGS-VALID
    END-IF.

*> A blank flag leaves the current setting alone (on an add, the "N"
*> the entry was started with).
APPLY-AUTHORITY-FLAGS.
    IF OPT-ACK-ALERTS NOT = SPACE
        MOVE OPT-ACK-ALERTS TO OPR-ACK-ALERTS
    END-IF
    IF OPT-REPAIR-EXCEPTIONS NOT = SPACE
        MOVE OPT-REPAIR-EXCEPTIONS TO OPR-REPAIR-EXCEPTIONS
    END-IF
    IF OPT-DECIDE-CONFLICTS NOT = SPACE
        MOVE OPT-DECIDE-CONFLICTS TO OPR-DECIDE-CONFLICTS
    END-IF
    IF OPT-MAINTAIN-REGISTRY NOT = SPACE
        MOVE OPT-MAINTAIN-REGISTRY TO OPR-MAINTAIN-REGISTRY
    END-IF.

*> A keyed read may fail for reasons other than a missing key; those
*> are file trouble, not operator error, and end the run.
CHECK-OPERATOR-READ.
    IF WS-OPERATOR-STATUS NOT = "00"
        DISPLAY "UNABLE TO READ OPERATOR-MASTER, FILE STATUS=" WS-OPERATOR-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

REWRITE-OPERATOR-RECORD.
    REWRITE OPERATOR-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO REWRITE OPERATOR-MASTER, FILE STATUS=" WS-OPERATOR-STATUS
            MOVE RC-OPEN-FAILURE TO RETURN-CODE
            STOP RUN
    END-REWRITE.
