IDENTIFICATION DIVISION.
PROGRAM-ID. WORKORD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "wordsel.cpy".
    COPY "wotrsel.cpy".
    COPY "opersel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "wordfd.cpy".
    COPY "wotrfd.cpy".
    COPY "operfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "wordws.cpy".
    COPY "wotrws.cpy".
    COPY "operws.cpy".
    *> The whole work-order file is held in memory so orders can be
    *> moved on in place and the file rewritten once at the end, the
    *> same way EXCREPR handles the exception log.
    01 WORK-ORDER-TABLE.
        02 WORK-ORDER-ROW PIC X(108) OCCURS WS-MAX-WORK-ORDERS TIMES
            VALUE SPACES.
    01 WS-ORDER-TOTAL PIC 9(9) VALUE 0.
    01 WS-LAST-ORDER-NO PIC 9(6) VALUE 0.
    01 WS-ORDER-IDX PIC 9(9) VALUE 0.
    01 IDX PIC 9(9).
    01 WS-END-OF-TRANS PIC X(1) VALUE "N".
        88 END-OF-TRANS VALUE "Y".
    01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
    01 WS-OPENED-COUNT PIC 9(9) VALUE 0.
    01 WS-STARTED-COUNT PIC 9(9) VALUE 0.
    01 WS-CLOSED-COUNT PIC 9(9) VALUE 0.
    01 WS-UPDATED-COUNT PIC 9(9) VALUE 0.
    01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
    01 WS-TODAY PIC X(8) VALUE SPACES.
    *> The day a start or close happened: the transaction's own date,
    *> or today when it was left blank.
    01 WS-ACTION-DATE PIC X(8) VALUE SPACES.
    *> The last day a closed order kept its head out of service.
    01 WS-OUTAGE-END PIC X(8) VALUE SPACES.
    01 WS-EDIT-DATE PIC X(8) VALUE SPACES.
    01 WS-DATE-VALID PIC X(1) VALUE "Y".
        88 DATE-VALID VALUE "Y".
    01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-OPENED-DISP PIC Z(8)9.
    01 WS-STARTED-DISP PIC Z(8)9.
    01 WS-CLOSED-DISP PIC Z(8)9.
    01 WS-UPDATED-DISP PIC Z(8)9.
    01 WS-REJECTED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Maintain the work-order file from an operator-keyed transaction
    *> file: open an order against a head, record the head coming out
    *> of service when work starts, close the order with a
    *> disposition when the head goes back, or correct an order's
    *> reason or planned window. Orders ALRTREVW and SCORECRD proposed
    *> are taken up here the same way as any other open order. Every
    *> transaction must come from an operator authorized on
    *> OPERATOR-MASTER to maintain the registry, since taking a head
    *> out of service changes what the nightly batch does with it.
    PARA.
    OPEN INPUT WORK-ORDER-TRANS
    IF WS-WOTRANS-STATUS = "35"
        DISPLAY "NO WORK-ORDER TRANSACTIONS ON FILE, NOTHING TO APPLY"
        STOP RUN
    END-IF
    IF WS-WOTRANS-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN WORKORD-TRANS, FILE STATUS=" WS-WOTRANS-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-WORK-ORDERS
    PERFORM OPEN-OPERATOR-MASTER
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

    READ WORK-ORDER-TRANS INTO WOTRANS-DETAIL
        AT END SET END-OF-TRANS TO TRUE
    END-READ
    PERFORM UNTIL END-OF-TRANS
        IF WOTRANS-DETAIL NOT = SPACES
            ADD 1 TO WS-TRANS-COUNT
            PERFORM APPLY-ONE-TRANS
        END-IF
        READ WORK-ORDER-TRANS INTO WOTRANS-DETAIL
            AT END SET END-OF-TRANS TO TRUE
        END-READ
    END-PERFORM
    CLOSE WORK-ORDER-TRANS
    IF OPERATOR-MASTER-ON-FILE
        CLOSE OPERATOR-MASTER
    END-IF

    PERFORM REWRITE-WORK-ORDERS

    MOVE WS-OPENED-COUNT TO WS-OPENED-DISP
    MOVE WS-STARTED-COUNT TO WS-STARTED-DISP
    MOVE WS-CLOSED-COUNT TO WS-CLOSED-DISP
    MOVE WS-UPDATED-COUNT TO WS-UPDATED-DISP
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
    DISPLAY "WORK ORDERS OPENED: " WS-OPENED-DISP
    DISPLAY "WORK ORDERS STARTED: " WS-STARTED-DISP
    DISPLAY "WORK ORDERS CLOSED: " WS-CLOSED-DISP
    DISPLAY "WORK ORDERS UPDATED: " WS-UPDATED-DISP
    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-DISP
    IF WS-REJECTED-COUNT > 0
        MOVE RC-WARNING TO RETURN-CODE
    END-IF
STOP RUN.

*> Pull the whole work-order file into the working table, noting the
*> highest order number for the next open. A missing file just means
*> no orders yet.
LOAD-WORK-ORDERS.
    OPEN INPUT WORK-ORDERS
    IF WS-WORDERS-STATUS = "00"
        PERFORM UNTIL WS-WORDERS-STATUS NOT = "00"
            READ WORK-ORDERS INTO WORK-ORDER-DETAIL
                AT END MOVE "10" TO WS-WORDERS-STATUS
            END-READ
            IF WS-WORDERS-STATUS = "00"
                ADD 1 TO WS-ORDER-TOTAL
                IF WS-ORDER-TOTAL > WS-MAX-WORK-ORDERS
                    DISPLAY "WORK-ORDER FILE EXCEEDS CAPACITY OF "
                        WS-MAX-WORK-ORDERS " ROWS"
                    MOVE RC-CAPACITY TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WORK-ORDER-DETAIL TO WORK-ORDER-ROW(WS-ORDER-TOTAL)
                IF WO-ORDER-NO > WS-LAST-ORDER-NO
                    MOVE WO-ORDER-NO TO WS-LAST-ORDER-NO
                END-IF
            END-IF
        END-PERFORM
        CLOSE WORK-ORDERS
    END-IF.

*> Opened for keyed lookup only; OPERMNT is the one program that
*> writes it. With no operator master on file nobody is authorized.
OPEN-OPERATOR-MASTER.
    OPEN INPUT OPERATOR-MASTER
    IF WS-OPERATOR-STATUS = "00"
        SET OPERATOR-MASTER-ON-FILE TO TRUE
    ELSE
        IF WS-OPERATOR-STATUS NOT = "35"
            DISPLAY "UNABLE TO OPEN OPERATOR-MASTER, FILE STATUS=" WS-OPERATOR-STATUS
            MOVE RC-OPEN-FAILURE TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

*> The operator must be named, on file, active, and hold the
*> authority the caller asked for. The reason for a refusal is left
*> in WS-AUTH-REJECT-REASON; spaces there means go ahead.
CHECK-OPERATOR-AUTHORITY.
    MOVE SPACES TO WS-AUTH-REJECT-REASON
    IF WS-AUTH-OPERATOR-ID = SPACES
        MOVE "NO OPERATOR ID" TO WS-AUTH-REJECT-REASON
    ELSE
        IF NOT OPERATOR-MASTER-ON-FILE
            MOVE "NO OPERATOR MASTER ON FILE" TO WS-AUTH-REJECT-REASON
        ELSE
            MOVE WS-AUTH-OPERATOR-ID TO OPR-OPERATOR-ID
            READ OPERATOR-MASTER
                INVALID KEY CONTINUE
            END-READ
            IF WS-OPERATOR-STATUS = "23"
                MOVE "UNKNOWN OPERATOR" TO WS-AUTH-REJECT-REASON
            ELSE
                IF WS-OPERATOR-STATUS NOT = "00"
                    DISPLAY "UNABLE TO READ OPERATOR-MASTER, FILE STATUS=" WS-OPERATOR-STATUS
                    MOVE RC-OPEN-FAILURE TO RETURN-CODE
                    STOP RUN
                END-IF
                IF NOT OPR-ACTIVE
                    MOVE "OPERATOR REVOKED" TO WS-AUTH-REJECT-REASON
                ELSE
                    EVALUATE TRUE
                        WHEN AUTH-ACK-ALERTS
                                AND NOT OPR-MAY-ACK-ALERTS
                            MOVE "NOT AUTHORIZED TO ACK ALERTS"
                                TO WS-AUTH-REJECT-REASON
                        WHEN AUTH-REPAIR-EXCEPTIONS
                                AND NOT OPR-MAY-REPAIR-EXCEPTIONS
                            MOVE "NOT AUTHORIZED TO REPAIR"
                                TO WS-AUTH-REJECT-REASON
                        WHEN AUTH-DECIDE-CONFLICTS
                                AND NOT OPR-MAY-DECIDE-CONFLICTS
                            MOVE "NOT AUTHORIZED TO DECIDE"
                                TO WS-AUTH-REJECT-REASON
                        WHEN AUTH-MAINTAIN-REGISTRY
                                AND NOT OPR-MAY-MAINTAIN-REGISTRY
                            MOVE "NOT AUTHORIZED FOR REGISTRY"
                                TO WS-AUTH-REJECT-REASON
                    END-EVALUATE
                END-IF
            END-IF
        END-IF
    END-IF.

*> Check the operator, then route the transaction by its action
*> code. Each action leaves WS-REJECT-REASON set when it refuses the
*> transaction, and the refusal is reported here in one place.
APPLY-ONE-TRANS.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE WOT-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
    SET AUTH-MAINTAIN-REGISTRY TO TRUE
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT OPERATOR-AUTHORIZED
        MOVE SPACES TO WS-REJECT-REASON
        STRING "OPERATOR " WOT-OPERATOR-ID ": "
            WS-AUTH-REJECT-REASON DELIMITED BY SIZE
            INTO WS-REJECT-REASON
    ELSE
        EVALUATE TRUE
            WHEN WOT-OPEN-ORDER
                PERFORM OPEN-NEW-ORDER
            WHEN WOT-START-WORK
                PERFORM START-ORDER-WORK
            WHEN WOT-CLOSE-ORDER
                PERFORM CLOSE-ORDER
            WHEN WOT-UPDATE-ORDER
                PERFORM UPDATE-ORDER
            WHEN OTHER
                MOVE SPACES TO WS-REJECT-REASON
                STRING "UNKNOWN ACTION " WOT-ACTION
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
        END-EVALUATE
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        DISPLAY "TRANSACTION " WS-TRANS-COUNT " REJECTED: "
            WS-REJECT-REASON
        ADD 1 TO WS-REJECTED-COUNT
    END-IF.

*> A new order needs a head, a reason, and a sensible planned window
*> (either end may be left blank). One head carries at most one
*> order not yet closed, so the batch never has two windows to
*> weigh against each other.
OPEN-NEW-ORDER.
    IF WOT-SENSOR-ID = SPACES
        MOVE "NO SENSOR ID" TO WS-REJECT-REASON
    ELSE
        IF WOT-REASON = SPACES
            MOVE "NO REASON GIVEN" TO WS-REJECT-REASON
        ELSE
            PERFORM EDIT-PLANNED-WINDOW
        END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM VARYING IDX FROM 1 BY 1
                UNTIL IDX > WS-ORDER-TOTAL OR WS-REJECT-REASON NOT = SPACES
            MOVE WORK-ORDER-ROW(IDX) TO WORK-ORDER-DETAIL
            IF WO-SENSOR-ID = WOT-SENSOR-ID AND NOT WO-CLOSED
                STRING "SENSOR ALREADY HAS ORDER " WO-ORDER-NO
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
            END-IF
        END-PERFORM
    END-IF
    IF WS-REJECT-REASON = SPACES
        ADD 1 TO WS-ORDER-TOTAL
        IF WS-ORDER-TOTAL > WS-MAX-WORK-ORDERS
            DISPLAY "WORK-ORDER FILE EXCEEDS CAPACITY OF "
                WS-MAX-WORK-ORDERS " ROWS"
            MOVE RC-CAPACITY TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-LAST-ORDER-NO
        MOVE SPACES TO WORK-ORDER-DETAIL
        MOVE WS-LAST-ORDER-NO TO WO-ORDER-NO
        MOVE WOT-SENSOR-ID TO WO-SENSOR-ID
        SET WO-MANUAL TO TRUE
        MOVE WOT-REASON TO WO-REASON
        MOVE WOT-PLANNED-FROM TO WO-PLANNED-FROM
        MOVE WOT-PLANNED-TO TO WO-PLANNED-TO
        SET WO-OPEN TO TRUE
        MOVE WS-TODAY TO WO-OPENED-DATE
        MOVE WOT-OPERATOR-ID TO WO-OPERATOR-ID
        MOVE WORK-ORDER-DETAIL TO WORK-ORDER-ROW(WS-ORDER-TOTAL)
        ADD 1 TO WS-OPENED-COUNT
        DISPLAY "WORK ORDER " WO-ORDER-NO " OPENED FOR SENSOR "
            WO-SENSOR-ID
    END-IF.

*> Work starting is the head coming out of service: the order moves
*> to in progress and the day is kept as the start of the outage.
START-ORDER-WORK.
    PERFORM FIND-ORDER
    IF WS-REJECT-REASON = SPACES
        IF NOT WO-OPEN
            MOVE "ORDER IS NOT OPEN" TO WS-REJECT-REASON
        ELSE
            PERFORM EDIT-ACTION-DATE
        END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
        SET WO-IN-PROGRESS TO TRUE
        MOVE WS-ACTION-DATE TO WO-STARTED-DATE
        MOVE WOT-OPERATOR-ID TO WO-OPERATOR-ID
        MOVE WORK-ORDER-DETAIL TO WORK-ORDER-ROW(WS-ORDER-IDX)
        ADD 1 TO WS-STARTED-COUNT
    END-IF.

*> Closing needs a disposition. An order closed without work ever
*> being started had no outage of its own, unless its planned window
*> had already begun - the batch honoured that window as out of
*> service at the time, so its start is taken as the outage start
*> and, when the window had already ended before the close, its end
*> as the outage end, so the history stays the way the batch saw it:
*> the head was back in service and processed after the window.
CLOSE-ORDER.
    PERFORM FIND-ORDER
    IF WS-REJECT-REASON = SPACES
        IF WO-CLOSED
            MOVE "ORDER IS ALREADY CLOSED" TO WS-REJECT-REASON
        ELSE
            IF WOT-DISPOSITION = SPACES
                MOVE "NO CLOSING DISPOSITION" TO WS-REJECT-REASON
            ELSE
                PERFORM EDIT-ACTION-DATE
            END-IF
        END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
        MOVE WS-ACTION-DATE TO WS-OUTAGE-END
        IF WO-OPEN AND WO-PLANNED-FROM NOT = SPACES
                AND WO-PLANNED-FROM NOT > WS-ACTION-DATE
            MOVE WO-PLANNED-FROM TO WO-STARTED-DATE
            IF WO-PLANNED-TO NOT = SPACES
                    AND WO-PLANNED-TO < WS-ACTION-DATE
                MOVE WO-PLANNED-TO TO WS-OUTAGE-END
            END-IF
        END-IF
        IF WO-STARTED-DATE NOT = SPACES
                AND WS-ACTION-DATE < WO-STARTED-DATE
            MOVE "CLOSE DATE BEFORE WORK STARTED" TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
        SET WO-CLOSED TO TRUE
        MOVE WS-OUTAGE-END TO WO-CLOSED-DATE
        MOVE WOT-DISPOSITION TO WO-DISPOSITION
        MOVE WOT-OPERATOR-ID TO WO-OPERATOR-ID
        MOVE WORK-ORDER-DETAIL TO WORK-ORDER-ROW(WS-ORDER-IDX)
        ADD 1 TO WS-CLOSED-COUNT
    END-IF.

*> Replace the reason and planned dates that were filled in on an
*> order still open or in progress; a closed order is history.
UPDATE-ORDER.
    PERFORM FIND-ORDER
    IF WS-REJECT-REASON = SPACES
        IF WO-CLOSED
            MOVE "ORDER IS CLOSED" TO WS-REJECT-REASON
        ELSE
            IF WOT-PLANNED-FROM = SPACES
                MOVE WO-PLANNED-FROM TO WOT-PLANNED-FROM
            END-IF
            IF WOT-PLANNED-TO = SPACES
                MOVE WO-PLANNED-TO TO WOT-PLANNED-TO
            END-IF
            PERFORM EDIT-PLANNED-WINDOW
        END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
        IF WOT-REASON NOT = SPACES
            MOVE WOT-REASON TO WO-REASON
        END-IF
        MOVE WOT-PLANNED-FROM TO WO-PLANNED-FROM
        MOVE WOT-PLANNED-TO TO WO-PLANNED-TO
        MOVE WOT-OPERATOR-ID TO WO-OPERATOR-ID
        MOVE WORK-ORDER-DETAIL TO WORK-ORDER-ROW(WS-ORDER-IDX)
        ADD 1 TO WS-UPDATED-COUNT
    END-IF.

*> Locate the transaction's order by number and leave it in
*> WORK-ORDER-DETAIL, its slot in WS-ORDER-IDX.
FIND-ORDER.
    MOVE 0 TO WS-ORDER-IDX
    PERFORM VARYING IDX FROM 1 BY 1
            UNTIL IDX > WS-ORDER-TOTAL OR WS-ORDER-IDX > 0
        MOVE WORK-ORDER-ROW(IDX) TO WORK-ORDER-DETAIL
        IF WO-ORDER-NO = WOT-ORDER-NO
            MOVE IDX TO WS-ORDER-IDX
        END-IF
    END-PERFORM
    IF WS-ORDER-IDX = 0
        STRING "ORDER " WOT-ORDER-NO " NOT ON FILE"
            DELIMITED BY SIZE INTO WS-REJECT-REASON
    ELSE
        MOVE WORK-ORDER-ROW(WS-ORDER-IDX) TO WORK-ORDER-DETAIL
    END-IF.

*> Either planned date may be blank; a filled-in one must be a real
*> YYYYMMDD, and the window may not end before it begins.
EDIT-PLANNED-WINDOW.
    MOVE WOT-PLANNED-FROM TO WS-EDIT-DATE
    PERFORM EDIT-ONE-DATE
    IF NOT DATE-VALID
        MOVE "PLANNED FROM DATE IS NOT YYYYMMDD" TO WS-REJECT-REASON
    ELSE
        MOVE WOT-PLANNED-TO TO WS-EDIT-DATE
        PERFORM EDIT-ONE-DATE
        IF NOT DATE-VALID
            MOVE "PLANNED TO DATE IS NOT YYYYMMDD" TO WS-REJECT-REASON
        ELSE
            IF WOT-PLANNED-FROM NOT = SPACES
                    AND WOT-PLANNED-TO NOT = SPACES
                    AND WOT-PLANNED-TO < WOT-PLANNED-FROM
                MOVE "PLANNED WINDOW ENDS BEFORE IT BEGINS"
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.

*> The day a start or close took effect: the transaction's date when
*> given, today otherwise.
EDIT-ACTION-DATE.
    IF WOT-DATE = SPACES
        MOVE WS-TODAY TO WS-ACTION-DATE
    ELSE
        MOVE WOT-DATE TO WS-EDIT-DATE
        PERFORM EDIT-ONE-DATE
        IF DATE-VALID
            MOVE WOT-DATE TO WS-ACTION-DATE
        ELSE
            MOVE "DATE IS NOT YYYYMMDD" TO WS-REJECT-REASON
        END-IF
    END-IF.

*> A date keyed in must be a real calendar day, not just eight
*> digits: every out-of-service check compares against it and WOOPEN
*> counts days down from it. The calendar test only runs once the
*> field is known to be numeric.
EDIT-ONE-DATE.
    MOVE "Y" TO WS-DATE-VALID
    IF WS-EDIT-DATE NOT = SPACES
        IF WS-EDIT-DATE NOT NUMERIC OR WS-EDIT-DATE = "00000000"
            MOVE "N" TO WS-DATE-VALID
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-EDIT-DATE))
                    NOT = 0
                MOVE "N" TO WS-DATE-VALID
            END-IF
        END-IF
    END-IF.

*> Put the orders back on disk, rewritten whole in the order they
*> were read with this run's new orders after them.
REWRITE-WORK-ORDERS.
    OPEN OUTPUT WORK-ORDERS
    IF WS-WORDERS-STATUS NOT = "00"
        DISPLAY "UNABLE TO REWRITE WORK-ORDERS, FILE STATUS=" WS-WORDERS-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-ORDER-TOTAL
        MOVE WORK-ORDER-ROW(IDX) TO WORK-ORDER-RECORD
        WRITE WORK-ORDER-RECORD
    END-PERFORM
    CLOSE WORK-ORDERS.
