IDENTIFICATION DIVISION.
PROGRAM-ID. WOOPEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "wordsel.cpy".
    COPY "worpsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "wordfd.cpy".
    COPY "worpfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "wordws.cpy".
    COPY "worpws.cpy".
    01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.
    01 WS-TODAY PIC X(8) VALUE SPACES.
    01 WS-TODAY-INT PIC 9(9) VALUE 0.
    01 WS-DOWN-SINCE PIC X(8) VALUE SPACES.
    01 WS-DOWN-INT PIC 9(9) VALUE 0.
    01 WS-DAYS-DOWN PIC 9(9) VALUE 0.
    01 WS-DATE-WORK PIC 9(8) VALUE 0.
    01 WS-OPEN-COUNT PIC 9(9) VALUE 0.
    01 WS-IN-PROGRESS-COUNT PIC 9(9) VALUE 0.
    01 WS-DOWN-COUNT PIC 9(9) VALUE 0.
    01 WS-OVERDUE-COUNT PIC 9(9) VALUE 0.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-OPEN-DISP PIC Z(8)9.
    01 WS-IN-PROGRESS-DISP PIC Z(8)9.
    01 WS-DOWN-DISP PIC Z(8)9.
    01 WS-OVERDUE-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Open work-order report: every order not yet closed, whether an
    *> operator has taken it up or it is still a proposal from
    *> ALRTREVW or SCORECRD, with its planned window and, once its
    *> head is out of service, the day it went down and how many days
    *> it has been down. An order still running past its planned
    *> return date is flagged overdue, and any overdue order ends the
    *> run with the warning return code so the morning run sheet
    *> shows it.
    PARA.
    OPEN OUTPUT OPEN-ORDERS-REPORT
    IF WS-WORPT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN OPEN-WORK-ORDERS, FILE STATUS=" WS-WORPT-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
    MOVE WS-TODAY-STAMP TO WOR-STAMP
    MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY
    COMPUTE WS-DATE-WORK = FUNCTION NUMVAL(WS-TODAY)
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
    MOVE OPEN-ORDERS-HEADING-1 TO OPEN-ORDERS-RECORD
    WRITE OPEN-ORDERS-RECORD
    MOVE SPACES TO OPEN-ORDERS-RECORD
    WRITE OPEN-ORDERS-RECORD
    MOVE OPEN-ORDERS-COLUMN-HEADS TO OPEN-ORDERS-RECORD
    WRITE OPEN-ORDERS-RECORD

    *> A missing work-order file just means nothing has ever been
    *> opened; the report still goes out, saying so.
    OPEN INPUT WORK-ORDERS
    IF WS-WORDERS-STATUS NOT = "00" AND WS-WORDERS-STATUS NOT = "35"
        DISPLAY "UNABLE TO OPEN WORK-ORDERS, FILE STATUS=" WS-WORDERS-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-WORDERS-STATUS = "00"
        PERFORM UNTIL WS-WORDERS-STATUS NOT = "00"
            READ WORK-ORDERS INTO WORK-ORDER-DETAIL
                AT END MOVE "10" TO WS-WORDERS-STATUS
            END-READ
            IF WS-WORDERS-STATUS = "00" AND NOT WO-CLOSED
                PERFORM REPORT-ONE-ORDER
            END-IF
        END-PERFORM
        CLOSE WORK-ORDERS
    END-IF

    IF WS-OPEN-COUNT + WS-IN-PROGRESS-COUNT = 0
        MOVE "NO WORK ORDERS OPEN" TO WOR-N-TEXT
        MOVE OPEN-ORDERS-NOTE-LINE TO OPEN-ORDERS-RECORD
        WRITE OPEN-ORDERS-RECORD
    END-IF

    MOVE WS-OPEN-COUNT TO WOR-F-OPEN
    MOVE WS-IN-PROGRESS-COUNT TO WOR-F-IN-PROGRESS
    MOVE WS-DOWN-COUNT TO WOR-F-DOWN
    MOVE WS-OVERDUE-COUNT TO WOR-F-OVERDUE
    MOVE SPACES TO OPEN-ORDERS-RECORD
    WRITE OPEN-ORDERS-RECORD
    MOVE OPEN-ORDERS-FOOTER-LINE TO OPEN-ORDERS-RECORD
    WRITE OPEN-ORDERS-RECORD
    CLOSE OPEN-ORDERS-REPORT

    MOVE WS-OPEN-COUNT TO WS-OPEN-DISP
    MOVE WS-IN-PROGRESS-COUNT TO WS-IN-PROGRESS-DISP
    MOVE WS-DOWN-COUNT TO WS-DOWN-DISP
    MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-DISP
    DISPLAY "WORK ORDERS OPEN: " WS-OPEN-DISP
    DISPLAY "WORK ORDERS IN PROGRESS: " WS-IN-PROGRESS-DISP
    DISPLAY "HEADS OUT OF SERVICE: " WS-DOWN-DISP
    DISPLAY "WORK ORDERS OVERDUE: " WS-OVERDUE-DISP
    IF WS-OVERDUE-COUNT > 0
        MOVE RC-WARNING TO RETURN-CODE
    END-IF
STOP RUN.

*> One line per order. The head counts as down today by the same
*> rule the batch uses, and it went down the day work started - or,
*> for an order not started yet, the day its planned window opened.
REPORT-ONE-ORDER.
    IF WO-IN-PROGRESS
        ADD 1 TO WS-IN-PROGRESS-COUNT
        MOVE "IN PROGRESS" TO WOR-D-STATE
    ELSE
        ADD 1 TO WS-OPEN-COUNT
        MOVE "OPEN" TO WOR-D-STATE
    END-IF
    EVALUATE TRUE
        WHEN WO-FROM-ALERTS
            MOVE "ALR" TO WOR-D-SOURCE
        WHEN WO-FROM-SCORECARD
            MOVE "SCR" TO WOR-D-SOURCE
        WHEN OTHER
            MOVE "MAN" TO WOR-D-SOURCE
    END-EVALUATE
    MOVE WO-ORDER-NO TO WOR-D-ORDER
    MOVE WO-SENSOR-ID TO WOR-D-SENSOR
    MOVE WO-PLANNED-FROM TO WOR-D-PLANNED-FROM
    MOVE WO-PLANNED-TO TO WOR-D-PLANNED-TO
    MOVE WO-REASON TO WOR-D-REASON
    MOVE SPACES TO WOR-D-DOWN-SINCE
    MOVE SPACES TO WOR-D-DAYS-DOWN
    MOVE SPACES TO WOR-D-FLAG

    MOVE WS-TODAY TO WS-WO-CHECK-DATE
    PERFORM CHECK-ORDER-OUT-OF-SERVICE
    IF WO-OUT-OF-SERVICE
        ADD 1 TO WS-DOWN-COUNT
        IF WO-IN-PROGRESS
            MOVE WO-STARTED-DATE TO WS-DOWN-SINCE
        ELSE
            MOVE WO-PLANNED-FROM TO WS-DOWN-SINCE
        END-IF
        COMPUTE WS-DATE-WORK = FUNCTION NUMVAL(WS-DOWN-SINCE)
        COMPUTE WS-DOWN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
        COMPUTE WS-DAYS-DOWN = WS-TODAY-INT - WS-DOWN-INT
        MOVE WS-DAYS-DOWN TO WOR-DAYS-EDIT
        MOVE WS-DOWN-SINCE TO WOR-D-DOWN-SINCE
        MOVE WOR-DAYS-EDIT TO WOR-D-DAYS-DOWN
    END-IF
    IF WO-PLANNED-TO NOT = SPACES AND WO-PLANNED-TO < WS-TODAY
        ADD 1 TO WS-OVERDUE-COUNT
        MOVE "  OVERDUE" TO WOR-D-FLAG
    END-IF
    MOVE OPEN-ORDERS-DETAIL-LINE TO OPEN-ORDERS-RECORD
    WRITE OPEN-ORDERS-RECORD.

*> Was the head under the order in WORK-ORDER-DETAIL out of service
*> on WS-WO-CHECK-DATE? See wordws.cpy for the rule.
CHECK-ORDER-OUT-OF-SERVICE.
    MOVE "N" TO WS-WO-SERVICE-FLAG
    EVALUATE TRUE
        WHEN WO-IN-PROGRESS
            IF WO-STARTED-DATE NOT > WS-WO-CHECK-DATE
                SET WO-OUT-OF-SERVICE TO TRUE
            END-IF
        WHEN WO-CLOSED
            IF WO-STARTED-DATE NOT = SPACES
                    AND WO-STARTED-DATE NOT > WS-WO-CHECK-DATE
                    AND WO-CLOSED-DATE NOT < WS-WO-CHECK-DATE
                SET WO-OUT-OF-SERVICE TO TRUE
            END-IF
        WHEN OTHER
            IF WO-PLANNED-FROM NOT = SPACES
                    AND WO-PLANNED-FROM NOT > WS-WO-CHECK-DATE
                    AND (WO-PLANNED-TO = SPACES
                        OR WO-PLANNED-TO NOT < WS-WO-CHECK-DATE)
                SET WO-OUT-OF-SERVICE TO TRUE
            END-IF
    END-EVALUATE.
