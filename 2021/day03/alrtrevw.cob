    COPY "alrtsel.cpy".
    COPY "aacksel.cpy".
    COPY "arvwsel.cpy".
    COPY "opersel.cpy".
    COPY "audtsel.cpy".
    COPY "wordsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "alrtfd.cpy".
    COPY "aackfd.cpy".
    COPY "arvwfd.cpy".
    COPY "operfd.cpy".
    COPY "audtfd.cpy".
    COPY "wordfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "alrtws.cpy".
    COPY "aackws.cpy".
    COPY "arvwws.cpy".
    COPY "operws.cpy".
    COPY "audtws.cpy".
    COPY "wordws.cpy".
    *> The whole alert file is held in memory so acknowledged rows can
    *> be flagged in place and the file rewritten once at the end,
    *> the same way EXCREPR handles the exception log.
    78 WS-MAX-ACKS VALUE 1000.
    78 WS-MAX-FIGURES VALUE 50.
    01 ALERT-TABLE.
        02 ALERT-ROW PIC X(146) OCCURS WS-MAX-ALERTS TIMES
            VALUE SPACES.
    01 ACK-TABLE.
        02 ACK-ROW PIC X(36) OCCURS WS-MAX-ACKS TIMES
            VALUE SPACES.
    *> Acknowledgments refused on operator authority never reach the
    *> matching; they are kept with the reason for the report.
    01 REJECT-TABLE.
        02 REJECT-ENTRY OCCURS WS-MAX-ACKS TIMES.
            03 REJ-ACK-ROW PIC X(36) VALUE SPACES.
            03 REJ-REASON PIC X(30) VALUE SPACES.
    01 WS-ACK-USED-FLAGS.
        02 WS-ACK-USED PIC X(1) OCCURS WS-MAX-ACKS TIMES
            VALUE "N".
            03 FIG-FIRST-RUN PIC 9(9) VALUE 0.
            03 FIG-LAST-RUN PIC 9(9) VALUE 0.
            03 FIG-RUN-COUNT PIC 9(4) VALUE 0.
            03 FIG-LAST-STATUS PIC X(1) VALUE SPACE.
    *> The work-order file, held so a repeat offender's sensor can be
    *> checked for an order already open before another is proposed.
    01 WORK-ORDER-TABLE.
        02 WORK-ORDER-ROW PIC X(108) OCCURS WS-MAX-WORK-ORDERS TIMES
            VALUE SPACES.
    01 WS-ORDER-TOTAL PIC 9(9) VALUE 0.
    01 WS-LAST-ORDER-NO PIC 9(6) VALUE 0.
    01 WO-IDX PIC 9(9).
    01 WS-ORDER-FLAG PIC X(1) VALUE "N".
        88 ORDER-ALREADY-OPEN VALUE "Y".
    01 WS-RUN-SENSOR PIC X(8) VALUE SPACES.
    01 WS-PROPOSED-COUNT PIC 9(9) VALUE 0.
    01 WS-ALERT-TOTAL PIC 9(9) VALUE 0.
    01 WS-ACK-TOTAL PIC 9(9) VALUE 0.
    01 WS-OPEN-COUNT PIC 9(9) VALUE 0.
    01 WS-ACKED-COUNT PIC 9(9) VALUE 0.
    01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
    01 WS-UNMATCHED-COUNT PIC 9(9) VALUE 0.
    01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
    01 WS-AGED-COUNT PIC 9(9) VALUE 0.
    01 WS-REPEAT-COUNT PIC 9(9) VALUE 0.
    01 IDX PIC 9(9).
    01 WS-OPEN-DISP PIC Z(8)9.
    01 WS-APPLIED-DISP PIC Z(8)9.
    01 WS-UNMATCHED-DISP PIC Z(8)9.
    01 WS-REJECTED-DISP PIC Z(8)9.
    01 WS-AGED-DISP PIC Z(8)9.
    01 WS-PROPOSED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Review-and-acknowledge pass over the cumulative alert file,
    *> the way EXCREPR pairs with the exception log. Operator
    *> acknowledgments close their alerts with initials and a
    *> disposition code, under the id of an operator authorized on
    *> OPERATOR-MASTER to acknowledge alerts; the review report then lists what is still
    *> open by severity, flags figures alerting on consecutive runs,
    *> and ages anything unacknowledged past the threshold - a
    *> CRITICAL alert nobody has looked at in a week is exactly what
    *> this report exists to surface. A repeat offender whose latest
    *> alert is still open proposes a work order against its sensor.
    PARA.
    PERFORM LOAD-ALERTS
    IF WS-ALERT-TOTAL = 0
        DISPLAY "NO ALERTS ON FILE, NOTHING TO REVIEW"
        STOP RUN
    END-IF
    PERFORM LOAD-WORK-ORDERS

    PERFORM LOAD-ACKS
    IF WS-ACK-TOTAL > 0
                    SET ALERT-ACKED TO TRUE
                    MOVE AAK-INITIALS TO ALERT-ACK-INITIALS
                    MOVE AAK-DISPOSITION TO ALERT-ACK-DISPOSITION
                    MOVE AAK-OPERATOR-ID TO ALERT-ACK-OPERATOR
                    MOVE ALERT-DETAIL TO ALERT-ROW(IDX)
                    ADD 1 TO WS-APPLIED-COUNT
                END-IF
    MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISP
    MOVE WS-UNMATCHED-COUNT TO WS-UNMATCHED-DISP
    MOVE WS-AGED-COUNT TO WS-AGED-DISP
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
    DISPLAY "ALERTS ACKNOWLEDGED THIS PASS: " WS-APPLIED-DISP
    DISPLAY "ALERTS STILL OPEN: " WS-OPEN-DISP
    DISPLAY "ACKNOWLEDGMENTS WITHOUT A MATCH: " WS-UNMATCHED-DISP
    DISPLAY "ACKNOWLEDGMENTS REJECTED ON OPERATOR: " WS-REJECTED-DISP
    DISPLAY "OPEN ALERTS AGED PAST " WS-AGING-THRESHOLD-DAYS
        " DAYS: " WS-AGED-DISP
    MOVE WS-PROPOSED-COUNT TO WS-PROPOSED-DISP
    DISPLAY "WORK ORDERS PROPOSED: " WS-PROPOSED-DISP
    IF AGED-CRITICAL-OPEN
        *> An aged unacknowledged CRITICAL ends the job with the
        *> alert return code so the scheduler can page on it.
        MOVE RC-ALERT TO RETURN-CODE
    ELSE
        IF WS-UNMATCHED-COUNT > 0 OR WS-REJECTED-COUNT > 0
            MOVE RC-WARNING TO RETURN-CODE
        END-IF
    END-IF
STOP RUN.

*> Pull the whole work-order file into the working table, noting the
*> highest order number for any proposal. A missing file just means
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

*> Pull the whole alert file into the working table. A missing file
*> just means there is nothing to review.
LOAD-ALERTS.
    END-IF.

*> Pull the operator's acknowledgments into the working table. A
*> missing file means review-only mode. Each acknowledgment's
*> operator is checked as it is read; a refused one is set aside
*> with its reason and never matched against an alert.
LOAD-ACKS.
    OPEN INPUT ALERT-ACKS
    IF WS-ACKS-STATUS = "00"
        PERFORM OPEN-OPERATOR-MASTER
        PERFORM UNTIL WS-ACKS-STATUS NOT = "00"
            READ ALERT-ACKS INTO ACK-DETAIL
                AT END MOVE "10" TO WS-ACKS-STATUS
            END-READ
            IF WS-ACKS-STATUS = "00"
                MOVE AAK-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
                SET AUTH-ACK-ALERTS TO TRUE
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF OPERATOR-AUTHORIZED
                    ADD 1 TO WS-ACK-TOTAL
                    IF WS-ACK-TOTAL > WS-MAX-ACKS
                        DISPLAY "ACKNOWLEDGMENT FILE EXCEEDS CAPACITY OF "
                            WS-MAX-ACKS " ROWS"
                        MOVE RC-CAPACITY TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE ACK-DETAIL TO ACK-ROW(WS-ACK-TOTAL)
                ELSE
                    ADD 1 TO WS-REJECTED-COUNT
                    IF WS-REJECTED-COUNT > WS-MAX-ACKS
                        DISPLAY "ACKNOWLEDGMENT FILE EXCEEDS CAPACITY OF "
                            WS-MAX-ACKS " ROWS"
                        MOVE RC-CAPACITY TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE ACK-DETAIL TO REJ-ACK-ROW(WS-REJECTED-COUNT)
                    MOVE WS-AUTH-REJECT-REASON
                        TO REJ-REASON(WS-REJECTED-COUNT)
                END-IF
            END-IF
        END-PERFORM
        CLOSE ALERT-ACKS
        IF OPERATOR-MASTER-ON-FILE
            CLOSE OPERATOR-MASTER
        END-IF
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

*> Match one open alert against the acknowledgments by run id and

*> The review report: open alerts grouped by severity (CRITICAL
*> first - that is the page someone should read before anything
*> else), then the repeat offenders, then the aging section, then
*> any acknowledgments refused on operator authority.
WRITE-REVIEW-REPORT.
    OPEN OUTPUT ALERT-REVIEW
    IF WS-REVIEW-STATUS NOT = "00"
    WRITE REVIEW-RECORD
    PERFORM WRITE-AGING-SECTION

    MOVE SPACES TO REVIEW-RECORD
    WRITE REVIEW-RECORD
    MOVE "ACKNOWLEDGMENTS REFUSED ON OPERATOR AUTHORITY"
        TO ARV-SECTION-TITLE
    MOVE REVIEW-SECTION-LINE TO REVIEW-RECORD
    WRITE REVIEW-RECORD
    PERFORM WRITE-REJECTED-ACKS

    MOVE WS-OPEN-COUNT TO ARV-T-OPEN
    MOVE WS-ACKED-COUNT TO ARV-T-ACKED
    MOVE WS-AGED-COUNT TO ARV-T-AGED
            MOVE ALERT-RUN-ID TO FIG-FIRST-RUN(WS-FIG-SLOT)
            MOVE ALERT-RUN-ID TO FIG-LAST-RUN(WS-FIG-SLOT)
            MOVE 1 TO FIG-RUN-COUNT(WS-FIG-SLOT)
            MOVE ALERT-ACK-STATUS TO FIG-LAST-STATUS(WS-FIG-SLOT)
        ELSE
            IF ALERT-RUN-ID = FIG-LAST-RUN(WS-FIG-SLOT) + 1
                MOVE ALERT-RUN-ID TO FIG-LAST-RUN(WS-FIG-SLOT)
                ADD 1 TO FIG-RUN-COUNT(WS-FIG-SLOT)
                MOVE ALERT-ACK-STATUS TO FIG-LAST-STATUS(WS-FIG-SLOT)
            ELSE
                IF ALERT-RUN-ID NOT = FIG-LAST-RUN(WS-FIG-SLOT)
                    PERFORM REPORT-FIGURE-STREAK
                    MOVE ALERT-RUN-ID TO FIG-FIRST-RUN(WS-FIG-SLOT)
                    MOVE ALERT-RUN-ID TO FIG-LAST-RUN(WS-FIG-SLOT)
                    MOVE 1 TO FIG-RUN-COUNT(WS-FIG-SLOT)
                    MOVE ALERT-ACK-STATUS
                        TO FIG-LAST-STATUS(WS-FIG-SLOT)
                END-IF
            END-IF
        END-IF
        MOVE REVIEW-REPEAT-LINE TO REVIEW-RECORD
        WRITE REVIEW-RECORD
        ADD 1 TO WS-REPEAT-COUNT
        IF FIG-LAST-STATUS(WS-FIG-SLOT) = "O"
                OR FIG-LAST-STATUS(WS-FIG-SLOT) = SPACE
            PERFORM PROPOSE-WORK-ORDER
        END-IF
    END-IF.

*> A repeat offender nobody has acknowledged yet is a head that
*> wants looking at: the sensor that raised the streak's latest
*> alert is found through its run on the job audit, and a work order
*> is proposed against it unless one is already open or in progress
*> there. The proposal is appended to the work-order file open, with
*> no planned window, for an operator to take up or close through
*> WORKORD. Acknowledging the alert is what stops the proposal
*> coming back once that order is closed.
PROPOSE-WORK-ORDER.
    PERFORM FIND-RUN-SENSOR
    MOVE SPACES TO ARV-O-TEXT
    IF WS-RUN-SENSOR = SPACES
        STRING "NO SENSOR ON FILE FOR RUN " FIG-LAST-RUN(WS-FIG-SLOT)
            ", NO WORK ORDER PROPOSED" DELIMITED BY SIZE
            INTO ARV-O-TEXT
    ELSE
        MOVE "N" TO WS-ORDER-FLAG
        PERFORM VARYING WO-IDX FROM 1 BY 1
                UNTIL WO-IDX > WS-ORDER-TOTAL OR ORDER-ALREADY-OPEN
            MOVE WORK-ORDER-ROW(WO-IDX) TO WORK-ORDER-DETAIL
            IF WO-SENSOR-ID = WS-RUN-SENSOR AND NOT WO-CLOSED
                SET ORDER-ALREADY-OPEN TO TRUE
            END-IF
        END-PERFORM
        IF ORDER-ALREADY-OPEN
            STRING "WORK ORDER " WO-ORDER-NO " ALREADY OPEN ON SENSOR "
                WS-RUN-SENSOR DELIMITED BY SIZE INTO ARV-O-TEXT
        ELSE
            PERFORM APPEND-PROPOSED-ORDER
            STRING "WORK ORDER " WO-ORDER-NO " PROPOSED FOR SENSOR "
                WS-RUN-SENSOR DELIMITED BY SIZE INTO ARV-O-TEXT
            DISPLAY "WORK ORDER " WO-ORDER-NO " PROPOSED FOR SENSOR "
                WO-SENSOR-ID ": " WO-REASON
        END-IF
    END-IF
    MOVE REVIEW-ORDER-LINE TO REVIEW-RECORD
    WRITE REVIEW-RECORD.

*> The sensor a run belongs to, from COMBINED's fleet row for it on
*> the job audit; spaces when the run isn't a fleet sensor's (or the
*> row predates the sensor id).
FIND-RUN-SENSOR.
    MOVE SPACES TO WS-RUN-SENSOR
    OPEN INPUT JOB-AUDIT
    IF WS-AUDIT-STATUS = "00"
        PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
            READ JOB-AUDIT INTO AUDIT-DETAIL
                AT END MOVE "10" TO WS-AUDIT-STATUS
            END-READ
            IF WS-AUDIT-STATUS = "00" AND AUD-PROGRAM = "COMBINED"
                    AND AUD-RUN-ID = FIG-LAST-RUN(WS-FIG-SLOT)
                    AND AUD-SENSOR-ID NOT = SPACES
                MOVE AUD-SENSOR-ID TO WS-RUN-SENSOR
            END-IF
        END-PERFORM
        CLOSE JOB-AUDIT
    END-IF.

*> Number the proposal past the highest order on file, keep it in
*> the table so a second streak on the same sensor finds it, and
*> append it to the work-order file.
APPEND-PROPOSED-ORDER.
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
    MOVE WS-RUN-SENSOR TO WO-SENSOR-ID
    SET WO-FROM-ALERTS TO TRUE
    STRING "REPEAT OFFENDER: " FIG-NAME(WS-FIG-SLOT)
        DELIMITED BY SIZE INTO WO-REASON
    SET WO-OPEN TO TRUE
    MOVE WS-TODAY-STAMP(1:8) TO WO-OPENED-DATE
    MOVE WORK-ORDER-DETAIL TO WORK-ORDER-ROW(WS-ORDER-TOTAL)
    OPEN EXTEND WORK-ORDERS
    IF WS-WORDERS-STATUS = "35"
        *> No work orders yet on this dive; create the file.
        OPEN OUTPUT WORK-ORDERS
    END-IF
    IF WS-WORDERS-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN WORK-ORDERS, FILE STATUS=" WS-WORDERS-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WORK-ORDER-DETAIL TO WORK-ORDER-RECORD
    WRITE WORK-ORDER-RECORD
    CLOSE WORK-ORDERS
    ADD 1 TO WS-PROPOSED-COUNT.

*> Age every open alert against today; anything past the threshold
*> is listed, and an aged CRITICAL is remembered for the return
*> code. An unreadable alert date can't be aged and is skipped.
            END-IF
        END-IF
    END-PERFORM.

*> Every acknowledgment set aside on operator authority, with the
*> reason; the alerts they named are still open above.
WRITE-REJECTED-ACKS.
    PERFORM VARYING ACK-IDX FROM 1 BY 1
            UNTIL ACK-IDX > WS-REJECTED-COUNT
        MOVE REJ-ACK-ROW(ACK-IDX) TO ACK-DETAIL
        MOVE AAK-RUN-ID TO ARV-J-RUN-ID
        MOVE AAK-FIGURE TO ARV-J-FIGURE
        MOVE AAK-OPERATOR-ID TO ARV-J-OPERATOR
        MOVE REJ-REASON(ACK-IDX) TO ARV-J-REASON
        MOVE REVIEW-REJECT-LINE TO REVIEW-RECORD
        WRITE REVIEW-RECORD
    END-PERFORM.
