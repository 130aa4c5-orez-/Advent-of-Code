    COPY "excsel.cpy".
    COPY "corrsel.cpy".
    COPY "suplsel.cpy".
    COPY "opersel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "excfd.cpy".
    COPY "corrfd.cpy".
    COPY "suplfd.cpy".
    COPY "operfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "excws.cpy".
    COPY "corrws.cpy".
    COPY "operws.cpy".
    *> The whole exception log is held in memory so repaired rows can
    *> be flagged in place and the file rewritten once at the end.
    78 WS-MAX-EXCEPTIONS VALUE 10000.
    78 WS-MAX-CORRECTIONS VALUE 1000.
    01 EXCEPTION-TABLE.
        02 EXCEPTION-ROW PIC X(95) OCCURS WS-MAX-EXCEPTIONS TIMES
            VALUE SPACES.
    01 CORRECTION-TABLE.
        02 CORRECTION-ROW PIC X(90) OCCURS WS-MAX-CORRECTIONS TIMES
            VALUE SPACES.
    *> Corrected lines are banked here while matching, and only
    *> appended to the supplemental report after the exception log
    01 WS-PENDING-COUNT PIC 9(9) VALUE 0.
    01 WS-REPAIRED-COUNT PIC 9(9) VALUE 0.
    01 WS-UNMATCHED-COUNT PIC 9(9) VALUE 0.
    01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
    01 IDX PIC 9(9).
    01 CORR-IDX PIC 9(9).
    01 WS-MATCH-FOUND PIC X(1) VALUE "N".
    01 WS-PENDING-DISP PIC Z(8)9.
    01 WS-REPAIRED-DISP PIC Z(8)9.
    01 WS-UNMATCHED-DISP PIC Z(8)9.
    01 WS-REJECTED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Review-and-repair pass over the cumulative exception log. With
    *> for review; with corrections, each matching pending exception
    *> is marked repaired and its corrected line is resubmitted via
    *> the supplemental report, which the next PART1/COMBINED run
    *> picks up and counts. A correction is only taken from an
    *> operator authorized on OPERATOR-MASTER to repair exceptions,
    *> and the repaired exception is stamped with that operator.
    PARA.
    PERFORM LOAD-EXCEPTIONS
    IF WS-EXC-TOTAL = 0
    PERFORM LOAD-CORRECTIONS
    IF WS-CORR-TOTAL = 0
        PERFORM LIST-PENDING-EXCEPTIONS
        IF WS-REJECTED-COUNT > 0
            MOVE RC-WARNING TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF

            PERFORM FIND-CORRECTION
            IF CORRECTION-MATCHED
                SET EXC-REPAIRED TO TRUE
                MOVE CORR-OPERATOR-ID TO EXC-REPAIRED-BY
                MOVE EXCEPTION-DETAIL TO EXCEPTION-ROW(IDX)
                ADD 1 TO WS-REPAIRED-COUNT
                MOVE CORR-DATA TO RESUBMIT-LINE(WS-REPAIRED-COUNT)
    MOVE WS-REPAIRED-COUNT TO WS-REPAIRED-DISP
    MOVE WS-PENDING-COUNT TO WS-PENDING-DISP
    MOVE WS-UNMATCHED-COUNT TO WS-UNMATCHED-DISP
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
    DISPLAY "EXCEPTIONS REPAIRED AND RESUBMITTED: " WS-REPAIRED-DISP
    DISPLAY "EXCEPTIONS STILL PENDING: " WS-PENDING-DISP
    DISPLAY "CORRECTIONS WITHOUT A MATCH: " WS-UNMATCHED-DISP
    DISPLAY "CORRECTIONS REJECTED ON OPERATOR: " WS-REJECTED-DISP
    IF WS-REJECTED-COUNT > 0
        MOVE RC-WARNING TO RETURN-CODE
    END-IF
STOP RUN.

*> Pull the whole exception log into the working table. A missing
    END-IF.

*> Pull the operator's corrections into the working table. A missing
*> file means review-only mode. Each correction's operator is
*> checked as it is read; a refused correction is reported here and
*> never matched, so its exception stays pending.
LOAD-CORRECTIONS.
    OPEN INPUT CORRECTIONS-FILE
    IF WS-CORRECTIONS-STATUS = "00"
        PERFORM OPEN-OPERATOR-MASTER
        PERFORM UNTIL WS-CORRECTIONS-STATUS NOT = "00"
            READ CORRECTIONS-FILE INTO CORRECTION-DETAIL
                AT END MOVE "10" TO WS-CORRECTIONS-STATUS
            END-READ
            IF WS-CORRECTIONS-STATUS = "00"
                MOVE CORR-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
                SET AUTH-REPAIR-EXCEPTIONS TO TRUE
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF OPERATOR-AUTHORIZED
                    ADD 1 TO WS-CORR-TOTAL
                    IF WS-CORR-TOTAL > WS-MAX-CORRECTIONS
                        DISPLAY "CORRECTIONS FILE EXCEEDS CAPACITY OF "
                            WS-MAX-CORRECTIONS " ROWS"
                        MOVE RC-CAPACITY TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE CORRECTION-DETAIL TO CORRECTION-ROW(WS-CORR-TOTAL)
                ELSE
                    DISPLAY "CORRECTION REJECTED: RUN " CORR-RUN-ID
                        " LINE " CORR-LINE-NO " OPERATOR "
                        CORR-OPERATOR-ID ": " WS-AUTH-REJECT-REASON
                    ADD 1 TO WS-REJECTED-COUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE CORRECTIONS-FILE
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


*> Review mode: show every exception still waiting on a correction.
LIST-PENDING-EXCEPTIONS.
    DISPLAY "PENDING EXCEPTIONS (RUN / LINE / REASON / DATA):"
