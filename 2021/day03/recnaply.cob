    COPY "rdecsel.cpy".
    COPY "mstrsel.cpy".
    COPY "dcasel.cpy".
    COPY "mjrnsel.cpy".
    COPY "opersel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "rdecfd.cpy".
    COPY "mstrfd.cpy".
    COPY "dcafd.cpy".
    COPY "mjrnfd.cpy".
    COPY "operfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "rdecws.cpy".
    COPY "mstrws.cpy".
    COPY "dcaws.cpy".
    COPY "mjrnws.cpy".
    COPY "operws.cpy".
    *> The outstanding conflicts are held in memory so resolved ones
    *> can be flagged in place and the file rewritten once at the
    *> end, the same way EXCREPR handles the exception log.
        02 WS-CFL-RESOLVED PIC X(1) OCCURS WS-MAX-CONFLICTS TIMES
            VALUE "N".
    01 DECISION-TABLE.
        02 DECISION-ROW PIC X(31) OCCURS WS-MAX-DECISIONS TIMES
            VALUE SPACES.
    01 WS-CONFLICT-TOTAL PIC 9(9) VALUE 0.
    01 WS-DECISION-TOTAL PIC 9(9) VALUE 0.
    01 WS-UNMATCHED-COUNT PIC 9(9) VALUE 0.
    01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
    01 WS-OUTSTANDING-COUNT PIC 9(9) VALUE 0.
    01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
    01 IDX PIC 9(9).
    01 CFL-IDX PIC 9(9).
    *> Names this run on the master journal.
    01 WS-RUN-TS PIC X(21) VALUE SPACES.
    01 WS-MATCH-FOUND PIC X(1) VALUE "N".
        88 CONFLICT-MATCHED VALUE "Y".
    *> Z-edited copies of the raw counter fields, purely for readable
    01 WS-UNMATCHED-DISP PIC Z(8)9.
    01 WS-SKIPPED-DISP PIC Z(8)9.
    01 WS-OUTSTANDING-DISP PIC Z(8)9.
    01 WS-REJECTED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Carry out the human decisions on DIAGMRGE's reconciliation
    *> re-keyed by hand), take-incoming lands as a keyed REWRITE of
    *> MST-PAYLOAD, and every applied decision is logged with the
    *> before and after payloads on the permanent decisions audit
    *> file together with the operator who made the decision. Only an
    *> operator authorized on OPERATOR-MASTER to decide conflicts is
    *> listened to. Decisions that match no outstanding conflict are
    *> reported, not guessed at.
    PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
    PERFORM LOAD-CONFLICTS
    IF WS-CONFLICT-TOTAL = 0
        DISPLAY "NO OUTSTANDING CONFLICTS ON FILE, NOTHING TO APPLY"
    PERFORM LOAD-DECISIONS
    IF WS-DECISION-TOTAL = 0
        PERFORM LIST-OUTSTANDING-CONFLICTS
        IF WS-REJECTED-COUNT > 0
            MOVE RC-WARNING TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF

    PERFORM OPEN-MASTER
    PERFORM OPEN-DECISIONS-AUDIT
    PERFORM OPEN-MASTER-JOURNAL

    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-DECISION-TOTAL
        MOVE DECISION-ROW(IDX) TO DECISION-DETAIL
    END-PERFORM

    CLOSE DECISIONS-AUDIT
    CLOSE MASTER-JOURNAL
    CLOSE DIAGNOSTIC-MASTER
    PERFORM REWRITE-CONFLICTS

    MOVE WS-UNMATCHED-COUNT TO WS-UNMATCHED-DISP
    MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISP
    MOVE WS-OUTSTANDING-COUNT TO WS-OUTSTANDING-DISP
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
    DISPLAY "DECISIONS APPLIED: " WS-APPLIED-DISP
    DISPLAY "DECISIONS WITHOUT AN OUTSTANDING CONFLICT: " WS-UNMATCHED-DISP
    DISPLAY "DECISIONS REJECTED ON OPERATOR: " WS-REJECTED-DISP
    DISPLAY "DECISIONS SKIPPED (MASTER MOVED ON): " WS-SKIPPED-DISP
    DISPLAY "CONFLICTS STILL OUTSTANDING: " WS-OUTSTANDING-DISP
    IF WS-TAKEN-COUNT > 0
        DISPLAY "MASTER CHANGES JOURNALED UNDER RUN " WS-RUN-TS
    END-IF
    IF WS-UNMATCHED-COUNT > 0 OR WS-SKIPPED-COUNT > 0
            OR WS-REJECTED-COUNT > 0
        MOVE RC-WARNING TO RETURN-CODE
    END-IF
STOP RUN.
    END-IF.

*> Pull the operator's decisions into the working table. A missing
*> file means review-only mode. Each decision's operator is checked
*> as it is read; a refused decision is reported here and never
*> carried out, so its conflict stays outstanding. Blank lines name
*> no decision and are passed over.
LOAD-DECISIONS.
    OPEN INPUT RECONCILE-DECISIONS
    IF WS-DECISIONS-STATUS = "00"
        PERFORM OPEN-OPERATOR-MASTER
        PERFORM UNTIL WS-DECISIONS-STATUS NOT = "00"
            READ RECONCILE-DECISIONS INTO DECISION-DETAIL
                AT END MOVE "10" TO WS-DECISIONS-STATUS
            END-READ
            IF WS-DECISIONS-STATUS = "00"
                    AND DECISION-DETAIL NOT = SPACES
                MOVE RDC-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
                SET AUTH-DECIDE-CONFLICTS TO TRUE
                PERFORM CHECK-OPERATOR-AUTHORITY
                IF OPERATOR-AUTHORIZED
                    ADD 1 TO WS-DECISION-TOTAL
                    IF WS-DECISION-TOTAL > WS-MAX-DECISIONS
                        DISPLAY "DECISIONS FILE EXCEEDS CAPACITY OF "
                            WS-MAX-DECISIONS " ROWS"
                        MOVE RC-CAPACITY TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE DECISION-DETAIL TO DECISION-ROW(WS-DECISION-TOTAL)
                ELSE
                    DISPLAY "DECISION REJECTED: " RDC-SENSOR-ID " "
                        RDC-READING-DATE " " RDC-READING-SEQ
                        " OPERATOR " RDC-OPERATOR-ID ": "
                        WS-AUTH-REJECT-REASON
                    ADD 1 TO WS-REJECTED-COUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE RECONCILE-DECISIONS
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


*> Review mode: show every conflict still waiting on a decision.
LIST-OUTSTANDING-CONFLICTS.
    DISPLAY "OUTSTANDING CONFLICTS (SENSOR / DATE / SEQ):"
        STOP RUN
    END-IF.

*> The master journal is cumulative: this run's entries are appended
*> after every earlier run's, never overwritten. It is opened before
*> the first change is made, since a master change that can't be
*> journaled can't be backed out either.
OPEN-MASTER-JOURNAL.
    OPEN EXTEND MASTER-JOURNAL
    IF WS-JOURNAL-STATUS = "35"
        *> No master journal yet on this dive; create it.
        OPEN OUTPUT MASTER-JOURNAL
    END-IF
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN MASTER-JOURNAL, FILE STATUS=" WS-JOURNAL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

*> One journal entry for the master change just made, under the key
*> still in MST-KEY. The run is named by this program and the run
*> timestamp taken at start-up, the same pair MSTBKOUT is given to
*> back it out. MJR-ACTION and the two payloads are the caller's to
*> set.
WRITE-JOURNAL-ENTRY.
    MOVE "RECNAPLY" TO MJR-PROGRAM
    MOVE WS-RUN-TS TO MJR-RUN-TS
    ADD 1 TO WS-JOURNAL-SEQ
    MOVE WS-JOURNAL-SEQ TO MJR-ENTRY-SEQ
    MOVE MST-SENSOR-ID TO MJR-SENSOR-ID
    MOVE MST-READING-DATE TO MJR-READING-DATE
    MOVE MST-READING-SEQ TO MJR-READING-SEQ
    MOVE JOURNAL-DETAIL TO JOURNAL-RECORD
    WRITE JOURNAL-RECORD
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE MASTER-JOURNAL, FILE STATUS=" WS-JOURNAL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

*> One decision: find its outstanding conflict, re-read the master
*> record under the key, and carry the decision out. A master
*> payload that no longer matches what the conflict recorded means
                STOP RUN
        END-REWRITE
        ADD 1 TO WS-TAKEN-COUNT
        SET MJR-REWRITTEN TO TRUE
        MOVE DCA-BEFORE-PAYLOAD TO MJR-BEFORE-PAYLOAD
        MOVE MST-PAYLOAD TO MJR-AFTER-PAYLOAD
        PERFORM WRITE-JOURNAL-ENTRY
    ELSE
        ADD 1 TO WS-KEPT-COUNT
    END-IF
    MOVE CFL-READING-DATE TO DCA-READING-DATE
    MOVE CFL-READING-SEQ TO DCA-READING-SEQ
    MOVE RDC-ACTION TO DCA-ACTION
    MOVE RDC-OPERATOR-ID TO DCA-OPERATOR-ID
    MOVE DECAUDIT-DETAIL TO DECAUDIT-RECORD
    WRITE DECAUDIT-RECORD
    MOVE "Y" TO WS-CFL-RESOLVED(CFL-IDX)
