IDENTIFICATION DIVISION.
PROGRAM-ID. PMIFACE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "mansel.cpy".
    COPY "audtsel.cpy".
    COPY "histsel.cpy".
    COPY "alrtsel.cpy".
    COPY "excsel.cpy".
    COPY "pmgnsel.cpy".
    COPY "pmobsel.cpy".
    COPY "pmaksel.cpy".
    COPY "pmlgsel.cpy".
    COPY "pmctsel.cpy".
    COPY "pmrpsel.cpy".
    COPY "chstsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "manfd.cpy".
    COPY "audtfd.cpy".
    COPY "histfd.cpy".
    COPY "alrtfd.cpy".
    COPY "excfd.cpy".
    COPY "pmgnfd.cpy".
    COPY "pmobfd.cpy".
    COPY "pmakfd.cpy".
    COPY "pmlgfd.cpy".
    COPY "pmctfd.cpy".
    COPY "pmrpfd.cpy".
    COPY "chstfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "manws.cpy".
    COPY "audtws.cpy".
    COPY "histws.cpy".
    COPY "alrtws.cpy".
    COPY "excws.cpy".
    COPY "pmgnws.cpy".
    COPY "pmakws.cpy".
    COPY "pmlgws.cpy".
    COPY "pmrpws.cpy".
    COPY "chstws.cpy".
    *> One entry per manifest sensor, filled in pass by pass: the
    *> business date's COMBINED audit row gives the run and its
    *> outcome, the run history the figures, and the alert file and
    *> exception log (joined through the audit's run ids) the counts
    *> still open. The manifest never holds more than COMBINED's
    *> fleet table, so the same 50 applies here.
    78 WS-MAX-IFACE-SENSORS VALUE 50.
    01 IFACE-SENSOR-TABLE.
        02 IFACE-SENSOR-ENTRY OCCURS WS-MAX-IFACE-SENSORS TIMES.
            03 IFS-SENSOR-ID PIC X(8) VALUE SPACES.
            03 IFS-DATASET PIC X(44) VALUE SPACES.
            03 IFS-RUN-ID PIC 9(9) VALUE 0.
            03 IFS-RUN-STATUS PIC X(1) VALUE "N".
            03 IFS-COMPLETION-CODE PIC 9(4) VALUE 0.
            03 IFS-GAMMA PIC 9(20) VALUE 0.
            03 IFS-EPSILON PIC 9(20) VALUE 0.
            03 IFS-POWER PIC 9(38) VALUE 0.
            03 IFS-O2-GEN PIC 9(20) VALUE 0.
            03 IFS-CO2-SCRUB PIC 9(20) VALUE 0.
            03 IFS-LIFE-SUPPORT PIC 9(38) VALUE 0.
            03 IFS-OPEN-ALERTS PIC 9(6) VALUE 0.
            03 IFS-PENDING-EXCEPTIONS PIC 9(6) VALUE 0.
    01 WS-SENSOR-COUNT PIC 9(4) VALUE 0.
    01 SNS-IDX PIC 9(4) VALUE 0.
    01 WS-SENSOR-FOUND PIC 9(4) VALUE 0.
    *> Every run that still has an open alert or a pending exception
    *> against it, with how many of each; only those runs need
    *> tying back to a sensor.
    78 WS-MAX-OPEN-RUNS VALUE 2000.
    01 OPEN-RUN-TABLE.
        02 OPEN-RUN-ENTRY OCCURS WS-MAX-OPEN-RUNS TIMES.
            03 ORN-RUN-ID PIC 9(9) VALUE 0.
            03 ORN-ALERTS PIC 9(6) VALUE 0.
            03 ORN-EXCEPTIONS PIC 9(6) VALUE 0.
    01 WS-OPEN-RUN-COUNT PIC 9(4) VALUE 0.
    01 ORN-IDX PIC 9(4) VALUE 0.
    01 WS-OPEN-RUN-FOUND PIC 9(4) VALUE 0.
    01 WS-LOOKUP-RUN-ID PIC 9(9) VALUE 0.
    *> The whole interface log is held in memory so acknowledgments
    *> and sends can be posted in place and the log rewritten once,
    *> the same way WORKORD handles the work-order file. The send
    *> flags mark the generations going out on tonight's file.
    01 PM-LOG-TABLE.
        02 PM-LOG-ROW PIC X(114) OCCURS WS-MAX-GENERATIONS TIMES
            VALUE SPACES.
    01 PM-SEND-TABLE.
        02 PM-LOG-SEND PIC X(1) OCCURS WS-MAX-GENERATIONS TIMES
            VALUE "N".
    01 WS-LOG-COUNT PIC 9(9) VALUE 0.
    01 LOG-IDX PIC 9(9) VALUE 0.
    01 WS-LOG-FOUND PIC 9(9) VALUE 0.
    01 WS-LAST-GENERATION PIC 9(6) VALUE 0.
    01 WS-GEN-NUMBER PIC 9(6) VALUE 0.
    01 WS-NEW-GENERATION PIC 9(6) VALUE 0.
    01 SUP-IDX PIC 9(9) VALUE 0.
    01 WS-REJECTED-DATE PIC X(8) VALUE SPACES.
    01 WS-SUPERSEDED-FLAG PIC X(1) VALUE "N".
        88 GENERATION-SUPERSEDED VALUE "Y".
    01 WS-ACKS-FLAG PIC X(1) VALUE "N".
        88 ACKS-ON-FILE VALUE "Y".
    01 WS-FILE-DONE PIC X(1) VALUE "N".
        88 FILE-DONE VALUE "Y".
    01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.
    01 WS-TODAY PIC X(8) VALUE SPACES.
    01 WS-TODAY-INT PIC 9(9) VALUE 0.
    01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
    01 WS-DATE-WORK PIC 9(8) VALUE 0.
    01 WS-DATE-INT PIC 9(9) VALUE 0.
    01 WS-DAYS-OUT PIC 9(9) VALUE 0.
    01 WS-IFACE-HASH PIC 9(24) VALUE 0.
    01 WS-DETAIL-COUNT PIC 9(9) VALUE 0.
    01 WS-ACKS-READ PIC 9(9) VALUE 0.
    01 WS-ACKS-APPLIED PIC 9(9) VALUE 0.
    01 WS-ACKS-REFUSED PIC 9(9) VALUE 0.
    01 WS-ACCEPTED-COUNT PIC 9(9) VALUE 0.
    01 WS-SENT-COUNT PIC 9(9) VALUE 0.
    01 WS-RESENT-COUNT PIC 9(9) VALUE 0.
    01 WS-UNSENDABLE-COUNT PIC 9(9) VALUE 0.
    01 WS-OUTSTANDING-COUNT PIC 9(9) VALUE 0.
    01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
    01 WS-FINAL-RC PIC 9(4) VALUE 0.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-SENT-DISP PIC Z(8)9.
    01 WS-RESENT-DISP PIC Z(8)9.
    01 WS-ACCEPTED-DISP PIC Z(8)9.
    01 WS-REFUSED-DISP PIC Z(8)9.
    01 WS-OUTSTANDING-DISP PIC Z(8)9.
    01 WS-REJECTED-DISP PIC Z(8)9.
    01 WS-GEN-DISP PIC Z(5)9.

PROCEDURE DIVISION.
    *> Daily results interface to the plant maintenance system. The
    *> acknowledgments the receiving side has returned are matched
    *> to the generations on the interface log first; then the
    *> business date's results - per manifest sensor, its run
    *> outcome and figures and the alerts and exceptions still open
    *> against it - are built into a new numbered generation, unless
    *> a generation already carries that date; then every generation
    *> sent on an earlier night and still not acknowledged is sent
    *> again. Everything due goes out together on PM-OUTBOUND.DAT,
    *> and the delivery report lists every generation the plant
    *> maintenance system has not yet accepted. Between the
    *> generation numbers, the control totals both sides balance to
    *> and the interface log, each business date can be shown to
    *> have been delivered exactly once.
    PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
    MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY
    COMPUTE WS-DATE-WORK = FUNCTION NUMVAL(WS-TODAY)
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
    PERFORM LOAD-BUSINESS-DATE

    OPEN OUTPUT PM-INTERFACE-REPORT
    IF WS-PMRPT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN PM-INTERFACE, FILE STATUS=" WS-PMRPT-STATUS
        MOVE "UNABLE TO OPEN PM-INTERFACE" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    MOVE WS-TODAY-STAMP TO PMR-STAMP
    MOVE PM-REPORT-HEADING-1 TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    MOVE WS-BUSINESS-DATE TO PMR-H-BUSINESS-DATE
    MOVE PM-REPORT-HEADING-2 TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD

    PERFORM LOAD-INTERFACE-LOG
    PERFORM APPLY-ACKNOWLEDGMENTS
    PERFORM BUILD-BUSINESS-DATE-GENERATION
    PERFORM SELECT-RESENDS
    PERFORM REWRITE-INTERFACE-LOG
    PERFORM WRITE-OUTBOUND
    PERFORM CLEAR-ACKNOWLEDGMENTS
    PERFORM REPORT-OUTSTANDING

    MOVE WS-SENT-COUNT TO PMR-F-SENT
    MOVE WS-ACCEPTED-COUNT TO PMR-F-ACCEPTED
    MOVE WS-OUTSTANDING-COUNT TO PMR-F-OUTSTANDING
    MOVE WS-REJECTED-COUNT TO PMR-F-REJECTED
    MOVE SPACES TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    MOVE PM-REPORT-FOOTER-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    CLOSE PM-INTERFACE-REPORT

    MOVE WS-SENT-COUNT TO WS-SENT-DISP
    MOVE WS-RESENT-COUNT TO WS-RESENT-DISP
    MOVE WS-ACCEPTED-COUNT TO WS-ACCEPTED-DISP
    MOVE WS-ACKS-REFUSED TO WS-REFUSED-DISP
    MOVE WS-OUTSTANDING-COUNT TO WS-OUTSTANDING-DISP
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
    DISPLAY "GENERATIONS SENT: " WS-SENT-DISP
    DISPLAY "GENERATIONS SENT AGAIN: " WS-RESENT-DISP
    DISPLAY "GENERATIONS ACKNOWLEDGED: " WS-ACCEPTED-DISP
    DISPLAY "ACKNOWLEDGMENTS REFUSED: " WS-REFUSED-DISP
    DISPLAY "GENERATIONS OUTSTANDING: " WS-OUTSTANDING-DISP
    DISPLAY "GENERATIONS REJECTED: " WS-REJECTED-DISP

    *> A rejected generation, or one that can no longer be sent, will
    *> not be delivered without someone stepping in; a resend or a
    *> refused acknowledgment is worth a look in the morning.
    IF WS-REJECTED-COUNT > 0 OR WS-UNSENDABLE-COUNT > 0
        MOVE RC-ALERT TO WS-FINAL-RC
    ELSE
        IF WS-RESENT-COUNT > 0 OR WS-ACKS-REFUSED > 0
            MOVE RC-WARNING TO WS-FINAL-RC
        END-IF
    END-IF
    MOVE SPACES TO AUD-RESULT
    IF WS-NEW-GENERATION > 0
        MOVE WS-NEW-GENERATION TO WS-GEN-DISP
        STRING "GENERATION " FUNCTION TRIM(WS-GEN-DISP) " BUILT, SENT "
            FUNCTION TRIM(WS-SENT-DISP) ", OUTSTANDING "
            FUNCTION TRIM(WS-OUTSTANDING-DISP)
            DELIMITED BY SIZE INTO AUD-RESULT
    ELSE
        STRING "NO NEW GENERATION, SENT " FUNCTION TRIM(WS-SENT-DISP)
            ", OUTSTANDING " FUNCTION TRIM(WS-OUTSTANDING-DISP)
            DELIMITED BY SIZE INTO AUD-RESULT
    END-IF
    MOVE WS-FINAL-RC TO AUD-COMPLETION-CODE
    PERFORM WRITE-JOB-AUDIT
    MOVE WS-FINAL-RC TO RETURN-CODE
STOP RUN.

*> One row on the cumulative job audit log, success or failure, so
*> the run sheet shows whether the night's results went out. The
*> interface has no run id of its own, so its rows carry id zero;
*> the volumes are the acknowledgments read, applied and refused.
*> An unwritable audit log is reported but must not mask the run's
*> own outcome. AUD-RESULT and AUD-COMPLETION-CODE are the caller's
*> to set first.
WRITE-JOB-AUDIT.
    MOVE "PMIFACE" TO AUD-PROGRAM
    PERFORM PICK-UP-CHAIN-ID
    MOVE 0 TO AUD-RUN-ID
    MOVE WS-TODAY-STAMP TO AUD-START-TS
    MOVE FUNCTION CURRENT-DATE TO AUD-END-TS
    MOVE "PM-OUTBOUND.DAT" TO AUD-DATASET
    MOVE WS-ACKS-READ TO AUD-RECORDS-READ
    MOVE WS-ACKS-APPLIED TO AUD-VALID
    MOVE WS-ACKS-REFUSED TO AUD-EXCEPTIONS
    MOVE 0 TO AUD-SUPPLEMENTAL
    MOVE "N" TO AUD-RESUMED
    MOVE SPACE TO AUD-RESUME-PASS
    MOVE 0 TO AUD-RESUME-BIT
    MOVE SPACES TO AUD-SENSOR-ID
    OPEN EXTEND JOB-AUDIT
    IF WS-AUDIT-STATUS = "35"
        *> No audit log yet on this dive; create it with the first row.
        OPEN OUTPUT JOB-AUDIT
    END-IF
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN JOB-AUDIT, FILE STATUS=" WS-AUDIT-STATUS
    ELSE
        MOVE AUDIT-DETAIL TO AUDIT-RECORD
        WRITE AUDIT-RECORD
        CLOSE JOB-AUDIT
    END-IF.

*> Common failure exit: the audit row records what went wrong and
*> the run ends with that failure class's documented return code.
ABORT-RUN.
    MOVE WS-ABORT-CODE TO AUD-COMPLETION-CODE
    PERFORM WRITE-JOB-AUDIT
    MOVE WS-ABORT-CODE TO RETURN-CODE
    STOP RUN.

*> A step started by the JOBCHAIN driver stamps the night's chain id
*> on its audit row so RUNSHEET can report the chain as a unit; run
*> by hand, with no chain running, the row carries chain id zero. A
*> missing or unreadable state file just means no chain.
PICK-UP-CHAIN-ID.
    MOVE 0 TO AUD-CHAIN-ID
    OPEN INPUT CHAIN-STATE
    IF WS-CHSTATE-STATUS = "00"
        READ CHAIN-STATE INTO CHAIN-STATE-DETAIL
            AT END MOVE SPACES TO CHAIN-STATE-DETAIL
        END-READ
        CLOSE CHAIN-STATE
        IF CHAIN-RUNNING AND CHS-CHAIN-ID NUMERIC
            MOVE CHS-CHAIN-ID TO AUD-CHAIN-ID
        END-IF
    END-IF.

*> Today, unless the control file names an earlier business date to
*> catch up or re-extract. A date that is not YYYYMMDD, or lies in
*> the future, is refused rather than guessed at.
LOAD-BUSINESS-DATE.
    MOVE WS-TODAY TO WS-BUSINESS-DATE
    OPEN INPUT PM-CONTROL
    IF WS-PMCTL-STATUS = "00"
        READ PM-CONTROL INTO PM-CONTROL-DETAIL
            AT END MOVE SPACES TO PM-CONTROL-DETAIL
        END-READ
        CLOSE PM-CONTROL
        IF PMC-BUSINESS-DATE NOT = SPACES
            IF PMC-BUSINESS-DATE NOT NUMERIC
                    OR PMC-BUSINESS-DATE = "00000000"
                    OR PMC-BUSINESS-DATE > WS-TODAY
                DISPLAY "PMIFACE-CONTROL BUSINESS DATE IS NOT A PAST "
                    "YYYYMMDD DATE: " PMC-BUSINESS-DATE
                MOVE "PMIFACE-CONTROL BUSINESS DATE IS INVALID"
                    TO AUD-RESULT
                MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
                PERFORM ABORT-RUN
            END-IF
            MOVE PMC-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-IF
    END-IF.

*> Pull the whole interface log into the working table, noting the
*> highest generation number for the next build. A missing log just
*> means nothing has been sent yet.
LOAD-INTERFACE-LOG.
    OPEN INPUT PM-INTERFACE-LOG
    IF WS-PMLOG-STATUS = "00"
        PERFORM UNTIL WS-PMLOG-STATUS NOT = "00"
            READ PM-INTERFACE-LOG INTO PM-LOG-DETAIL
                AT END MOVE "10" TO WS-PMLOG-STATUS
            END-READ
            IF WS-PMLOG-STATUS = "00"
                ADD 1 TO WS-LOG-COUNT
                IF WS-LOG-COUNT > WS-MAX-GENERATIONS
                    DISPLAY "PM-INTERFACE-LOG EXCEEDS CAPACITY OF "
                        WS-MAX-GENERATIONS " ROWS"
                    MOVE "PM-INTERFACE-LOG EXCEEDS TABLE CAPACITY"
                        TO AUD-RESULT
                    MOVE RC-CAPACITY TO WS-ABORT-CODE
                    PERFORM ABORT-RUN
                END-IF
                MOVE PM-LOG-DETAIL TO PM-LOG-ROW(WS-LOG-COUNT)
                IF PML-GENERATION > WS-LAST-GENERATION
                    MOVE PML-GENERATION TO WS-LAST-GENERATION
                END-IF
            END-IF
        END-PERFORM
        CLOSE PM-INTERFACE-LOG
    END-IF.

*> Match every acknowledgment returned since the last run to the
*> generation it answers, writing one report line for each.
APPLY-ACKNOWLEDGMENTS.
    MOVE SPACES TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    MOVE "ACKNOWLEDGMENTS RECEIVED" TO PMR-SECTION-TITLE
    MOVE PM-REPORT-SECTION-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    OPEN INPUT PM-ACKS
    IF WS-PMACK-STATUS NOT = "00" AND WS-PMACK-STATUS NOT = "35"
        DISPLAY "UNABLE TO OPEN PM-ACKS, FILE STATUS=" WS-PMACK-STATUS
        MOVE "UNABLE TO OPEN PM-ACKS" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    IF WS-PMACK-STATUS = "00"
        SET ACKS-ON-FILE TO TRUE
        PERFORM UNTIL WS-PMACK-STATUS NOT = "00"
            READ PM-ACKS INTO PM-ACK-DETAIL
                AT END MOVE "10" TO WS-PMACK-STATUS
            END-READ
            IF WS-PMACK-STATUS = "00" AND PM-ACK-DETAIL NOT = SPACES
                ADD 1 TO WS-ACKS-READ
                PERFORM APPLY-ONE-ACK
            END-IF
        END-PERFORM
        CLOSE PM-ACKS
    END-IF
    IF WS-ACKS-READ = 0
        MOVE "NO ACKNOWLEDGMENTS RECEIVED" TO PMR-N-TEXT
        MOVE PM-REPORT-NOTE-LINE TO PM-INTERFACE-RPT-RECORD
        WRITE PM-INTERFACE-RPT-RECORD
    END-IF.

*> An acknowledgment only counts when it names a generation on the
*> log and balances to the count and hash total that generation was
*> built with; anything else is refused and the generation stays
*> outstanding, to be sent again. A second acknowledgment for a
*> generation already accepted is refused too, since it means the
*> receiving side has seen that generation more than once.
APPLY-ONE-ACK.
    MOVE 0 TO WS-LOG-FOUND
    IF PMA-GENERATION NUMERIC
        PERFORM VARYING LOG-IDX FROM 1 BY 1
                UNTIL LOG-IDX > WS-LOG-COUNT OR WS-LOG-FOUND > 0
            MOVE PM-LOG-ROW(LOG-IDX) TO PM-LOG-DETAIL
            IF PML-GENERATION = PMA-GENERATION
                MOVE LOG-IDX TO WS-LOG-FOUND
            END-IF
        END-PERFORM
        MOVE PMA-GENERATION TO PMR-G-GENERATION
    ELSE
        MOVE 0 TO PMR-G-GENERATION
    END-IF
    MOVE PMA-BUSINESS-DATE TO PMR-G-BUSINESS-DATE
    MOVE SPACES TO PMR-G-TEXT
    EVALUATE TRUE
        WHEN PMA-GENERATION NOT NUMERIC
                OR PMA-RECORD-COUNT NOT NUMERIC
                OR PMA-HASH-TOTAL NOT NUMERIC
            MOVE "ACKNOWLEDGMENT IS UNREADABLE, REFUSED" TO PMR-G-TEXT
            ADD 1 TO WS-ACKS-REFUSED
        WHEN WS-LOG-FOUND = 0
            MOVE "NO SUCH GENERATION SENT, ACKNOWLEDGMENT REFUSED"
                TO PMR-G-TEXT
            ADD 1 TO WS-ACKS-REFUSED
        WHEN PML-ACCEPTED
            MOVE "ALREADY ACCEPTED, DUPLICATE ACKNOWLEDGMENT REFUSED"
                TO PMR-G-TEXT
            ADD 1 TO WS-ACKS-REFUSED
        WHEN PMA-BUSINESS-DATE NOT = PML-BUSINESS-DATE
                OR PMA-RECORD-COUNT NOT = PML-RECORD-COUNT
                OR PMA-HASH-TOTAL NOT = PML-HASH-TOTAL
            MOVE "CONTROL TOTALS DO NOT BALANCE, ACKNOWLEDGMENT REFUSED"
                TO PMR-G-TEXT
            ADD 1 TO WS-ACKS-REFUSED
        WHEN PMA-ACCEPTED
            SET PML-ACCEPTED TO TRUE
            PERFORM STAMP-ACKNOWLEDGMENT
            MOVE "ACCEPTED" TO PMR-G-TEXT
            ADD 1 TO WS-ACCEPTED-COUNT
        WHEN PMA-REJECTED
            SET PML-REJECTED TO TRUE
            PERFORM STAMP-ACKNOWLEDGMENT
            STRING "REJECTED: " PMA-REASON
                DELIMITED BY SIZE INTO PMR-G-TEXT
        WHEN OTHER
            MOVE "ACKNOWLEDGMENT STATUS NOT A OR R, REFUSED"
                TO PMR-G-TEXT
            ADD 1 TO WS-ACKS-REFUSED
    END-EVALUATE
    MOVE PM-REPORT-GENERATION-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD.

*> Post the acknowledgment onto the generation's log row; the
*> receiving side's own timestamp when it sent one, else ours.
STAMP-ACKNOWLEDGMENT.
    IF PMA-RECEIVED-TS = SPACES
        MOVE WS-TODAY-STAMP TO PML-ACK-TS
    ELSE
        MOVE PMA-RECEIVED-TS TO PML-ACK-TS
    END-IF
    MOVE PM-LOG-DETAIL TO PM-LOG-ROW(WS-LOG-FOUND)
    ADD 1 TO WS-ACKS-APPLIED.

*> A business date goes out in one generation only: if the log
*> already has a generation for it that was not rejected, sent or
*> accepted, it is not extracted again - a late rerun of COMBINED
*> does not produce a second set of results for the same day. A
*> rejected generation leaves its date free to be extracted afresh.
BUILD-BUSINESS-DATE-GENERATION.
    MOVE SPACES TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    MOVE "GENERATION FOR THE BUSINESS DATE" TO PMR-SECTION-TITLE
    MOVE PM-REPORT-SECTION-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    MOVE 0 TO WS-LOG-FOUND
    PERFORM VARYING LOG-IDX FROM 1 BY 1
            UNTIL LOG-IDX > WS-LOG-COUNT OR WS-LOG-FOUND > 0
        MOVE PM-LOG-ROW(LOG-IDX) TO PM-LOG-DETAIL
        IF PML-BUSINESS-DATE = WS-BUSINESS-DATE AND NOT PML-REJECTED
            MOVE LOG-IDX TO WS-LOG-FOUND
        END-IF
    END-PERFORM
    IF WS-LOG-FOUND > 0
        MOVE PML-GENERATION TO PMR-G-GENERATION
        MOVE PML-BUSINESS-DATE TO PMR-G-BUSINESS-DATE
        MOVE "ALREADY CARRIES THIS DATE, NOT EXTRACTED AGAIN"
            TO PMR-G-TEXT
        MOVE PM-REPORT-GENERATION-LINE TO PM-INTERFACE-RPT-RECORD
        WRITE PM-INTERFACE-RPT-RECORD
    ELSE
        PERFORM EXTRACT-GENERATION
    END-IF.

*> Gather the business date's results, write them as the next free
*> generation, and put that generation on the log to go out tonight.
EXTRACT-GENERATION.
    PERFORM LOAD-MANIFEST-SENSORS
    PERFORM TALLY-OPEN-ALERTS
    PERFORM TALLY-PENDING-EXCEPTIONS
    PERFORM SCAN-JOB-AUDIT
    PERFORM SCAN-RUN-HISTORY
    PERFORM PICK-FREE-GENERATION
    PERFORM WRITE-GENERATION-FILE

    ADD 1 TO WS-LOG-COUNT
    IF WS-LOG-COUNT > WS-MAX-GENERATIONS
        DISPLAY "PM-INTERFACE-LOG EXCEEDS CAPACITY OF "
            WS-MAX-GENERATIONS " ROWS"
        MOVE "PM-INTERFACE-LOG EXCEEDS TABLE CAPACITY" TO AUD-RESULT
        MOVE RC-CAPACITY TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    MOVE WS-GEN-NUMBER TO PML-GENERATION
    MOVE WS-BUSINESS-DATE TO PML-BUSINESS-DATE
    MOVE WS-TODAY-STAMP TO PML-CREATED-TS
    MOVE WS-DETAIL-COUNT TO PML-RECORD-COUNT
    MOVE WS-IFACE-HASH TO PML-HASH-TOTAL
    SET PML-SENT TO TRUE
    MOVE WS-TODAY-STAMP TO PML-LAST-SENT-TS
    MOVE 1 TO PML-SEND-COUNT
    MOVE SPACES TO PML-ACK-TS
    MOVE PM-LOG-DETAIL TO PM-LOG-ROW(WS-LOG-COUNT)
    MOVE "Y" TO PM-LOG-SEND(WS-LOG-COUNT)
    MOVE WS-GEN-NUMBER TO WS-NEW-GENERATION
    ADD 1 TO WS-SENT-COUNT

    MOVE WS-GEN-NUMBER TO PMR-G-GENERATION
    MOVE WS-BUSINESS-DATE TO PMR-G-BUSINESS-DATE
    MOVE WS-SENSOR-COUNT TO WS-GEN-DISP
    MOVE SPACES TO PMR-G-TEXT
    STRING "BUILT WITH " FUNCTION TRIM(WS-GEN-DISP) " SENSORS, SENT"
        DELIMITED BY SIZE INTO PMR-G-TEXT
    MOVE PM-REPORT-GENERATION-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD.

*> One interface detail per non-blank manifest entry. Without a
*> manifest there is no list of sensors to report on at all.
LOAD-MANIFEST-SENSORS.
    OPEN INPUT SENSOR-MANIFEST
    IF WS-MANIFEST-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SENSOR-MANIFEST, FILE STATUS=" WS-MANIFEST-STATUS
        MOVE "UNABLE TO OPEN SENSOR-MANIFEST" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
        READ SENSOR-MANIFEST INTO MANIFEST-DETAIL
            AT END MOVE "10" TO WS-MANIFEST-STATUS
        END-READ
        IF WS-MANIFEST-STATUS = "00" AND MAN-SENSOR-ID NOT = SPACES
            ADD 1 TO WS-SENSOR-COUNT
            IF WS-SENSOR-COUNT > WS-MAX-IFACE-SENSORS
                DISPLAY "SENSOR MANIFEST EXCEEDS CAPACITY OF "
                    WS-MAX-IFACE-SENSORS " SENSORS"
                MOVE "SENSOR MANIFEST EXCEEDS TABLE CAPACITY"
                    TO AUD-RESULT
                MOVE RC-CAPACITY TO WS-ABORT-CODE
                PERFORM ABORT-RUN
            END-IF
            MOVE MAN-SENSOR-ID TO IFS-SENSOR-ID(WS-SENSOR-COUNT)
            MOVE MAN-DATASET TO IFS-DATASET(WS-SENSOR-COUNT)
        END-IF
    END-PERFORM
    CLOSE SENSOR-MANIFEST
    IF WS-SENSOR-COUNT = 0
        DISPLAY "SENSOR MANIFEST IS EMPTY, NOTHING TO EXTRACT"
        MOVE "SENSOR MANIFEST IS EMPTY, NOTHING TO EXTRACT" TO AUD-RESULT
        MOVE RC-NO-VALID-LINES TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF.

*> Alerts not yet acknowledged, by the run that raised them.
TALLY-OPEN-ALERTS.
    OPEN INPUT ALERTS-FILE
    IF WS-ALERTS-STATUS = "00"
        PERFORM UNTIL WS-ALERTS-STATUS NOT = "00"
            READ ALERTS-FILE INTO ALERT-DETAIL
                AT END MOVE "10" TO WS-ALERTS-STATUS
            END-READ
            IF WS-ALERTS-STATUS = "00" AND ALERT-OPEN
                    AND ALERT-RUN-ID > 0
                MOVE ALERT-RUN-ID TO WS-LOOKUP-RUN-ID
                PERFORM FIND-OR-ADD-OPEN-RUN
                ADD 1 TO ORN-ALERTS(WS-OPEN-RUN-FOUND)
            END-IF
        END-PERFORM
        CLOSE ALERTS-FILE
    END-IF.

*> Rejected lines not yet repaired, by the run that rejected them.
TALLY-PENDING-EXCEPTIONS.
    OPEN INPUT EXCEPTION-REPORT
    IF WS-EXCEPTION-STATUS = "00"
        PERFORM UNTIL WS-EXCEPTION-STATUS NOT = "00"
            READ EXCEPTION-REPORT INTO EXCEPTION-DETAIL
                AT END MOVE "10" TO WS-EXCEPTION-STATUS
            END-READ
            IF WS-EXCEPTION-STATUS = "00" AND EXC-PENDING
                    AND EXC-RUN-ID > 0
                MOVE EXC-RUN-ID TO WS-LOOKUP-RUN-ID
                PERFORM FIND-OR-ADD-OPEN-RUN
                ADD 1 TO ORN-EXCEPTIONS(WS-OPEN-RUN-FOUND)
            END-IF
        END-PERFORM
        CLOSE EXCEPTION-REPORT
    END-IF.

FIND-OR-ADD-OPEN-RUN.
    PERFORM FIND-OPEN-RUN
    IF WS-OPEN-RUN-FOUND = 0
        ADD 1 TO WS-OPEN-RUN-COUNT
        IF WS-OPEN-RUN-COUNT > WS-MAX-OPEN-RUNS
            DISPLAY "RUNS WITH OPEN ITEMS EXCEED CAPACITY OF "
                WS-MAX-OPEN-RUNS " RUNS"
            MOVE "RUNS WITH OPEN ITEMS EXCEED TABLE CAPACITY"
                TO AUD-RESULT
            MOVE RC-CAPACITY TO WS-ABORT-CODE
            PERFORM ABORT-RUN
        END-IF
        MOVE WS-OPEN-RUN-COUNT TO WS-OPEN-RUN-FOUND
        MOVE WS-LOOKUP-RUN-ID TO ORN-RUN-ID(WS-OPEN-RUN-FOUND)
    END-IF.

FIND-OPEN-RUN.
    MOVE 0 TO WS-OPEN-RUN-FOUND
    PERFORM VARYING ORN-IDX FROM 1 BY 1
            UNTIL ORN-IDX > WS-OPEN-RUN-COUNT OR WS-OPEN-RUN-FOUND > 0
        IF ORN-RUN-ID(ORN-IDX) = WS-LOOKUP-RUN-ID
            MOVE ORN-IDX TO WS-OPEN-RUN-FOUND
        END-IF
    END-PERFORM.

*> COMBINED's fleet rows name the sensor they ran for. The business
*> date's row gives each sensor its run and outcome (the last one
*> wins when COMBINED was rerun that day), and every row ties the
*> run's still-open alerts and exceptions to its sensor. A row that
*> names no sensor (a single-report run, or one from before runs
*> were logged per sensor) is tied through its dataset to the
*> manifest sensor that reads it, for its open items only.
SCAN-JOB-AUDIT.
    OPEN INPUT JOB-AUDIT
    IF WS-AUDIT-STATUS = "00"
        PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
            READ JOB-AUDIT INTO AUDIT-DETAIL
                AT END MOVE "10" TO WS-AUDIT-STATUS
            END-READ
            IF WS-AUDIT-STATUS = "00" AND AUD-PROGRAM = "COMBINED"
                PERFORM FIND-IFACE-SENSOR
                IF WS-SENSOR-FOUND > 0
                    PERFORM TAKE-AUDIT-ROW
                END-IF
            END-IF
        END-PERFORM
        CLOSE JOB-AUDIT
    END-IF.

FIND-IFACE-SENSOR.
    MOVE 0 TO WS-SENSOR-FOUND
    PERFORM VARYING SNS-IDX FROM 1 BY 1
            UNTIL SNS-IDX > WS-SENSOR-COUNT OR WS-SENSOR-FOUND > 0
        IF AUD-SENSOR-ID NOT = SPACES
            IF IFS-SENSOR-ID(SNS-IDX) = AUD-SENSOR-ID
                MOVE SNS-IDX TO WS-SENSOR-FOUND
            END-IF
        ELSE
            IF IFS-DATASET(SNS-IDX) NOT = SPACES
                    AND IFS-DATASET(SNS-IDX) = AUD-DATASET
                MOVE SNS-IDX TO WS-SENSOR-FOUND
            END-IF
        END-IF
    END-PERFORM.

*> A head in maintenance has an audit row but no run; a completion
*> code from the gaps class up means the report was withheld or the
*> run failed, so there are no figures to send.
TAKE-AUDIT-ROW.
    MOVE WS-SENSOR-FOUND TO SNS-IDX
    IF AUD-START-TS(1:8) = WS-BUSINESS-DATE
            AND AUD-SENSOR-ID NOT = SPACES
        MOVE AUD-RUN-ID TO IFS-RUN-ID(SNS-IDX)
        MOVE AUD-COMPLETION-CODE TO IFS-COMPLETION-CODE(SNS-IDX)
        EVALUATE TRUE
            WHEN AUD-RESULT(1:14) = "IN MAINTENANCE"
                MOVE "M" TO IFS-RUN-STATUS(SNS-IDX)
            WHEN AUD-COMPLETION-CODE NOT < RC-GAPS
                MOVE "F" TO IFS-RUN-STATUS(SNS-IDX)
            WHEN OTHER
                MOVE "P" TO IFS-RUN-STATUS(SNS-IDX)
        END-EVALUATE
    END-IF
    IF AUD-RUN-ID > 0
        MOVE AUD-RUN-ID TO WS-LOOKUP-RUN-ID
        PERFORM FIND-OPEN-RUN
        IF WS-OPEN-RUN-FOUND > 0
            ADD ORN-ALERTS(WS-OPEN-RUN-FOUND)
                TO IFS-OPEN-ALERTS(SNS-IDX)
            ADD ORN-EXCEPTIONS(WS-OPEN-RUN-FOUND)
                TO IFS-PENDING-EXCEPTIONS(SNS-IDX)
        END-IF
    END-IF.

*> COMBINED logs two history rows per run: the power-consumption
*> pair with its product, then the life-support pair with its. The
*> rates are 64-bit values, so the 20-digit interface fields hold
*> them whole.
SCAN-RUN-HISTORY.
    OPEN INPUT RUN-HISTORY
    IF WS-HISTORY-STATUS = "00"
        PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
            READ RUN-HISTORY INTO HISTORY-DETAIL
                AT END MOVE "10" TO WS-HISTORY-STATUS
            END-READ
            IF WS-HISTORY-STATUS = "00" AND HIST-PROGRAM = "COMBINED"
                    AND HIST-RUN-ID > 0
                PERFORM TAKE-HISTORY-ROW
            END-IF
        END-PERFORM
        CLOSE RUN-HISTORY
    END-IF.

TAKE-HISTORY-ROW.
    PERFORM VARYING SNS-IDX FROM 1 BY 1 UNTIL SNS-IDX > WS-SENSOR-COUNT
        IF IFS-RUN-ID(SNS-IDX) = HIST-RUN-ID
                AND IFS-RUN-STATUS(SNS-IDX) = "P"
            EVALUATE HIST-RATE1-NAME
                WHEN "GAMMA"
                    MOVE HIST-RATE1-VALUE TO IFS-GAMMA(SNS-IDX)
                    MOVE HIST-RATE2-VALUE TO IFS-EPSILON(SNS-IDX)
                    MOVE HIST-PRODUCT TO IFS-POWER(SNS-IDX)
                WHEN "O2-GEN"
                    MOVE HIST-RATE1-VALUE TO IFS-O2-GEN(SNS-IDX)
                    MOVE HIST-RATE2-VALUE TO IFS-CO2-SCRUB(SNS-IDX)
                    MOVE HIST-PRODUCT TO IFS-LIFE-SUPPORT(SNS-IDX)
            END-EVALUATE
        END-IF
    END-PERFORM.

*> Generations already on disk are never overwritten, even if the
*> interface log was lost or reset: keep advancing the generation
*> number until the name is free.
PICK-FREE-GENERATION.
    MOVE WS-LAST-GENERATION TO WS-GEN-NUMBER
    MOVE SPACES TO WS-PMGEN-STATUS
    PERFORM UNTIL WS-PMGEN-STATUS = "35"
        IF WS-GEN-NUMBER >= 999999
            DISPLAY "NO FREE INTERFACE GENERATION NAME LEFT"
            MOVE "NO FREE INTERFACE GENERATION NAME LEFT" TO AUD-RESULT
            MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
            PERFORM ABORT-RUN
        END-IF
        ADD 1 TO WS-GEN-NUMBER
        PERFORM SET-GENERATION-PATH
        OPEN INPUT PM-GENERATION
        IF WS-PMGEN-STATUS = "00"
            CLOSE PM-GENERATION
        END-IF
    END-PERFORM.

SET-GENERATION-PATH.
    MOVE SPACES TO WS-PMGEN-PATH
    STRING "PM-RESULTS.G" WS-GEN-NUMBER ".DAT"
        DELIMITED BY SIZE INTO WS-PMGEN-PATH.

*> Header, one detail per manifest sensor in manifest order, and the
*> control trailer. The generation goes to disk in full before the
*> log knows about it, so an abend in between leaves an orphan
*> generation file that the next run steps over, never a log entry
*> with nothing behind it.
WRITE-GENERATION-FILE.
    OPEN OUTPUT PM-GENERATION
    IF WS-PMGEN-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " WS-PMGEN-PATH ", FILE STATUS=" WS-PMGEN-STATUS
        MOVE "UNABLE TO OPEN INTERFACE GENERATION" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    MOVE "H" TO PMH-RECORD-TYPE
    MOVE "PMRESULT" TO PMH-INTERFACE
    MOVE WS-GEN-NUMBER TO PMH-GENERATION
    MOVE WS-BUSINESS-DATE TO PMH-BUSINESS-DATE
    MOVE WS-TODAY-STAMP TO PMH-CREATED-TS
    MOVE PMI-HEADER-DETAIL TO PM-GENERATION-RECORD
    WRITE PM-GENERATION-RECORD
    MOVE 0 TO WS-DETAIL-COUNT
    MOVE 0 TO WS-IFACE-HASH
    PERFORM VARYING SNS-IDX FROM 1 BY 1 UNTIL SNS-IDX > WS-SENSOR-COUNT
        MOVE "D" TO PMD-RECORD-TYPE
        MOVE IFS-SENSOR-ID(SNS-IDX) TO PMD-SENSOR-ID
        MOVE IFS-RUN-ID(SNS-IDX) TO PMD-RUN-ID
        MOVE IFS-RUN-STATUS(SNS-IDX) TO PMD-RUN-STATUS
        MOVE IFS-COMPLETION-CODE(SNS-IDX) TO PMD-COMPLETION-CODE
        MOVE IFS-GAMMA(SNS-IDX) TO PMD-GAMMA
        MOVE IFS-EPSILON(SNS-IDX) TO PMD-EPSILON
        MOVE IFS-POWER(SNS-IDX) TO PMD-POWER
        MOVE IFS-O2-GEN(SNS-IDX) TO PMD-O2-GEN
        MOVE IFS-CO2-SCRUB(SNS-IDX) TO PMD-CO2-SCRUB
        MOVE IFS-LIFE-SUPPORT(SNS-IDX) TO PMD-LIFE-SUPPORT
        MOVE IFS-OPEN-ALERTS(SNS-IDX) TO PMD-OPEN-ALERTS
        MOVE IFS-PENDING-EXCEPTIONS(SNS-IDX) TO PMD-PENDING-EXCEPTIONS
        MOVE PMI-SENSOR-DETAIL TO PM-GENERATION-RECORD
        WRITE PM-GENERATION-RECORD
        ADD 1 TO WS-DETAIL-COUNT
        ADD PMD-GAMMA PMD-EPSILON PMD-O2-GEN PMD-CO2-SCRUB
            TO WS-IFACE-HASH
    END-PERFORM
    MOVE "T" TO PMT-RECORD-TYPE
    MOVE WS-GEN-NUMBER TO PMT-GENERATION
    MOVE WS-DETAIL-COUNT TO PMT-RECORD-COUNT
    MOVE WS-IFACE-HASH TO PMT-HASH-TOTAL
    MOVE PMI-TRAILER-DETAIL TO PM-GENERATION-RECORD
    WRITE PM-GENERATION-RECORD
    CLOSE PM-GENERATION.

*> The batch runs nightly, so a generation last sent on an earlier
*> night with no acknowledgment back by tonight has gone a day
*> unanswered: it goes out again, byte for byte as first built. One
*> whose file has gone from disk can't be, and is left for someone
*> to deal with.
SELECT-RESENDS.
    MOVE SPACES TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    MOVE "GENERATIONS SENT AGAIN" TO PMR-SECTION-TITLE
    MOVE PM-REPORT-SECTION-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > WS-LOG-COUNT
        MOVE PM-LOG-ROW(LOG-IDX) TO PM-LOG-DETAIL
        IF PML-SENT AND PM-LOG-SEND(LOG-IDX) NOT = "Y"
                AND PML-LAST-SENT-TS(1:8) < WS-TODAY
            PERFORM RESEND-ONE-GENERATION
        END-IF
    END-PERFORM
    IF WS-RESENT-COUNT + WS-UNSENDABLE-COUNT = 0
        MOVE "NO GENERATION OVERDUE FOR ACKNOWLEDGMENT" TO PMR-N-TEXT
        MOVE PM-REPORT-NOTE-LINE TO PM-INTERFACE-RPT-RECORD
        WRITE PM-INTERFACE-RPT-RECORD
    END-IF.

RESEND-ONE-GENERATION.
    MOVE PML-GENERATION TO WS-GEN-NUMBER
    PERFORM SET-GENERATION-PATH
    MOVE PML-GENERATION TO PMR-G-GENERATION
    MOVE PML-BUSINESS-DATE TO PMR-G-BUSINESS-DATE
    MOVE SPACES TO PMR-G-TEXT
    OPEN INPUT PM-GENERATION
    IF WS-PMGEN-STATUS NOT = "00"
        STRING "FILE " WS-PMGEN-PATH DELIMITED BY SPACE
            " MISSING, CANNOT RESEND" DELIMITED BY SIZE
            INTO PMR-G-TEXT
        ADD 1 TO WS-UNSENDABLE-COUNT
    ELSE
        CLOSE PM-GENERATION
        STRING "NO ACKNOWLEDGMENT SINCE " PML-LAST-SENT-TS(1:8)
            ", SENT AGAIN" DELIMITED BY SIZE INTO PMR-G-TEXT
        MOVE WS-TODAY-STAMP TO PML-LAST-SENT-TS
        IF PML-SEND-COUNT < 999
            ADD 1 TO PML-SEND-COUNT
        END-IF
        MOVE PM-LOG-DETAIL TO PM-LOG-ROW(LOG-IDX)
        MOVE "Y" TO PM-LOG-SEND(LOG-IDX)
        ADD 1 TO WS-RESENT-COUNT
        ADD 1 TO WS-SENT-COUNT
    END-IF
    MOVE PM-REPORT-GENERATION-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD.

*> The log is rewritten, recording tonight's sends, before the
*> outbound file is: if the outbound write then fails, the
*> generations on it go again tomorrow for want of an
*> acknowledgment, where the other way round a generation could go
*> out with no record of it.
REWRITE-INTERFACE-LOG.
    OPEN OUTPUT PM-INTERFACE-LOG
    IF WS-PMLOG-STATUS NOT = "00"
        DISPLAY "UNABLE TO REWRITE PM-INTERFACE-LOG, FILE STATUS=" WS-PMLOG-STATUS
        MOVE "UNABLE TO REWRITE PM-INTERFACE-LOG" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > WS-LOG-COUNT
        MOVE PM-LOG-ROW(LOG-IDX) TO PM-LOG-RECORD
        WRITE PM-LOG-RECORD
    END-PERFORM
    CLOSE PM-INTERFACE-LOG.

*> Tonight's transmission: every generation flagged to go, each
*> copied whole from its generation file. With nothing due the file
*> is still written, empty, so the transfer never picks up last
*> night's again.
WRITE-OUTBOUND.
    OPEN OUTPUT PM-OUTBOUND
    IF WS-PMOUT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN PM-OUTBOUND, FILE STATUS=" WS-PMOUT-STATUS
        MOVE "UNABLE TO OPEN PM-OUTBOUND" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > WS-LOG-COUNT
        IF PM-LOG-SEND(LOG-IDX) = "Y"
            MOVE PM-LOG-ROW(LOG-IDX) TO PM-LOG-DETAIL
            MOVE PML-GENERATION TO WS-GEN-NUMBER
            PERFORM SET-GENERATION-PATH
            PERFORM COPY-GENERATION-TO-OUTBOUND
        END-IF
    END-PERFORM
    CLOSE PM-OUTBOUND.

COPY-GENERATION-TO-OUTBOUND.
    OPEN INPUT PM-GENERATION
    IF WS-PMGEN-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " WS-PMGEN-PATH ", FILE STATUS=" WS-PMGEN-STATUS
        CLOSE PM-OUTBOUND
        MOVE "UNABLE TO OPEN INTERFACE GENERATION" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    MOVE "N" TO WS-FILE-DONE
    PERFORM UNTIL FILE-DONE
        READ PM-GENERATION
            AT END SET FILE-DONE TO TRUE
        END-READ
        IF NOT FILE-DONE
            MOVE PM-GENERATION-RECORD TO PM-OUTBOUND-RECORD
            WRITE PM-OUTBOUND-RECORD
        END-IF
    END-PERFORM
    CLOSE PM-GENERATION.

*> Every acknowledgment is now on the log, so the file is emptied
*> and none is ever applied twice. An acknowledgment file that
*> can't be emptied is reported; its rows will be refused as
*> duplicates tomorrow rather than applied again.
CLEAR-ACKNOWLEDGMENTS.
    IF ACKS-ON-FILE
        OPEN OUTPUT PM-ACKS
        IF WS-PMACK-STATUS = "00"
            CLOSE PM-ACKS
        ELSE
            DISPLAY "UNABLE TO CLEAR PM-ACKS, FILE STATUS=" WS-PMACK-STATUS
        END-IF
    END-IF.

*> Every generation the plant maintenance system has not accepted,
*> oldest first, with how long it has been since it was built. A
*> rejected generation drops off once its business date has been
*> extracted again into a generation that was not rejected.
REPORT-OUTSTANDING.
    MOVE SPACES TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    MOVE "GENERATIONS NOT YET ACCEPTED" TO PMR-SECTION-TITLE
    MOVE PM-REPORT-SECTION-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    MOVE PM-REPORT-COLUMN-HEADS TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD
    PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > WS-LOG-COUNT
        MOVE PM-LOG-ROW(LOG-IDX) TO PM-LOG-DETAIL
        MOVE "N" TO WS-SUPERSEDED-FLAG
        IF PML-REJECTED
            PERFORM CHECK-REJECTED-SUPERSEDED
        END-IF
        IF NOT PML-ACCEPTED AND NOT GENERATION-SUPERSEDED
            PERFORM REPORT-ONE-OUTSTANDING
        END-IF
    END-PERFORM
    IF WS-OUTSTANDING-COUNT = 0
        MOVE "EVERY GENERATION SENT HAS BEEN ACCEPTED" TO PMR-N-TEXT
        MOVE PM-REPORT-NOTE-LINE TO PM-INTERFACE-RPT-RECORD
        WRITE PM-INTERFACE-RPT-RECORD
    END-IF.

CHECK-REJECTED-SUPERSEDED.
    MOVE PML-BUSINESS-DATE TO WS-REJECTED-DATE
    PERFORM VARYING SUP-IDX FROM 1 BY 1
            UNTIL SUP-IDX > WS-LOG-COUNT OR GENERATION-SUPERSEDED
        MOVE PM-LOG-ROW(SUP-IDX) TO PM-LOG-DETAIL
        IF PML-BUSINESS-DATE = WS-REJECTED-DATE AND NOT PML-REJECTED
            SET GENERATION-SUPERSEDED TO TRUE
        END-IF
    END-PERFORM
    MOVE PM-LOG-ROW(LOG-IDX) TO PM-LOG-DETAIL.

REPORT-ONE-OUTSTANDING.
    ADD 1 TO WS-OUTSTANDING-COUNT
    MOVE PML-GENERATION TO PMR-O-GENERATION
    MOVE PML-BUSINESS-DATE TO PMR-O-BUSINESS-DATE
    IF PML-REJECTED
        ADD 1 TO WS-REJECTED-COUNT
        MOVE "REJECTED" TO PMR-O-STATE
    ELSE
        MOVE "AWAITING" TO PMR-O-STATE
    END-IF
    MOVE PML-CREATED-TS(1:8) TO PMR-O-CREATED
    MOVE PML-LAST-SENT-TS(1:8) TO PMR-O-LAST-SENT
    MOVE PML-SEND-COUNT TO PMR-O-SENDS
    COMPUTE WS-DATE-WORK = FUNCTION NUMVAL(PML-CREATED-TS(1:8))
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
    COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-DATE-INT
    MOVE WS-DAYS-OUT TO PMR-O-DAYS
    MOVE PM-REPORT-OUTSTANDING-LINE TO PM-INTERFACE-RPT-RECORD
    WRITE PM-INTERFACE-RPT-RECORD.
