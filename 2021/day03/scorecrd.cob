    COPY "histsel.cpy".
    COPY "scctsel.cpy".
    COPY "scrdsel.cpy".
    COPY "sregsel.cpy".
    COPY "wordsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "histfd.cpy".
    COPY "scctfd.cpy".
    COPY "scrdfd.cpy".
    COPY "sregfd.cpy".
    COPY "wordfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "histws.cpy".
    COPY "scctws.cpy".
    COPY "scrdws.cpy".
    COPY "sregws.cpy".
    COPY "lngws.cpy".
    COPY "wordws.cpy".
    *> One scorecard entry per manifest sensor, accumulated over four
    *> passes: audit (which also yields the run-id map), exceptions,
    *> alerts, and run history.
            03 SEN-RUNS PIC 9(6) VALUE 0.
            03 SEN-FAILED PIC 9(6) VALUE 0.
            03 SEN-ALERTED-RUNS PIC 9(6) VALUE 0.
            03 SEN-MAINT-RUNS PIC 9(6) VALUE 0.
            03 SEN-EXC-CHAR PIC 9(6) VALUE 0.
            03 SEN-EXC-SHORT PIC 9(6) VALUE 0.
            03 SEN-EXC-LONG PIC 9(6) VALUE 0.
            03 SEN-LIFE-SEEN PIC X(1) VALUE "N".
            03 SEN-LIFE-FIRST PIC 9(38) VALUE 0.
            03 SEN-LIFE-LAST PIC 9(38) VALUE 0.
            *> The heads that have served the sensor's location, oldest
            *> first; just the manifest sensor itself unless the
            *> lineage is being followed.
            03 SEN-LINEAGE-COUNT PIC 9(4) VALUE 0.
            03 SEN-LINEAGE OCCURS WS-MAX-LINEAGE TIMES.
                04 SEN-LIN-ID PIC X(8) VALUE SPACES.
                04 SEN-LIN-DATE PIC X(8) VALUE SPACES.
    *> Run id to sensor slot, built from the audit pass; every other
    *> file is joined through it.
    01 RUN-MAP-TABLE.
        02 RUN-MAP-ENTRY OCCURS WS-MAX-RUN-MAP TIMES.
            03 RUN-MAP-ID PIC 9(9) VALUE 0.
            03 RUN-MAP-SENSOR PIC 9(4) VALUE 0.
    *> The work-order file, held so each audit row can be checked
    *> against the orders for its head, and so a poor rating can be
    *> turned into a proposed order without doubling one up.
    01 WORK-ORDER-TABLE.
        02 WORK-ORDER-ROW PIC X(108) OCCURS WS-MAX-WORK-ORDERS TIMES
            VALUE SPACES.
    01 WS-ORDER-TOTAL PIC 9(9) VALUE 0.
    01 WS-LAST-ORDER-NO PIC 9(6) VALUE 0.
    01 WO-IDX PIC 9(9).
    01 WS-WO-HEAD PIC X(8) VALUE SPACES.
    01 WS-ORDER-FLAG PIC X(1) VALUE "N".
        88 ORDER-ALREADY-OPEN VALUE "Y".
    01 WS-POOR-REASON PIC X(40) VALUE SPACES.
    01 WS-PROPOSED-COUNT PIC 9(9) VALUE 0.
    01 WS-SENSOR-COUNT PIC 9(4) VALUE 0.
    01 WS-RUN-MAP-COUNT PIC 9(9) VALUE 0.
    01 IDX PIC 9(9).
    *> print padded with leading zeros.
    01 WS-SENSORS-DISP PIC Z(3)9.
    01 WS-RUNS-DISP PIC Z(8)9.
    01 WS-PROPOSED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> The weekly per-sensor health page: for every sensor on the
    *> only share a run id, so the audit pass builds the run-to-
    *> sensor map the other passes join through. "Which sensors are
    *> deteriorating" stops being an afternoon of cross-referencing.
    *> Following the lineage, each page scores every head that has
    *> served the location, so a replacement doesn't split the review.
    *> A run on a day its head was out of service under a work order
    *> is left out altogether, and a poorly rated sensor gets a work
    *> order proposed unless one is already open against it.
    PARA.
    PERFORM LOAD-SCORECARD-CONTROL
    PERFORM LOAD-MANIFEST-SENSORS
    PERFORM LOAD-WORK-ORDERS
    PERFORM SCAN-JOB-AUDIT
    PERFORM SCAN-EXCEPTION-LOG
    PERFORM SCAN-ALERT-FILE
    MOVE WS-RUN-MAP-COUNT TO WS-RUNS-DISP
    DISPLAY "SENSORS REPORTED: " WS-SENSORS-DISP
    DISPLAY "RUNS IN PERIOD: " WS-RUNS-DISP
    MOVE WS-PROPOSED-COUNT TO WS-PROPOSED-DISP
    DISPLAY "WORK ORDERS PROPOSED: " WS-PROPOSED-DISP
STOP RUN.

*> Pick up the reporting period; a missing control file (or blank
            END-IF
            MOVE MAN-SENSOR-ID TO SEN-ID(WS-SENSOR-COUNT)
            MOVE MAN-DATASET TO SEN-DATASET(WS-SENSOR-COUNT)
            PERFORM LOAD-SENSOR-LINEAGE
        END-IF
    END-PERFORM
    CLOSE SENSOR-MANIFEST
        STOP RUN
    END-IF.

*> Bank the manifest sensor's lineage in its scorecard entry.
LOAD-SENSOR-LINEAGE.
    IF SCC-FOLLOW-LINEAGE
        MOVE MAN-SENSOR-ID TO WS-LINEAGE-SENSOR
        PERFORM RESOLVE-SENSOR-LINEAGE
    ELSE
        MOVE 1 TO WS-LINEAGE-COUNT
        MOVE MAN-SENSOR-ID TO LIN-SENSOR-ID(1)
        MOVE SPACES TO LIN-EFFECTIVE-DATE(1)
    END-IF
    MOVE WS-LINEAGE-COUNT TO SEN-LINEAGE-COUNT(WS-SENSOR-COUNT)
    PERFORM VARYING WS-LINEAGE-IDX FROM 1 BY 1
            UNTIL WS-LINEAGE-IDX > WS-LINEAGE-COUNT
        MOVE LIN-SENSOR-ID(WS-LINEAGE-IDX)
            TO SEN-LIN-ID(WS-SENSOR-COUNT, WS-LINEAGE-IDX)
        MOVE LIN-EFFECTIVE-DATE(WS-LINEAGE-IDX)
            TO SEN-LIN-DATE(WS-SENSOR-COUNT, WS-LINEAGE-IDX)
    END-PERFORM.

*> Walk the registry's succession links from the requested sensor
*> back to the location's first head, then forward again through
*> every successor, banking each head in service order. A link to an
*> id the registry doesn't hold ends the walk there; the step count
*> bounds it against a damaged registry.
RESOLVE-SENSOR-LINEAGE.
    MOVE 0 TO WS-LINEAGE-COUNT
    MOVE WS-LINEAGE-SENSOR TO WS-LINEAGE-ROOT
    OPEN INPUT SENSOR-REGISTRY
    IF WS-REGISTRY-STATUS = "00"
        MOVE 0 TO WS-LINEAGE-STEPS
        MOVE WS-LINEAGE-SENSOR TO WS-LINEAGE-NEXT
        MOVE "N" TO WS-LINEAGE-FLAG
        PERFORM UNTIL LINEAGE-WALK-DONE
            MOVE WS-LINEAGE-NEXT TO SRG-SENSOR-ID
            READ SENSOR-REGISTRY
                INVALID KEY SET LINEAGE-WALK-DONE TO TRUE
            END-READ
            IF NOT LINEAGE-WALK-DONE
                MOVE WS-LINEAGE-NEXT TO WS-LINEAGE-ROOT
                ADD 1 TO WS-LINEAGE-STEPS
                IF SRG-REPLACES-ID = SPACES
                        OR WS-LINEAGE-STEPS NOT < WS-MAX-LINEAGE
                    SET LINEAGE-WALK-DONE TO TRUE
                ELSE
                    MOVE SRG-REPLACES-ID TO WS-LINEAGE-NEXT
                END-IF
            END-IF
        END-PERFORM
        MOVE WS-LINEAGE-ROOT TO WS-LINEAGE-NEXT
        MOVE "N" TO WS-LINEAGE-FLAG
        PERFORM UNTIL LINEAGE-WALK-DONE
            MOVE WS-LINEAGE-NEXT TO SRG-SENSOR-ID
            READ SENSOR-REGISTRY
                INVALID KEY SET LINEAGE-WALK-DONE TO TRUE
            END-READ
            IF NOT LINEAGE-WALK-DONE
                ADD 1 TO WS-LINEAGE-COUNT
                MOVE SRG-SENSOR-ID TO LIN-SENSOR-ID(WS-LINEAGE-COUNT)
                IF SRG-REPLACES-ID = SPACES
                    MOVE SRG-COMMISSIONED
                        TO LIN-EFFECTIVE-DATE(WS-LINEAGE-COUNT)
                ELSE
                    MOVE SRG-SUCCESSION-DATE
                        TO LIN-EFFECTIVE-DATE(WS-LINEAGE-COUNT)
                END-IF
                IF SRG-REPLACED-BY = SPACES
                        OR WS-LINEAGE-COUNT NOT < WS-MAX-LINEAGE
                    SET LINEAGE-WALK-DONE TO TRUE
                ELSE
                    MOVE SRG-REPLACED-BY TO WS-LINEAGE-NEXT
                END-IF
            END-IF
        END-PERFORM
        CLOSE SENSOR-REGISTRY
    END-IF
    IF WS-LINEAGE-COUNT = 0
        MOVE 1 TO WS-LINEAGE-COUNT
        MOVE WS-LINEAGE-SENSOR TO LIN-SENSOR-ID(1)
        MOVE SPACES TO LIN-EFFECTIVE-DATE(1)
    END-IF.

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

*> COMBINED's fleet rows carry the sensor's dataset and its own run
*> id, so each in-period row both scores the sensor's run outcome
*> and adds a run-id mapping for the other passes. Rows stamped with
*> a sensor id join on it, through the lineage when it is followed;
*> older rows join on the dataset as they always have.
SCAN-JOB-AUDIT.
    MOVE "N" TO WS-FILE-DONE
    OPEN INPUT JOB-AUDIT
    IF AUD-PROGRAM = "COMBINED"
            AND AUD-START-TS(1:8) NOT < WS-DATE-FROM
            AND AUD-START-TS(1:8) NOT > WS-DATE-TO
        IF AUD-SENSOR-ID NOT = SPACES
            PERFORM FIND-SENSOR-BY-LINEAGE
        ELSE
            PERFORM FIND-SENSOR-BY-DATASET
        END-IF
        IF SEN-IDX > 0
            PERFORM CHECK-RUN-OUT-OF-SERVICE
            IF WO-OUT-OF-SERVICE
                ADD 1 TO SEN-MAINT-RUNS(SEN-IDX)
            ELSE
                PERFORM SCORE-RUN-OUTCOME
            END-IF
        END-IF
    END-IF.

*> A run counts toward the sensor's outcomes, and its run id is
*> mapped so its exceptions, alerts and history count too.
SCORE-RUN-OUTCOME.
    ADD 1 TO SEN-RUNS(SEN-IDX)
    IF AUD-COMPLETION-CODE > RC-ALERT
        ADD 1 TO SEN-FAILED(SEN-IDX)
    END-IF
    IF AUD-COMPLETION-CODE = RC-ALERT
        ADD 1 TO SEN-ALERTED-RUNS(SEN-IDX)
    END-IF
    IF AUD-RUN-ID > 0
        ADD 1 TO WS-RUN-MAP-COUNT
        IF WS-RUN-MAP-COUNT > WS-MAX-RUN-MAP
            DISPLAY "RUN MAP EXCEEDS CAPACITY OF "
                WS-MAX-RUN-MAP " RUNS"
            MOVE RC-CAPACITY TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE AUD-RUN-ID TO RUN-MAP-ID(WS-RUN-MAP-COUNT)
        MOVE SEN-IDX TO RUN-MAP-SENSOR(WS-RUN-MAP-COUNT)
    END-IF.

*> Was the row's head out of service under a work order on the day
*> it ran? COMBINED's own in-maintenance rows say so outright; any
*> other row is checked against the orders for its head, so an order
*> recorded after the fact still takes the day out of the figures.
CHECK-RUN-OUT-OF-SERVICE.
    MOVE "N" TO WS-WO-SERVICE-FLAG
    IF AUD-RESULT(1:14) = "IN MAINTENANCE"
        SET WO-OUT-OF-SERVICE TO TRUE
    ELSE
        IF AUD-SENSOR-ID NOT = SPACES
            MOVE AUD-SENSOR-ID TO WS-WO-HEAD
        ELSE
            MOVE SEN-ID(SEN-IDX) TO WS-WO-HEAD
        END-IF
        MOVE AUD-START-TS(1:8) TO WS-WO-CHECK-DATE
        PERFORM VARYING WO-IDX FROM 1 BY 1
                UNTIL WO-IDX > WS-ORDER-TOTAL OR WO-OUT-OF-SERVICE
            MOVE WORK-ORDER-ROW(WO-IDX) TO WORK-ORDER-DETAIL
            IF WO-SENSOR-ID = WS-WO-HEAD
                PERFORM CHECK-ORDER-OUT-OF-SERVICE
            END-IF
        END-PERFORM
    END-IF.

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

*> The audit row only names the dataset, so the manifest entry is
*> found by dataset name; zero means the row belongs to no manifest
*> sensor (a single-report run, say) and is skipped.
        END-IF
    END-PERFORM.

*> The scorecard entry whose lineage holds the audit row's sensor;
*> zero means no manifest sensor's location has ever had that head.
FIND-SENSOR-BY-LINEAGE.
    MOVE 0 TO SEN-IDX
    PERFORM VARYING IDX FROM 1 BY 1
            UNTIL IDX > WS-SENSOR-COUNT OR SEN-IDX > 0
        PERFORM VARYING WS-LINEAGE-IDX FROM 1 BY 1
                UNTIL WS-LINEAGE-IDX > SEN-LINEAGE-COUNT(IDX)
                    OR SEN-IDX > 0
            IF SEN-LIN-ID(IDX, WS-LINEAGE-IDX) = AUD-SENSOR-ID
                MOVE IDX TO SEN-IDX
            END-IF
        END-PERFORM
    END-PERFORM.

*> Sensor slot for a run id out of the map built by the audit pass;
*> zero means the row's run is outside the period or not a fleet
*> sensor's.
    MOVE SEN-DATASET(SEN-IDX) TO SCD-S-DATASET
    MOVE SCORECARD-SENSOR-LINE TO SCORECARD-RECORD
    WRITE SCORECARD-RECORD
    PERFORM VARYING WS-LINEAGE-IDX FROM 2 BY 1
            UNTIL WS-LINEAGE-IDX > SEN-LINEAGE-COUNT(SEN-IDX)
        PERFORM WRITE-HARDWARE-CHANGE
    END-PERFORM
    MOVE SEN-RUNS(SEN-IDX) TO SCD-R-ATTEMPTED
    MOVE SEN-FAILED(SEN-IDX) TO SCD-R-FAILED
    MOVE SEN-ALERTED-RUNS(SEN-IDX) TO SCD-R-ALERTED
    MOVE SCORECARD-RUNS-LINE TO SCORECARD-RECORD
    WRITE SCORECARD-RECORD
    IF SEN-MAINT-RUNS(SEN-IDX) > 0
        MOVE SEN-MAINT-RUNS(SEN-IDX) TO SCD-M-RUNS
        MOVE SCORECARD-MAINT-LINE TO SCORECARD-RECORD
        WRITE SCORECARD-RECORD
    END-IF
    MOVE SEN-EXC-CHAR(SEN-IDX) TO SCD-E-CHAR
    MOVE SEN-EXC-SHORT(SEN-IDX) TO SCD-E-SHORT
    MOVE SEN-EXC-LONG(SEN-IDX) TO SCD-E-LONG
        MOVE SCORECARD-NOTE-LINE TO SCORECARD-RECORD
        WRITE SCORECARD-RECORD
    END-IF
    MOVE SPACES TO WS-POOR-REASON
    IF SEN-LIFE-SEEN(SEN-IDX) = "Y"
        MOVE "LIFE SUPPORT  " TO SCD-T-NAME
        PERFORM WRITE-LIFE-TREND
        IF SCD-T-TREND(1:7) = "FALLING"
            MOVE "SCORECARD: LIFE SUPPORT DETERIORATING"
                TO WS-POOR-REASON
        END-IF
    ELSE
        MOVE "NO LIFE-SUPPORT PRODUCT ROWS IN PERIOD" TO SCD-N-TEXT
        MOVE SCORECARD-NOTE-LINE TO SCORECARD-RECORD
        WRITE SCORECARD-RECORD
    END-IF
    IF WS-POOR-REASON = SPACES
            AND SEN-FAILED(SEN-IDX) * 2 > SEN-RUNS(SEN-IDX)
        MOVE "SCORECARD: MOST RUNS IN PERIOD FAILED" TO WS-POOR-REASON
    END-IF
    IF WS-POOR-REASON NOT = SPACES
        PERFORM PROPOSE-WORK-ORDER
    END-IF.

*> A poor rating - life support deteriorating, or more runs failed
*> than not - proposes a work order against the sensor, unless one
*> is already open or in progress there. The proposal is appended to
*> the work-order file open, with no planned window, for an operator
*> to take up or close through WORKORD.
PROPOSE-WORK-ORDER.
    MOVE "N" TO WS-ORDER-FLAG
    PERFORM VARYING WO-IDX FROM 1 BY 1
            UNTIL WO-IDX > WS-ORDER-TOTAL OR ORDER-ALREADY-OPEN
        MOVE WORK-ORDER-ROW(WO-IDX) TO WORK-ORDER-DETAIL
        IF WO-SENSOR-ID = SEN-ID(SEN-IDX) AND NOT WO-CLOSED
            SET ORDER-ALREADY-OPEN TO TRUE
        END-IF
    END-PERFORM
    IF NOT ORDER-ALREADY-OPEN
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
        MOVE SEN-ID(SEN-IDX) TO WO-SENSOR-ID
        SET WO-FROM-SCORECARD TO TRUE
        MOVE WS-POOR-REASON TO WO-REASON
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
        ADD 1 TO WS-PROPOSED-COUNT
        MOVE WO-ORDER-NO TO SCD-O-ORDER
        MOVE WO-REASON TO SCD-O-REASON
        MOVE SCORECARD-ORDER-LINE TO SCORECARD-RECORD
        WRITE SCORECARD-RECORD
        DISPLAY "WORK ORDER " WO-ORDER-NO " PROPOSED FOR SENSOR "
            WO-SENSOR-ID ": " WO-REASON
    END-IF.

*> A replacement within the period means the page's first and last
*> figures may come from different heads; the flag says so.
WRITE-HARDWARE-CHANGE.
    MOVE SEN-LIN-ID(SEN-IDX, WS-LINEAGE-IDX) TO SCD-W-SENSOR
    MOVE SEN-LIN-ID(SEN-IDX, WS-LINEAGE-IDX - 1) TO SCD-W-REPLACED
    MOVE SEN-LIN-DATE(SEN-IDX, WS-LINEAGE-IDX) TO SCD-W-DATE
    IF SCD-W-DATE NOT < WS-DATE-FROM AND SCD-W-DATE NOT > WS-DATE-TO
        MOVE "IN PERIOD" TO SCD-W-IN-PERIOD
    ELSE
        MOVE SPACES TO SCD-W-IN-PERIOD
    END-IF
    MOVE SCORECARD-HARDWARE-LINE TO SCORECARD-RECORD
    WRITE SCORECARD-RECORD.

WRITE-POWER-TREND.
    MOVE SEN-POWER-FIRST(SEN-IDX) TO SCD-PRODUCT-WORK
    PERFORM FORMAT-PRODUCT-COLUMN
