    COPY "bandsel.cpy".
    COPY "alrtsel.cpy".
    COPY "audtsel.cpy".
    COPY "chstsel.cpy".
    COPY "mansel.cpy".
    COPY "sregsel.cpy".
    COPY "scfgsel.cpy".
    COPY "fltsel.cpy".
    COPY "engsel.cpy".
    COPY "csvsel.cpy".
    COPY "chmpsel.cpy".
    COPY "wordsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "bandfd.cpy".
    COPY "alrtfd.cpy".
    COPY "audtfd.cpy".
    COPY "chstfd.cpy".
    COPY "manfd.cpy".
    COPY "sregfd.cpy".
    COPY "scfgfd.cpy".
    COPY "fltfd.cpy".
    COPY "engfd.cpy".
    COPY "csvfd.cpy".
    COPY "chmpfd.cpy".
    COPY "wordfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "diagws.cpy".
    COPY "alrtws.cpy".
    COPY "rcodes.cpy".
    COPY "audtws.cpy".
    COPY "chstws.cpy".
    COPY "manws.cpy".
    COPY "sregws.cpy".
    COPY "scfgws.cpy".
    COPY "fltws.cpy".
    COPY "engws.cpy".
    COPY "chmpws.cpy".
    COPY "wordws.cpy".
    01 FILE-CONTENTS.
        02 GENERATOR-LINE PIC X(WS-MAX-WIDTH) OCCURS WS-MAX-LINES TIMES
            VALUE SPACES.
*> set first.
WRITE-JOB-AUDIT.
    MOVE "COMBINED" TO AUD-PROGRAM
    PERFORM PICK-UP-CHAIN-ID
    MOVE WS-RUN-ID TO AUD-RUN-ID
    MOVE FUNCTION CURRENT-DATE TO AUD-END-TS
    MOVE WS-REPORT-PATH TO AUD-DATASET
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

*> Work the manifest front to back: each sensor's dataset is swapped
*> into WS-REPORT-PATH and run through the one-report machinery, its
*> result line goes straight onto the fleet report, and a failed
*> sensor is recorded and skipped rather than killing the batch.
RUN-MANIFEST-BATCH.
    PERFORM OPEN-SENSOR-REGISTRY
    PERFORM OPEN-SENSOR-CONFIG
    OPEN OUTPUT FLEET-RESULTS
    IF WS-FLEET-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN FLEET-RESULTS, FILE STATUS=" WS-FLEET-STATUS
    IF REGISTRY-ON-FILE
        CLOSE SENSOR-REGISTRY
    END-IF
    IF CONFIG-ON-FILE
        CLOSE SENSOR-CONFIG
    END-IF

    IF WS-FLEET-COUNT = 0
        DISPLAY "SENSOR MANIFEST IS EMPTY, NOTHING TO PROCESS"
    DISPLAY "FLEET BATCH COMPLETE: " WS-FLEET-COUNT
        " SENSOR(S), RESULTS IN FLEET-RESULTS.RPT".

*> One manifest entry: a head out of service under a work order on
*> the run date is recorded as in maintenance and its report left
*> alone; anything else goes through the shared machinery. Either
*> way the audit rows name the sensor the run belongs to.
PROCESS-MANIFEST-ENTRY.
    MOVE MAN-SENSOR-ID TO FLT-SENSOR-ID(WS-FLEET-COUNT)
    MOVE MAN-SENSOR-ID TO AUD-SENSOR-ID
    MOVE MAN-DATASET TO WS-REPORT-PATH
    PERFORM CHECK-SENSOR-IN-MAINTENANCE
    IF WO-OUT-OF-SERVICE
        PERFORM RECORD-SENSOR-IN-MAINTENANCE
    ELSE
        PERFORM PROCESS-SENSOR-REPORT
    END-IF
    MOVE SPACES TO AUD-SENSOR-ID.

*> Run the entry's report through the shared machinery and bank the
*> outcome in the fleet table. Every sensor gets its own run id so
*> its exception rows and history rows stay traceable to the report
*> they came from.
PROCESS-SENSOR-REPORT.
    PERFORM GET-NEXT-RUN-ID
    PERFORM RESET-SENSOR-STATE
    PERFORM VALIDATE-MANIFEST-SENSOR
        DISPLAY "SENSOR " MAN-SENSOR-ID " PROCESSED, RUN ID" WS-RUN-ID-DISP
    END-IF.

*> Is the entry's head out of service under a work order on the run
*> date? The first order found covering the day is left in
*> WORK-ORDER-DETAIL. No work-order file means no head is out.
CHECK-SENSOR-IN-MAINTENANCE.
    MOVE "N" TO WS-WO-SERVICE-FLAG
    MOVE AUD-START-TS(1:8) TO WS-WO-CHECK-DATE
    OPEN INPUT WORK-ORDERS
    IF WS-WORDERS-STATUS = "00"
        PERFORM UNTIL WS-WORDERS-STATUS NOT = "00" OR WO-OUT-OF-SERVICE
            READ WORK-ORDERS INTO WORK-ORDER-DETAIL
                AT END MOVE "10" TO WS-WORDERS-STATUS
            END-READ
            IF WS-WORDERS-STATUS = "00" AND WO-SENSOR-ID = MAN-SENSOR-ID
                PERFORM CHECK-ORDER-OUT-OF-SERVICE
            END-IF
        END-PERFORM
        CLOSE WORK-ORDERS
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

*> A head in maintenance is expected to be silent or reading junk, so
*> it is neither failed nor checked against the bands. It draws no
*> run id and leaves no history; the audit row (run id zero, clean
*> completion code) is the record that the night skipped it on
*> purpose, and SCORECRD leaves the day out of its figures.
RECORD-SENSOR-IN-MAINTENANCE.
    PERFORM RESET-SENSOR-STATE
    MOVE 0 TO WS-RUN-ID
    MOVE "M" TO FLT-STATUS(WS-FLEET-COUNT)
    MOVE SPACES TO FLT-FAIL-REASON(WS-FLEET-COUNT)
    STRING "WORK ORDER " WO-ORDER-NO " " WO-REASON
        DELIMITED BY SIZE INTO FLT-FAIL-REASON(WS-FLEET-COUNT)
    DISPLAY "SENSOR " MAN-SENSOR-ID " IN MAINTENANCE, WORK ORDER "
        WO-ORDER-NO
    MOVE SPACES TO AUD-RESULT
    STRING "IN MAINTENANCE, WORK ORDER " WO-ORDER-NO
        DELIMITED BY SIZE INTO AUD-RESULT
    MOVE 0 TO AUD-COMPLETION-CODE
    PERFORM WRITE-JOB-AUDIT.

*> The registry is the fleet batch's guard against typo sensors: a
*> manifest id with no active registry entry must not get to create
*> run-history, alert, and master rows under a name that doesn't
*> fails like any other failed sensor - recorded, skipped, batch
*> carries on - so one stale manifest line can't take the night down.
VALIDATE-MANIFEST-SENSOR.
    MOVE 0 TO CIF-REGISTERED-WIDTH
    IF REGISTRY-ON-FILE
        MOVE MAN-SENSOR-ID TO SRG-SENSOR-ID
        READ SENSOR-REGISTRY
                        TO WS-FAIL-REASON
                    MOVE "Y" TO WS-REPORT-FAILED
                    MOVE RC-SENSOR-INVALID TO WS-FAIL-CODE
                ELSE
                    MOVE SRG-REPORT-WIDTH TO CIF-REGISTERED-WIDTH
                END-IF
            END-IF
        END-IF
    END-IF.

*> Dated configuration history, opened for keyed lookup only; SENSREG
*> is the one program that writes it. A dive with no history on file
*> is held to the registry widths alone.
OPEN-SENSOR-CONFIG.
    MOVE "N" TO WS-CONFIG-FLAG
    OPEN INPUT SENSOR-CONFIG
    IF WS-CONFIG-STATUS = "00"
        SET CONFIG-ON-FILE TO TRUE
    END-IF.

*> The configuration in force for CIF-SENSOR-ID on CIF-READING-DATE
*> is its latest entry dated on or before that day; the scan starts
*> at the sensor's first entry and stops at the first one dated
*> after it. See scfgws.cpy for the registry fallback and for a
*> date before the sensor's first entry.
FIND-CONFIG-IN-FORCE.
    MOVE SPACES TO CIF-EFFECTIVE-FROM
    MOVE 0 TO CIF-REPORT-WIDTH
    MOVE SPACES TO CIF-FIRMWARE
    MOVE "N" TO CIF-HISTORY-FLAG
    IF CONFIG-ON-FILE
        MOVE "N" TO WS-CONFIG-SCAN-FLAG
        MOVE CIF-SENSOR-ID TO SCF-SENSOR-ID
        MOVE LOW-VALUES TO SCF-EFFECTIVE-FROM
        START SENSOR-CONFIG KEY NOT < SCF-KEY
            INVALID KEY SET CONFIG-SCAN-DONE TO TRUE
        END-START
        PERFORM UNTIL CONFIG-SCAN-DONE
            READ SENSOR-CONFIG NEXT RECORD
                AT END SET CONFIG-SCAN-DONE TO TRUE
            END-READ
            IF NOT CONFIG-SCAN-DONE
                IF WS-CONFIG-STATUS NOT = "00"
                    DISPLAY "UNABLE TO READ SENSOR-CONFIG, FILE STATUS=" WS-CONFIG-STATUS
                    MOVE "UNABLE TO READ SENSOR-CONFIG" TO AUD-RESULT
                    MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
                    PERFORM ABORT-RUN
                END-IF
                IF SCF-SENSOR-ID NOT = CIF-SENSOR-ID
                    SET CONFIG-SCAN-DONE TO TRUE
                ELSE
                    SET CIF-HAS-HISTORY TO TRUE
                    IF SCF-EFFECTIVE-FROM > CIF-READING-DATE
                        SET CONFIG-SCAN-DONE TO TRUE
                    ELSE
                        MOVE SCF-EFFECTIVE-FROM TO CIF-EFFECTIVE-FROM
                        MOVE SCF-REPORT-WIDTH TO CIF-REPORT-WIDTH
                        MOVE SCF-FIRMWARE TO CIF-FIRMWARE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF
    IF NOT CIF-HAS-HISTORY
        MOVE CIF-REGISTERED-WIDTH TO CIF-REPORT-WIDTH
    END-IF.

*> A manifest report's header width must be the one its sensor was
*> configured for on the run date, the day the batch files its
*> readings under; a mislabelled dataset or an unrecorded firmware
*> change fails the entry like any other failed sensor. A sensor with
*> no width on record is not held to one.
CHECK-CONFIGURED-WIDTH.
    MOVE MAN-SENSOR-ID TO CIF-SENSOR-ID
    MOVE AUD-START-TS(1:8) TO CIF-READING-DATE
    PERFORM FIND-CONFIG-IN-FORCE
    IF CIF-REPORT-WIDTH > 0 AND WS-REPORT-WIDTH NOT = CIF-REPORT-WIDTH
        MOVE SPACES TO WS-FAIL-REASON
        STRING "REPORT WIDTH " WS-REPORT-WIDTH
            " NOT CONFIGURED WIDTH " CIF-REPORT-WIDTH
            " ON " CIF-READING-DATE DELIMITED BY SIZE
            INTO WS-FAIL-REASON
        MOVE "Y" TO WS-REPORT-FAILED
        MOVE RC-WIDTH-MISMATCH TO WS-FAIL-CODE
    END-IF.

*> Clear everything the one-report machinery accumulates, so sensor N
*> starts from the same state sensor 1 did.
RESET-SENSOR-STATE.
            CLOSE DIAGNOSTIC-REPORT
        ELSE
            PERFORM READ-WIDTH-HEADER
            *> Only a manifest entry names the sensor the report
            *> belongs to, so only a fleet batch can hold its width to
            *> the sensor's configuration.
            IF NOT REPORT-FAILED AND BATCH-MODE
                PERFORM CHECK-CONFIGURED-WIDTH
            END-IF
            IF NOT REPORT-FAILED
                PERFORM LOAD-REPORT-LINES
            END-IF
    DISPLAY "LIFE SUPPORT RATING: " LIFE-SUPPORT-ANSWER.

*> One line on the fleet report for one fleet-table entry; failures
*> carry their reason, heads in maintenance their work order,
*> successes their figures plus whatever outlier flag the caller set
*> in FLR-FLAG.
WRITE-FLEET-ENTRY-LINE.
    IF FLT-IN-MAINTENANCE(FLT-IDX)
        MOVE FLT-SENSOR-ID(FLT-IDX) TO FLN-SENSOR-ID
        MOVE FLT-FAIL-REASON(FLT-IDX) TO FLN-REASON
        MOVE FLEET-MAINT-LINE TO FLEET-RECORD
        WRITE FLEET-RECORD
    END-IF
    IF FLT-FAILED(FLT-IDX)
        MOVE FLT-SENSOR-ID(FLT-IDX) TO FLF-SENSOR-ID
        MOVE FLT-FAIL-REASON(FLT-IDX) TO FLF-REASON
        MOVE FLEET-FAILED-LINE TO FLEET-RECORD
        WRITE FLEET-RECORD
    END-IF
    IF FLT-PROCESSED(FLT-IDX)
        MOVE FLT-SENSOR-ID(FLT-IDX) TO FLR-SENSOR-ID
        MOVE FLT-GAMMA(FLT-IDX) TO FLR-GAMMA
        MOVE FLT-EPSILON(FLT-IDX) TO FLR-EPSILON
        MOVE SPACES TO ENG-H-SENSOR
    END-IF
    MOVE ENG-PAGE-LINES TO WS-ENG-LINE-COUNT
    PERFORM LOAD-CHANNEL-NAMES

    MOVE ENG-COLUMN-SECTION-HEAD TO WS-ENG-PRINT
    PERFORM WRITE-ENG-LINE
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-REPORT-WIDTH
        MOVE IDX TO ENG-C-POSITION
        MOVE SAVED-COUNT(IDX) TO ENG-C-ONES
        MOVE CHN-NAME(IDX) TO ENG-C-CHANNEL
        MOVE CHN-SUBSYSTEM(IDX) TO ENG-C-SUBSYSTEM
        COMPUTE WS-COLUMN-PCT = (SAVED-COUNT(IDX) * 100)
            / WS-LOAD-COUNT
        MOVE WS-COLUMN-PCT TO ENG-C-PCT
    WRITE ENGINEERING-RECORD
    ADD 1 TO WS-ENG-LINE-COUNT.

*> Name the bit positions for the column section from the channel
*> map, when the report's sensor is known (a manifest run) and a map
*> is on file; otherwise every column stays a bare bit position.
LOAD-CHANNEL-NAMES.
    MOVE 0 TO WS-CHANNELS-MAPPED
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-MAX-WIDTH
        MOVE "N" TO CHN-MAPPED(IDX)
        MOVE SPACES TO CHN-NAME(IDX)
        MOVE SPACES TO CHN-SUBSYSTEM(IDX)
    END-PERFORM
    IF BATCH-MODE
        OPEN INPUT CHANNEL-MAP
        IF WS-CHMAP-STATUS = "00"
            PERFORM UNTIL WS-CHMAP-STATUS NOT = "00"
                READ CHANNEL-MAP INTO CHANNEL-MAP-DETAIL
                    AT END MOVE "10" TO WS-CHMAP-STATUS
                END-READ
                IF WS-CHMAP-STATUS = "00"
                        AND CHM-SENSOR-ID = MAN-SENSOR-ID
                        AND CHM-COLUMN NUMERIC
                        AND CHM-COLUMN > 0
                        AND CHM-COLUMN NOT > WS-MAX-WIDTH
                    IF NOT CHANNEL-MAPPED(CHM-COLUMN)
                        MOVE "Y" TO CHN-MAPPED(CHM-COLUMN)
                        MOVE CHM-CHANNEL-NAME TO CHN-NAME(CHM-COLUMN)
                        MOVE CHM-SUBSYSTEM TO CHN-SUBSYSTEM(CHM-COLUMN)
                        ADD 1 TO WS-CHANNELS-MAPPED
                    END-IF
                END-IF
            END-PERFORM
            CLOSE CHANNEL-MAP
        END-IF
    END-IF.

*> The same figures as the printed section, machine readable: one
*> SUMMARY row per report and one COLUMN row per bit position.
WRITE-CSV-ROWS.
