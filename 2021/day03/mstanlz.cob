    COPY "mstrsel.cpy".
    COPY "mactsel.cpy".
    COPY "manlsel.cpy".
    COPY "sregsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "mstrfd.cpy".
    COPY "mactfd.cpy".
    COPY "manlfd.cpy".
    COPY "sregfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "mstrws.cpy".
    COPY "mactws.cpy".
    COPY "manlws.cpy".
    COPY "sregws.cpy".
    COPY "lngws.cpy".
    *> The readings of the day (or of the whole range, for the
    *> aggregate pass) under analysis, in the same two working copies
    *> the flat-report jobs use: one for the O2 generator elimination
    01 WS-UNRESOLVED-COUNT PIC 9(9) VALUE 0.
    01 WS-SCAN-FLAG PIC X(1) VALUE "N".
        88 MASTER-SCAN-DONE VALUE "Y".
    *> The head whose keys are being scanned, and the lineage place of
    *> the last head that yielded readings, so the hardware change is
    *> marked only where one head's readings give way to the next's.
    01 WS-SCAN-SENSOR PIC X(8) VALUE SPACES.
    01 WS-LAST-HEAD PIC 9(4) VALUE 0.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    *> product, per reading date and once more aggregated across the
    *> whole range. The master finally answers questions as the system
    *> of record instead of someone digging out old report datasets.
    *> Asked to follow the lineage, it pulls every head that has served
    *> the location in turn, so the range runs straight across a head
    *> replacement with the change marked between the two heads' days.
    PARA.
    PERFORM LOAD-ANALYSIS-CONTROL
    IF MCT-FOLLOW-LINEAGE
        MOVE MCT-SENSOR-ID TO WS-LINEAGE-SENSOR
        PERFORM RESOLVE-SENSOR-LINEAGE
    ELSE
        MOVE 1 TO WS-LINEAGE-COUNT
        MOVE MCT-SENSOR-ID TO LIN-SENSOR-ID(1)
    END-IF
    PERFORM OPEN-MASTER-INPUT

    OPEN OUTPUT MASTER-ANALYSIS
    MOVE MCT-SENSOR-ID TO ANL-H-SENSOR
    MOVE WS-DATE-FROM-KEY TO ANL-H-DATE-FROM
    MOVE WS-DATE-TO-LIMIT TO ANL-H-DATE-TO
    IF WS-LINEAGE-COUNT > 1
        MOVE " + LINEAGE" TO ANL-H-LINEAGE
    END-IF
    MOVE ANALYSIS-HEADING-2 TO ANALYSIS-RECORD
    WRITE ANALYSIS-RECORD

    PERFORM VARYING WS-LINEAGE-IDX FROM 1 BY 1
            UNTIL WS-LINEAGE-IDX > WS-LINEAGE-COUNT
        PERFORM SCAN-ONE-HEAD
    END-PERFORM
    CLOSE DIAGNOSTIC-MASTER
    IF WS-DAY-DATE NOT = SPACES
        STOP RUN
    END-IF.

*> One head's readings in the range, day by day. The first reading
*> from a head after another head's readings closes the day then in
*> progress - the two heads never share a day section, even on the
*> swap date - and marks the hardware change.
SCAN-ONE-HEAD.
    MOVE LIN-SENSOR-ID(WS-LINEAGE-IDX) TO WS-SCAN-SENSOR
    MOVE "N" TO WS-SCAN-FLAG
    PERFORM START-MASTER-SCAN
    PERFORM READ-NEXT-MASTER
    PERFORM UNTIL MASTER-SCAN-DONE
        IF WS-LAST-HEAD NOT = WS-LINEAGE-IDX
            IF WS-DAY-DATE NOT = SPACES
                PERFORM ANALYZE-ONE-DAY
                MOVE SPACES TO WS-DAY-DATE
            END-IF
            IF WS-LAST-HEAD > 0
                PERFORM WRITE-HARDWARE-MARKER
            END-IF
            MOVE WS-LINEAGE-IDX TO WS-LAST-HEAD
        END-IF
        IF WS-DAY-DATE = SPACES
            MOVE MST-READING-DATE TO WS-DAY-DATE
        END-IF
        IF MST-READING-DATE NOT = WS-DAY-DATE
            PERFORM ANALYZE-ONE-DAY
            MOVE MST-READING-DATE TO WS-DAY-DATE
        END-IF
        ADD 1 TO WS-TOTAL-READINGS
        IF WS-TOTAL-READINGS > WS-MAX-LINES
            DISPLAY "MASTER RANGE EXCEEDS CAPACITY OF " WS-MAX-LINES " READINGS"
            MOVE RC-CAPACITY TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE MST-PAYLOAD TO AGG-LINE(WS-TOTAL-READINGS)
        MOVE MST-PAYLOAD TO IN-DATA
        PERFORM ADD-LINE-TO-SET
        PERFORM READ-NEXT-MASTER
    END-PERFORM.

WRITE-HARDWARE-MARKER.
    MOVE SPACES TO ANALYSIS-RECORD
    WRITE ANALYSIS-RECORD
    MOVE LIN-SENSOR-ID(WS-LINEAGE-IDX) TO ANL-W-SENSOR
    MOVE LIN-SENSOR-ID(WS-LAST-HEAD) TO ANL-W-REPLACED
    MOVE LIN-EFFECTIVE-DATE(WS-LINEAGE-IDX) TO ANL-W-DATE
    MOVE ANALYSIS-HARDWARE-LINE TO ANALYSIS-RECORD
    WRITE ANALYSIS-RECORD.

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

*> Position the keyed scan at the first reading of the range; a
*> sensor with nothing at or past the start key just yields an empty
*> report instead of an abend.
START-MASTER-SCAN.
    MOVE WS-SCAN-SENSOR TO MST-SENSOR-ID
    MOVE WS-DATE-FROM-KEY TO MST-READING-DATE
    MOVE 0 TO MST-READING-SEQ
    START DIAGNOSTIC-MASTER KEY NOT < MST-KEY
                MOVE RC-OPEN-FAILURE TO RETURN-CODE
                STOP RUN
            END-IF
            IF MST-SENSOR-ID NOT = WS-SCAN-SENSOR
                    OR MST-READING-DATE > WS-DATE-TO-LIMIT
                SET MASTER-SCAN-DONE TO TRUE
            END-IF
