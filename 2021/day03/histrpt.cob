    COPY "trnsel.cpy".
    COPY "hctlsel.cpy".
    COPY "arcsel.cpy".
    COPY "sregsel.cpy".
    COPY "audtsel.cpy".
    COPY "mansel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "trnfd.cpy".
    COPY "hctlfd.cpy".
    COPY "arcfd.cpy".
    COPY "sregfd.cpy".
    COPY "audtfd.cpy".
    COPY "manfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "trnws.cpy".
    COPY "hctlws.cpy".
    COPY "arcws.cpy".
    COPY "sregws.cpy".
    COPY "audtws.cpy".
    COPY "manws.cpy".
    COPY "lngws.cpy".
    01 WS-ROW-SELECTED PIC X(1) VALUE "N".
        88 ROW-SELECTED VALUE "Y".
    *> Archive chaining: when the query's from-date predates the
    01 WS-GEN-NUMBER PIC 9(4) VALUE 0.
    01 WS-GENS-READ PIC 9(4) VALUE 0.
    01 WS-GENS-READ-DISP PIC Z(3)9.
    *> Sensor filtering: history rows carry only a run id, so the
    *> COMBINED rows on JOB-AUDIT are scanned once up front to map
    *> each run of the requested sensor (or of any head in its
    *> lineage) to its place in the lineage. Audit rows from before
    *> the sensor id was stamped on them fall back to the manifest
    *> dataset the lineage's heads are listed under.
    78 WS-MAX-RUN-MAP VALUE 2000.
    01 RUN-MAP-TABLE.
        02 RUN-MAP-ENTRY OCCURS WS-MAX-RUN-MAP TIMES.
            03 RUN-MAP-ID PIC 9(9) VALUE 0.
            03 RUN-MAP-MEMBER PIC 9(4) VALUE 0.
    01 LINEAGE-DATASET-TABLE.
        02 LIN-DATASET PIC X(44) OCCURS WS-MAX-LINEAGE TIMES
            VALUE SPACES.
    01 WS-RUN-MAP-COUNT PIC 9(9) VALUE 0.
    01 MAP-IDX PIC 9(9).
    01 WS-ROW-MEMBER PIC 9(4) VALUE 0.
    01 WS-LAST-MEMBER PIC 9(4) VALUE 0.
    01 WS-FILE-DONE PIC X(1) VALUE "N".
        88 FILE-DONE VALUE "Y".
    01 WS-HARDWARE-CHANGES PIC 9(9) VALUE 0.
    01 WS-HARDWARE-CHANGES-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Walk RUN-HISTORY.DAT front to back, applying the optional
    *> selected run next to the prior run of the same program and rate
    *> pair, and flagging every row whose product moved since that
    *> prior run. Engineering's weekly "has the life-support rating
    *> moved" question is answered by the flags alone. Narrowed to a
    *> sensor lineage, the report runs across head replacements as one
    *> series with the hardware change marked where it falls.
    PARA.
    PERFORM LOAD-QUERY-CONTROL
    PERFORM DECIDE-ARCHIVE-CHAIN
    IF QRY-SENSOR-ID NOT = SPACES
        PERFORM LOAD-SENSOR-RUN-MAP
    END-IF

    OPEN INPUT RUN-HISTORY
    IF WS-HISTORY-STATUS = "35"
    END-IF
    MOVE QRY-DATE-FROM TO TRH-DATE-FROM
    MOVE QRY-DATE-TO TO TRH-DATE-TO
    MOVE QRY-SENSOR-ID TO TRH-SENSOR
    IF TRH-SENSOR = SPACES
        MOVE "(ALL)" TO TRH-SENSOR
    END-IF
    IF QRY-FOLLOW-LINEAGE AND QRY-SENSOR-ID NOT = SPACES
        MOVE " + LINEAGE" TO TRH-LINEAGE
    END-IF
    MOVE TREND-HEADING-1 TO TREND-RECORD
    WRITE TREND-RECORD
    MOVE TREND-HEADING-2 TO TREND-RECORD
                AT END MOVE "10" TO WS-HISTORY-STATUS
            END-READ
            IF WS-HISTORY-STATUS = "00"
                PERFORM SCOPE-HISTORY-ROW
            END-IF
        END-PERFORM
        CLOSE RUN-HISTORY
    MOVE WS-CHANGES-FLAGGED TO WS-CHANGES-FLAGGED-DISP
    DISPLAY "RUNS REPORTED: " WS-RUNS-REPORTED-DISP
    DISPLAY "PRODUCT CHANGES FLAGGED: " WS-CHANGES-FLAGGED-DISP
    IF QRY-FOLLOW-LINEAGE AND QRY-SENSOR-ID NOT = SPACES
        MOVE WS-HARDWARE-CHANGES TO WS-HARDWARE-CHANGES-DISP
        DISPLAY "HARDWARE CHANGES MARKED: " WS-HARDWARE-CHANGES-DISP
    END-IF
    IF CHAIN-ARCHIVES
        MOVE WS-GENS-READ TO WS-GENS-READ-DISP
        DISPLAY "ARCHIVE GENERATIONS READ: " WS-GENS-READ-DISP
                AT END MOVE "10" TO WS-ARCHIVE-STATUS
            END-READ
            IF WS-ARCHIVE-STATUS = "00"
                PERFORM SCOPE-HISTORY-ROW
            END-IF
        END-PERFORM
        CLOSE HISTORY-ARCHIVE
    END-IF.

*> Pick up the optional program/date-range/sensor filters. A missing
*> control file just means report everything.
LOAD-QUERY-CONTROL.
    OPEN INPUT HISTRPT-CONTROL
    IF WS-QUERY-STATUS = "00"
        MOVE SPACES TO QUERY-DETAIL
    END-IF.

*> Resolve the heads the report covers - the lineage when asked for,
*> otherwise just the sensor named - then map their runs.
LOAD-SENSOR-RUN-MAP.
    IF QRY-FOLLOW-LINEAGE
        MOVE QRY-SENSOR-ID TO WS-LINEAGE-SENSOR
        PERFORM RESOLVE-SENSOR-LINEAGE
    ELSE
        MOVE 1 TO WS-LINEAGE-COUNT
        MOVE QRY-SENSOR-ID TO LIN-SENSOR-ID(1)
    END-IF
    PERFORM LOAD-LINEAGE-DATASETS
    PERFORM SCAN-JOB-AUDIT-RUNS.

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

*> Place of a sensor id in the lineage; zero when it isn't a member.
FIND-LINEAGE-MEMBER.
    MOVE 0 TO WS-ROW-MEMBER
    PERFORM VARYING WS-LINEAGE-IDX FROM 1 BY 1
            UNTIL WS-LINEAGE-IDX > WS-LINEAGE-COUNT OR WS-ROW-MEMBER > 0
        IF LIN-SENSOR-ID(WS-LINEAGE-IDX) = WS-LINEAGE-SENSOR
            MOVE WS-LINEAGE-IDX TO WS-ROW-MEMBER
        END-IF
    END-PERFORM.

*> Manifest datasets of the lineage's heads, for the older audit rows
*> that only name a dataset. No manifest just means those rows can't
*> be placed.
LOAD-LINEAGE-DATASETS.
    OPEN INPUT SENSOR-MANIFEST
    IF WS-MANIFEST-STATUS = "00"
        PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
            READ SENSOR-MANIFEST INTO MANIFEST-DETAIL
                AT END MOVE "10" TO WS-MANIFEST-STATUS
            END-READ
            IF WS-MANIFEST-STATUS = "00"
                    AND MANIFEST-DETAIL NOT = SPACES
                MOVE MAN-SENSOR-ID TO WS-LINEAGE-SENSOR
                PERFORM FIND-LINEAGE-MEMBER
                IF WS-ROW-MEMBER > 0
                    MOVE MAN-DATASET TO LIN-DATASET(WS-ROW-MEMBER)
                END-IF
            END-IF
        END-PERFORM
        CLOSE SENSOR-MANIFEST
    END-IF.

*> Every COMBINED run of a lineage head goes into the run map with
*> its place in the lineage; without a job audit there is nothing to
*> tie history rows to a sensor, so nothing is selected.
SCAN-JOB-AUDIT-RUNS.
    MOVE "N" TO WS-FILE-DONE
    OPEN INPUT JOB-AUDIT
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "NO JOB AUDIT ON FILE, NO RUNS CAN BE TIED TO SENSOR "
            QRY-SENSOR-ID
    ELSE
        PERFORM UNTIL FILE-DONE
            READ JOB-AUDIT INTO AUDIT-DETAIL
                AT END SET FILE-DONE TO TRUE
            END-READ
            IF NOT FILE-DONE AND AUD-PROGRAM = "COMBINED"
                    AND AUD-RUN-ID > 0
                PERFORM MAP-ONE-AUDIT-RUN
            END-IF
        END-PERFORM
        CLOSE JOB-AUDIT
    END-IF.

MAP-ONE-AUDIT-RUN.
    MOVE 0 TO WS-ROW-MEMBER
    IF AUD-SENSOR-ID NOT = SPACES
        MOVE AUD-SENSOR-ID TO WS-LINEAGE-SENSOR
        PERFORM FIND-LINEAGE-MEMBER
    ELSE
        PERFORM VARYING WS-LINEAGE-IDX FROM 1 BY 1
                UNTIL WS-LINEAGE-IDX > WS-LINEAGE-COUNT
                    OR WS-ROW-MEMBER > 0
            IF LIN-DATASET(WS-LINEAGE-IDX) NOT = SPACES
                    AND LIN-DATASET(WS-LINEAGE-IDX) = AUD-DATASET
                MOVE WS-LINEAGE-IDX TO WS-ROW-MEMBER
            END-IF
        END-PERFORM
    END-IF
    IF WS-ROW-MEMBER > 0
        ADD 1 TO WS-RUN-MAP-COUNT
        IF WS-RUN-MAP-COUNT > WS-MAX-RUN-MAP
            DISPLAY "RUN MAP EXCEEDS CAPACITY OF "
                WS-MAX-RUN-MAP " RUNS"
            MOVE RC-CAPACITY TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE AUD-RUN-ID TO RUN-MAP-ID(WS-RUN-MAP-COUNT)
        MOVE WS-ROW-MEMBER TO RUN-MAP-MEMBER(WS-RUN-MAP-COUNT)
    END-IF.

*> With no sensor asked for every row goes through the filters as
*> before; with one, only the lineage's runs do - the rest don't even
*> count as prior runs, so each comparison stays within the location.
SCOPE-HISTORY-ROW.
    IF QRY-SENSOR-ID = SPACES
        PERFORM PROCESS-HISTORY-ROW
    ELSE
        MOVE 0 TO WS-ROW-MEMBER
        PERFORM VARYING MAP-IDX FROM 1 BY 1
                UNTIL MAP-IDX > WS-RUN-MAP-COUNT OR WS-ROW-MEMBER > 0
            IF RUN-MAP-ID(MAP-IDX) = HIST-RUN-ID
                MOVE RUN-MAP-MEMBER(MAP-IDX) TO WS-ROW-MEMBER
            END-IF
        END-PERFORM
        IF WS-ROW-MEMBER > 0
            PERFORM PROCESS-HISTORY-ROW
        END-IF
    END-IF.

*> A selected row from a different head than the last one printed
*> gets the hardware-change line ahead of it, so the before and after
*> of a replacement read straight down the page.
WRITE-HARDWARE-MARKER.
    IF WS-LAST-MEMBER > 0 AND WS-ROW-MEMBER NOT = WS-LAST-MEMBER
        MOVE LIN-SENSOR-ID(WS-ROW-MEMBER) TO TRW-SENSOR
        IF WS-ROW-MEMBER > 1
            MOVE LIN-SENSOR-ID(WS-ROW-MEMBER - 1) TO TRW-REPLACED
        ELSE
            MOVE SPACES TO TRW-REPLACED
        END-IF
        MOVE LIN-EFFECTIVE-DATE(WS-ROW-MEMBER) TO TRW-DATE
        MOVE TREND-HARDWARE-LINE TO TREND-RECORD
        WRITE TREND-RECORD
        ADD 1 TO WS-HARDWARE-CHANGES
    END-IF
    MOVE WS-ROW-MEMBER TO WS-LAST-MEMBER.

*> Apply the filters to one history row, print it (with its prior-run
*> comparison line) when selected, then remember it as the new prior
*> for its program and rate pair. Priors are tracked across every row
    PERFORM FIND-PRIOR-SLOT

    IF ROW-SELECTED
        IF QRY-SENSOR-ID NOT = SPACES
            PERFORM WRITE-HARDWARE-MARKER
        END-IF
        MOVE HIST-PROGRAM TO TRD-PROGRAM
        MOVE HIST-RUN-ID TO TRD-RUN-ID
        MOVE HIST-TIMESTAMP(1:8) TO TRD-DATE
