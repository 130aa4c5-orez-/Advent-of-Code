    COPY "heldsel.cpy".
    COPY "rtrqsel.cpy".
    COPY "audtsel.cpy".
    COPY "chstsel.cpy".
    COPY "mrgsel.cpy".
    COPY "sregsel.cpy".
    COPY "scfgsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "heldfd.cpy".
    COPY "rtrqfd.cpy".
    COPY "audtfd.cpy".
    COPY "chstfd.cpy".
    COPY "mrgfd.cpy".
    COPY "sregfd.cpy".
    COPY "scfgfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "heldws.cpy".
    COPY "rtrqws.cpy".
    COPY "audtws.cpy".
    COPY "chstws.cpy".
    COPY "mrgws.cpy".
    COPY "sregws.cpy".
    COPY "scfgws.cpy".
    *> Accepted frames are banked here with their sequence numbers
    *> during the input pass; the internal-format report is only
    *> written once the merged sequence has been walked and found
        88 END-OF-RAW VALUE "Y".
    01 WS-END-OF-HELD PIC X(1) VALUE "N".
        88 END-OF-HELD VALUE "Y".
    01 WS-WIDTH-FLAG PIC X(1) VALUE "N".
        88 WIDTH-REFUSED VALUE "Y".
    01 WS-PAYLOAD-LENGTH PIC 9(4) VALUE 0.
    01 WS-BIT-POS PIC 9(4) VALUE 0.
    01 IDX PIC 9(9).
    *> missing ranges, so the sensor only resends those frames. The
    *> next run merges the partial retransmission into the held set
    *> and releases the report once the sequence is complete, instead
    *> of a 900-frame transmission dying over 3 missing frames. When
    *> the merge control names the sensor and reading date, a
    *> complete transmission whose width is not the one configured for
    *> the sensor on that date is withheld as well.
    PARA.
    MOVE FUNCTION CURRENT-DATE TO AUD-START-TS
    PERFORM LOAD-HELD-FRAMES
            PERFORM WRITE-RETRANS-REQUEST
            PERFORM WITHHOLD-REPORT
        ELSE
            PERFORM CHECK-CONFIGURED-WIDTH
            IF WIDTH-REFUSED
                MOVE "REPORT WIDTH IS NOT THE SENSOR'S CONFIGURED WIDTH, REPORT WITHHELD"
                    TO ICT-STATUS-TEXT
                MOVE RC-WIDTH-MISMATCH TO WS-RETURN-CODE
                PERFORM WITHHOLD-REPORT
                IF GAP-FILL-MODE
                    PERFORM WRITE-HELD-FRAMES
                END-IF
            ELSE
                PERFORM WRITE-DIAGNOSTIC-REPORT
                IF GAP-FILL-MODE
                    MOVE "SEQUENCE COMPLETE AFTER GAP FILL, REPORT WRITTEN TO DIAGNOSTIC-REPORT.DAT"
                        TO ICT-STATUS-TEXT
                ELSE
                    MOVE "REPORT WRITTEN TO DIAGNOSTIC-REPORT.DAT"
                        TO ICT-STATUS-TEXT
                END-IF
                PERFORM CLEAR-HELD-FRAMES
                IF WS-FRAMES-DROPPED > 0
                    MOVE RC-WARNING TO WS-RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
*> AUD-RESULT and AUD-COMPLETION-CODE are the caller's to set first.
WRITE-JOB-AUDIT.
    MOVE "DIAGLOAD" TO AUD-PROGRAM
    PERFORM PICK-UP-CHAIN-ID
    MOVE 0 TO AUD-RUN-ID
    MOVE FUNCTION CURRENT-DATE TO AUD-END-TS
    MOVE "RAW-TRANSMISSION.DAT" TO AUD-DATASET
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

*> Frames persisted by an earlier run that withheld its report. A
*> missing or empty file just means a fresh transmission; a garbled
*> one ends the run rather than quietly throwing the held set away,
        FUNCTION LENGTH(FUNCTION TRIM(MRD-PAYLOAD(1) TRAILING))
    MOVE WS-PAYLOAD-LENGTH TO WS-REPORT-WIDTH.

*> The merge control names the sensor and reading date the report
*> is about to be filed under; a conversion run without one (by hand,
*> ahead of any merge) has no sensor identity and is not held to a
*> width. Otherwise the derived width must be the one configured for
*> the sensor on that date, and the check goes on the control report
*> either way. A complete transmission of the wrong width is withheld
*> with RC-WIDTH-MISMATCH. The refusal usually means the new
*> configuration hasn't been keyed yet, or the merge control is stale
*> or names the wrong sensor or date, so nothing is thrown away: on a
*> gap-fill run the held set is kept, together with the frames that
*> completed it, and once the operator has put the configuration or
*> the control right the rerun releases the report.
CHECK-CONFIGURED-WIDTH.
    MOVE "N" TO WS-WIDTH-FLAG
    OPEN INPUT MERGE-CONTROL
    IF WS-MERGE-CONTROL-STATUS = "00"
        READ MERGE-CONTROL INTO MERGE-CONTROL-DETAIL
            AT END MOVE SPACES TO MERGE-CONTROL-DETAIL
        END-READ
        CLOSE MERGE-CONTROL
        IF MRG-SENSOR-ID NOT = SPACES AND MRG-READING-DATE NOT = SPACES
            PERFORM DERIVE-REPORT-WIDTH
            PERFORM LOOK-UP-REGISTERED-WIDTH
            MOVE MRG-SENSOR-ID TO CIF-SENSOR-ID
            MOVE MRG-READING-DATE TO CIF-READING-DATE
            PERFORM OPEN-SENSOR-CONFIG
            PERFORM FIND-CONFIG-IN-FORCE
            IF CONFIG-ON-FILE
                CLOSE SENSOR-CONFIG
            END-IF
            MOVE MRG-SENSOR-ID TO ICT-W-SENSOR
            MOVE MRG-READING-DATE TO ICT-W-DATE
            MOVE WS-REPORT-WIDTH TO ICT-W-REPORT-WIDTH
            MOVE CIF-REPORT-WIDTH TO ICT-W-CONFIG-WIDTH
            MOVE CIF-FIRMWARE TO ICT-W-FIRMWARE
            MOVE INTAKE-WIDTH-LINE TO INTAKE-RECORD
            WRITE INTAKE-RECORD
            IF CIF-REPORT-WIDTH > 0
                    AND WS-REPORT-WIDTH NOT = CIF-REPORT-WIDTH
                SET WIDTH-REFUSED TO TRUE
                DISPLAY "REPORT WIDTH " WS-REPORT-WIDTH " IS NOT SENSOR "
                    MRG-SENSOR-ID " CONFIGURED WIDTH " CIF-REPORT-WIDTH
                    " ON " MRG-READING-DATE
            END-IF
        END-IF
    END-IF.

*> The registry width stands in for a sensor with no dated history.
*> The sensor itself is validated by the merge, not here, so an
*> unknown id or a dive with no registry just has no width on record.
LOOK-UP-REGISTERED-WIDTH.
    MOVE 0 TO CIF-REGISTERED-WIDTH
    OPEN INPUT SENSOR-REGISTRY
    IF WS-REGISTRY-STATUS = "00"
        MOVE MRG-SENSOR-ID TO SRG-SENSOR-ID
        READ SENSOR-REGISTRY
            INVALID KEY CONTINUE
        END-READ
        IF WS-REGISTRY-STATUS = "00"
            MOVE SRG-REPORT-WIDTH TO CIF-REGISTERED-WIDTH
        END-IF
        CLOSE SENSOR-REGISTRY
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

ACCEPT-FRAME.
    ADD 1 TO WS-FRAMES-ACCEPTED
    IF WS-FRAMES-ACCEPTED > WS-MAX-LINES
