    COPY "recnsel.cpy".
    COPY "cflsel.cpy".
    COPY "sregsel.cpy".
    COPY "scfgsel.cpy".
    COPY "audtsel.cpy".
    COPY "chstsel.cpy".
    COPY "mjrnsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "recnfd.cpy".
    COPY "cflfd.cpy".
    COPY "sregfd.cpy".
    COPY "scfgfd.cpy".
    COPY "audtfd.cpy".
    COPY "chstfd.cpy".
    COPY "mjrnfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "recnws.cpy".
    COPY "cflws.cpy".
    COPY "sregws.cpy".
    COPY "scfgws.cpy".
    COPY "audtws.cpy".
    COPY "chstws.cpy".
    COPY "mjrnws.cpy".
    01 IN-DATA PICTURE X(WS-MAX-WIDTH).
    01 WS-INCOMING-PAYLOAD PIC X(WS-MAX-WIDTH) VALUE SPACES.
    *> Valid lines are banked here until the trailer reconciliation
        MOVE RC-BAD-HEADER TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    PERFORM CHECK-CONFIGURED-WIDTH

    READ DIAGNOSTIC-REPORT INTO IN-DATA
        AT END SET END-OF-REPORT TO TRUE
    PERFORM RECONCILE-TRAILER

    PERFORM OPEN-MASTER
    PERFORM OPEN-MASTER-JOURNAL
    OPEN OUTPUT RECONCILE-REPORT
    IF WS-RECONCILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN RECONCILE-REPORT, FILE STATUS=" WS-RECONCILE-STATUS
    WRITE RECONCILE-RECORD
    CLOSE RECONCILE-REPORT
    CLOSE CONFLICTS-FILE
    CLOSE MASTER-JOURNAL
    CLOSE DIAGNOSTIC-MASTER

    MOVE WS-ADDED-COUNT TO WS-ADDED-DISP
    DISPLAY "READINGS ADDED TO MASTER: " WS-ADDED-DISP
    DISPLAY "DUPLICATE RETRANSMISSIONS SKIPPED: " WS-DUP-DISP
    DISPLAY "CONFLICTS FOR RECONCILIATION: " WS-CONFLICT-DISP
    IF WS-ADDED-COUNT > 0
        DISPLAY "MASTER CHANGES JOURNALED UNDER RUN " AUD-START-TS
    END-IF
    MOVE SPACES TO AUD-RESULT
    STRING "ADDED " FUNCTION TRIM(WS-ADDED-DISP)
        " DUPLICATES " FUNCTION TRIM(WS-DUP-DISP)
*> AUD-RESULT and AUD-COMPLETION-CODE are the caller's to set first.
WRITE-JOB-AUDIT.
    MOVE "DIAGMRGE" TO AUD-PROGRAM
    PERFORM PICK-UP-CHAIN-ID
    MOVE 0 TO AUD-RUN-ID
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

*> The merge is meaningless without knowing which sensor and reading
*> date the report belongs to, so the control record is required.
LOAD-MERGE-CONTROL.
            MOVE RC-SENSOR-INVALID TO WS-ABORT-CODE
            PERFORM ABORT-RUN
        END-IF
        MOVE SRG-REPORT-WIDTH TO CIF-REGISTERED-WIDTH
        CLOSE SENSOR-REGISTRY
    END-IF.

*> The header's width must be the one the sensor was configured for
*> on the control record's reading date, or a mislabelled dataset or
*> an unrecorded firmware change would file readings of the wrong
*> width under the sensor's id. The run ends before the master is
*> touched. A sensor with no width on record is not held to one.
CHECK-CONFIGURED-WIDTH.
    MOVE MRG-SENSOR-ID TO CIF-SENSOR-ID
    MOVE MRG-READING-DATE TO CIF-READING-DATE
    PERFORM OPEN-SENSOR-CONFIG
    PERFORM FIND-CONFIG-IN-FORCE
    IF CONFIG-ON-FILE
        CLOSE SENSOR-CONFIG
    END-IF
    IF CIF-REPORT-WIDTH > 0 AND WS-REPORT-WIDTH NOT = CIF-REPORT-WIDTH
        DISPLAY "REPORT WIDTH " WS-REPORT-WIDTH " IS NOT SENSOR "
            MRG-SENSOR-ID " CONFIGURED WIDTH " CIF-REPORT-WIDTH
            " ON " MRG-READING-DATE ", MERGE REFUSED"
        MOVE "REPORT WIDTH NOT THE CONFIGURED WIDTH, MERGE REFUSED"
            TO AUD-RESULT
        MOVE RC-WIDTH-MISMATCH TO WS-ABORT-CODE
        PERFORM ABORT-RUN
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

*> First merge of a dive has no master yet; create it empty and
*> reopen for keyed update.
OPEN-MASTER.
        PERFORM ABORT-RUN
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
        MOVE "UNABLE TO OPEN MASTER-JOURNAL" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF.

*> One journal entry for the master change just made, under the key
*> still in MST-KEY. The run is named by this program and the run's
*> audit start timestamp, the same pair MSTBKOUT is given to back it
*> out. MJR-ACTION and the two payloads are the caller's to set.
WRITE-JOURNAL-ENTRY.
    MOVE "DIAGMRGE" TO MJR-PROGRAM
    MOVE AUD-START-TS TO MJR-RUN-TS
    ADD 1 TO WS-JOURNAL-SEQ
    MOVE WS-JOURNAL-SEQ TO MJR-ENTRY-SEQ
    MOVE MST-SENSOR-ID TO MJR-SENSOR-ID
    MOVE MST-READING-DATE TO MJR-READING-DATE
    MOVE MST-READING-SEQ TO MJR-READING-SEQ
    MOVE JOURNAL-DETAIL TO JOURNAL-RECORD
    WRITE JOURNAL-RECORD
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE MASTER-JOURNAL, FILE STATUS=" WS-JOURNAL-STATUS
        MOVE "UNABLE TO WRITE MASTER-JOURNAL" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF.

*> Validate one report line the same way the load loops do. Valid
*> lines are merged; rejects are only counted here, since the daily
*> load job already owns writing them to the exception log.
                PERFORM ABORT-RUN
        END-WRITE
        ADD 1 TO WS-ADDED-COUNT
        SET MJR-ADDED TO TRUE
        MOVE SPACES TO MJR-BEFORE-PAYLOAD
        MOVE MST-PAYLOAD TO MJR-AFTER-PAYLOAD
        PERFORM WRITE-JOURNAL-ENTRY
    ELSE
        IF WS-MASTER-STATUS NOT = "00"
            DISPLAY "UNABLE TO READ DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
