    COPY "marcsel.cpy".
    COPY "maudsel.cpy".
    COPY "audtsel.cpy".
    COPY "chstsel.cpy".
    COPY "mjrnsel.cpy".
    COPY "sregsel.cpy".
    COPY "scfgsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "marcfd.cpy".
    COPY "maudfd.cpy".
    COPY "audtfd.cpy".
    COPY "chstfd.cpy".
    COPY "mjrnfd.cpy".
    COPY "sregfd.cpy".
    COPY "scfgfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "marcws.cpy".
    COPY "maudws.cpy".
    COPY "audtws.cpy".
    COPY "chstws.cpy".
    COPY "mjrnws.cpy".
    COPY "sregws.cpy".
    COPY "scfgws.cpy".
    01 WS-PURGE-FLAG PIC X(1) VALUE "N".
        88 PURGE-MODE VALUE "Y".
    01 WS-SCAN-FLAG PIC X(1) VALUE "N".
    01 WS-TOTAL-RECORDS PIC 9(9) VALUE 0.
    01 WS-TOTAL-GAPS PIC 9(6) VALUE 0.
    01 WS-TOTAL-BAD PIC 9(6) VALUE 0.
    01 WS-TOTAL-WIDTH PIC 9(6) VALUE 0.
    01 WS-PURGEABLE-COUNT PIC 9(9) VALUE 0.
    01 WS-ARCHIVED-COUNT PIC 9(9) VALUE 0.
    01 WS-DELETED-COUNT PIC 9(9) VALUE 0.
    01 WS-RECORDS-DISP PIC Z(8)9.
    01 WS-GAPS-DISP PIC Z(8)9.
    01 WS-BAD-DISP PIC Z(8)9.
    01 WS-WIDTH-DISP PIC Z(8)9.
    01 WS-ARCHIVED-DISP PIC Z(8)9.
    01 WS-DELETED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Housekeeping for the indexed master, which until now only ever
    *> grew: scan the whole file in key order verifying every payload
    *> is pure binary of a consistent width within its sensor/day,
    *> that the day's width is the one its sensor was configured for
    *> on that date, and that each day's MST-READING-SEQ runs 1..n
    *> without holes, then (when a cutoff is in force) move readings
    *> older than the cutoff to a generation-named archive before
    *> deleting them from the live file, the same archive-first order
    *> HISTARCH uses so an abend can never lose readings.
    PARA.
    MOVE FUNCTION CURRENT-DATE TO AUD-START-TS
    PERFORM LOAD-MASTER-RETENTION-CONTROL
    MOVE MAUDIT-HEADING-2 TO MAUDIT-RECORD
    WRITE MAUDIT-RECORD

    PERFORM OPEN-SENSOR-REGISTRY
    PERFORM OPEN-SENSOR-CONFIG
    PERFORM START-MASTER-SCAN
    PERFORM READ-NEXT-MASTER
    PERFORM UNTIL MASTER-SCAN-DONE
    IF WS-DAY-RECORDS > 0
        PERFORM END-ONE-DAY
    END-IF
    IF REGISTRY-ON-FILE
        CLOSE SENSOR-REGISTRY
    END-IF
    IF CONFIG-ON-FILE
        CLOSE SENSOR-CONFIG
    END-IF

    MOVE WS-TOTAL-SENSORS TO MAU-T-SENSORS
    MOVE WS-TOTAL-DAYS TO MAU-T-DAYS
    MOVE WS-TOTAL-RECORDS TO MAU-T-RECORDS
    MOVE WS-TOTAL-GAPS TO MAU-T-GAPS
    MOVE WS-TOTAL-BAD TO MAU-T-BAD
    MOVE WS-TOTAL-WIDTH TO MAU-T-WIDTH
    MOVE SPACES TO MAUDIT-RECORD
    WRITE MAUDIT-RECORD
    MOVE MAUDIT-TOTALS-LINE TO MAUDIT-RECORD
        IF WS-PURGEABLE-COUNT > 0
            PERFORM PICK-FREE-MASTER-GENERATION
            PERFORM ARCHIVE-OLD-READINGS
            PERFORM OPEN-MASTER-JOURNAL
            PERFORM DELETE-OLD-READINGS
            CLOSE MASTER-JOURNAL
            MOVE WS-ARCHIVED-COUNT TO MAU-P-ARCHIVED
            MOVE WS-MASTER-ARCHIVE-PATH TO MAU-P-PATH
            MOVE WS-DELETED-COUNT TO MAU-P-DELETED
    MOVE WS-TOTAL-RECORDS TO WS-RECORDS-DISP
    MOVE WS-TOTAL-GAPS TO WS-GAPS-DISP
    MOVE WS-TOTAL-BAD TO WS-BAD-DISP
    MOVE WS-TOTAL-WIDTH TO WS-WIDTH-DISP
    MOVE WS-ARCHIVED-COUNT TO WS-ARCHIVED-DISP
    MOVE WS-DELETED-COUNT TO WS-DELETED-DISP
    DISPLAY "MASTER RECORDS SCANNED: " WS-RECORDS-DISP
    DISPLAY "SEQUENCE GAPS FOUND: " WS-GAPS-DISP
    DISPLAY "BAD PAYLOADS FOUND: " WS-BAD-DISP
    DISPLAY "DAYS OF THE WRONG WIDTH: " WS-WIDTH-DISP
    DISPLAY "READINGS ARCHIVED: " WS-ARCHIVED-DISP
    DISPLAY "READINGS DELETED: " WS-DELETED-DISP
    IF WS-DELETED-COUNT > 0
        DISPLAY "MASTER CHANGES JOURNALED UNDER RUN " AUD-START-TS
    END-IF
    MOVE SPACES TO AUD-RESULT
    STRING "SCANNED " FUNCTION TRIM(WS-RECORDS-DISP)
        " GAPS " FUNCTION TRIM(WS-GAPS-DISP)
        " BAD " FUNCTION TRIM(WS-BAD-DISP)
        " WIDTH " FUNCTION TRIM(WS-WIDTH-DISP)
        " ARCHIVED " FUNCTION TRIM(WS-ARCHIVED-DISP)
        DELIMITED BY SIZE INTO AUD-RESULT
    *> Readings of the wrong width are filed under a sensor that never
    *> took them that way, which is worse than a hole or a damaged
    *> line, so they carry their own class.
    IF WS-TOTAL-WIDTH > 0
        MOVE RC-WIDTH-MISMATCH TO AUD-COMPLETION-CODE
        PERFORM WRITE-JOB-AUDIT
        MOVE RC-WIDTH-MISMATCH TO RETURN-CODE
    ELSE
        IF WS-TOTAL-GAPS > 0 OR WS-TOTAL-BAD > 0
            MOVE RC-WARNING TO AUD-COMPLETION-CODE
            PERFORM WRITE-JOB-AUDIT
            MOVE RC-WARNING TO RETURN-CODE
        ELSE
            MOVE 0 TO AUD-COMPLETION-CODE
            PERFORM WRITE-JOB-AUDIT
        END-IF
    END-IF
STOP RUN.

*> AUD-RESULT and AUD-COMPLETION-CODE are the caller's to set first.
WRITE-JOB-AUDIT.
    MOVE "MSTAUDIT" TO AUD-PROGRAM
    PERFORM PICK-UP-CHAIN-ID
    MOVE 0 TO AUD-RUN-ID
    MOVE FUNCTION CURRENT-DATE TO AUD-END-TS
    MOVE "DIAGNOSTIC-MASTER.DAT" TO AUD-DATASET
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

*> The control file is required so a forgotten parameter can't
*> silently skip the audit; a blank or zero cutoff on it means scan
*> and verify only, purge nothing.
        END-IF
        IF MST-SENSOR-ID NOT = WS-CUR-SENSOR
            ADD 1 TO WS-TOTAL-SENSORS
            PERFORM LOOK-UP-REGISTERED-WIDTH
        END-IF
        MOVE MST-SENSOR-ID TO WS-CUR-SENSOR
        MOVE MST-READING-DATE TO WS-CUR-DATE
    MOVE MAUDIT-BAD-LINE TO MAUDIT-RECORD
    WRITE MAUDIT-RECORD.

*> Close out one sensor/day with its summary line, after holding the
*> day's width to the configuration in force on its reading date.
END-ONE-DAY.
    ADD 1 TO WS-TOTAL-DAYS
    PERFORM CHECK-DAY-WIDTH
    MOVE WS-CUR-SENSOR TO MAU-D-SENSOR
    MOVE WS-CUR-DATE TO MAU-D-DATE
    MOVE WS-DAY-RECORDS TO MAU-D-RECORDS
    MOVE MAUDIT-DAY-LINE TO MAUDIT-RECORD
    WRITE MAUDIT-RECORD.

*> A day's readings must be the width its sensor was configured for
*> on that date: a head that really changed width keeps its old days
*> valid under the old entry and its new days under the new one. A
*> day with no usable payload has no width to hold, and a sensor with
*> no width on record is not held to one.
CHECK-DAY-WIDTH.
    IF WS-DAY-WIDTH > 0
        MOVE WS-CUR-SENSOR TO CIF-SENSOR-ID
        MOVE WS-CUR-DATE TO CIF-READING-DATE
        PERFORM FIND-CONFIG-IN-FORCE
        IF CIF-REPORT-WIDTH > 0 AND WS-DAY-WIDTH NOT = CIF-REPORT-WIDTH
            ADD 1 TO WS-TOTAL-WIDTH
            MOVE WS-DAY-WIDTH TO MAU-W-DAY-WIDTH
            MOVE CIF-REPORT-WIDTH TO MAU-W-CONFIG-WIDTH
            EVALUATE CIF-EFFECTIVE-FROM
                WHEN SPACES MOVE "REGISTRY" TO MAU-W-FROM
                WHEN "00000000" MOVE "START" TO MAU-W-FROM
                WHEN OTHER MOVE CIF-EFFECTIVE-FROM TO MAU-W-FROM
            END-EVALUATE
            MOVE MAUDIT-WIDTH-LINE TO MAUDIT-RECORD
            WRITE MAUDIT-RECORD
        END-IF
    END-IF.

*> Opened for keyed lookup only; the registry width stands in for a
*> sensor with no dated history. A dive with no registry has no
*> registry widths, and a sensor the registry doesn't know has none.
OPEN-SENSOR-REGISTRY.
    MOVE "N" TO WS-REGISTRY-FLAG
    OPEN INPUT SENSOR-REGISTRY
    IF WS-REGISTRY-STATUS = "00"
        MOVE "Y" TO WS-REGISTRY-FLAG
    END-IF.

LOOK-UP-REGISTERED-WIDTH.
    MOVE 0 TO CIF-REGISTERED-WIDTH
    IF REGISTRY-ON-FILE
        MOVE MST-SENSOR-ID TO SRG-SENSOR-ID
        READ SENSOR-REGISTRY
            INVALID KEY CONTINUE
        END-READ
        IF WS-REGISTRY-STATUS = "00"
            MOVE SRG-REPORT-WIDTH TO CIF-REGISTERED-WIDTH
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

*> Generations already on disk are never overwritten, even if a
*> prior run abended part way: keep advancing the generation number
*> until the name is free, the same way HISTARCH picks its name.
    END-PERFORM
    CLOSE MASTER-ARCHIVE.

*> The master journal is cumulative: this run's entries are appended
*> after every earlier run's, never overwritten. It is opened before
*> the first delete, since a master change that can't be journaled
*> can't be backed out either.
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
    MOVE "MSTAUDIT" TO MJR-PROGRAM
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

*> Only after the archive is safely closed do the archived readings
*> leave the live master, by keyed DELETE under the same scan.
DELETE-OLD-READINGS.
                    PERFORM ABORT-RUN
            END-DELETE
            ADD 1 TO WS-DELETED-COUNT
            SET MJR-DELETED TO TRUE
            MOVE MST-PAYLOAD TO MJR-BEFORE-PAYLOAD
            MOVE SPACES TO MJR-AFTER-PAYLOAD
            PERFORM WRITE-JOURNAL-ENTRY
        END-IF
        PERFORM READ-NEXT-MASTER
    END-PERFORM.
