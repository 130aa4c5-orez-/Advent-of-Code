IDENTIFICATION DIVISION.
PROGRAM-ID. CHANDUTY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "mstrsel.cpy".
    COPY "cdctsel.cpy".
    COPY "chmpsel.cpy".
    COPY "cdrpsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "mstrfd.cpy".
    COPY "cdctfd.cpy".
    COPY "chmpfd.cpy".
    COPY "cdrpfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "diagws.cpy".
    COPY "mstrws.cpy".
    COPY "cdctws.cpy".
    COPY "chmpws.cpy".
    COPY "cdrpws.cpy".
    78 WS-DEFAULT-STUCK-DAYS VALUE 3.
    01 IN-DATA PICTURE X(WS-MAX-WIDTH).
    01 IDX PIC 9(4) VALUE 0.
    *> One day's 1-bit count per column, and for every column the run
    *> of consecutive reporting days it has sat at all 0s or all 1s.
    *> A day the sensor sent nothing usable neither extends nor breaks
    *> a run - it says nothing about the channel either way.
    01 DAY-BIT-COUNTS.
        02 DAY-ONES PIC 9(9) OCCURS WS-MAX-WIDTH TIMES VALUE 0.
    01 STUCK-RUNS.
        02 STUCK-RUN-ENTRY OCCURS WS-MAX-WIDTH TIMES.
            03 STUCK-ZERO-DAYS PIC 9(4) VALUE 0.
            03 STUCK-ONE-DAYS PIC 9(4) VALUE 0.
    01 WS-DAY-DATE PIC X(8) VALUE SPACES.
    01 WS-DAY-VALID PIC 9(9) VALUE 0.
    01 WS-DAY-SKIPPED PIC 9(9) VALUE 0.
    01 WS-DATE-FROM-KEY PIC X(8) VALUE "00000000".
    01 WS-DATE-TO-LIMIT PIC X(8) VALUE "99999999".
    01 WS-STUCK-LIMIT PIC 9(3) VALUE 0.
    01 WS-CHANNEL-PCT PIC 9(3)V9 VALUE 0.
    01 WS-EXPECTED-TEXT.
        02 WS-EXPECTED-MIN PIC ZZ9.
        02 FILLER PIC X(1) VALUE "-".
        02 WS-EXPECTED-MAX PIC ZZ9.
        02 FILLER PIC X(1) VALUE "%".
    01 WS-STUCK-DAYS-DISP PIC ZZZ9.
    01 WS-FLAG-PTR PIC 9(4) VALUE 1.
    01 WS-SCAN-FLAG PIC X(1) VALUE "N".
        88 MASTER-SCAN-DONE VALUE "Y".
    01 WS-DAYS-REPORTED PIC 9(9) VALUE 0.
    01 WS-TOTAL-READINGS PIC 9(9) VALUE 0.
    01 WS-OUT-OF-BAND-COUNT PIC 9(9) VALUE 0.
    01 WS-STUCK-COUNT PIC 9(9) VALUE 0.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-DAYS-DISP PIC Z(8)9.
    01 WS-OUT-OF-BAND-DISP PIC Z(8)9.
    01 WS-STUCK-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Per-channel duty cycle for one sensor over a reading-date range
    *> of the indexed master. Each day, every column the channel map
    *> names gets its share of 1 bits printed beside the band it is
    *> expected to stay inside; a channel outside its band is flagged,
    *> and so is one that has read all 0s or all 1s for the configured
    *> number of consecutive reporting days. A stuck channel is the
    *> first sign of a failing head, and it can sit inside a rating
    *> that still looks plausible, so either flag ends the run with
    *> the band-alert return code.
    PARA.
    PERFORM LOAD-DUTY-CONTROL
    PERFORM LOAD-CHANNEL-MAP

    OPEN OUTPUT CHANNEL-DUTY
    IF WS-CDRPT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN CHANNEL-DUTY, FILE STATUS=" WS-CDRPT-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO CDR-STAMP
    MOVE DUTY-HEADING-1 TO CHANNEL-DUTY-RECORD
    WRITE CHANNEL-DUTY-RECORD
    MOVE CDC-SENSOR-ID TO CDR-H-SENSOR
    MOVE WS-DATE-FROM-KEY TO CDR-H-DATE-FROM
    MOVE WS-DATE-TO-LIMIT TO CDR-H-DATE-TO
    MOVE WS-STUCK-LIMIT TO CDR-H-STUCK-DAYS
    MOVE WS-CHANNELS-MAPPED TO CDR-H-MAPPED
    MOVE DUTY-HEADING-2 TO CHANNEL-DUTY-RECORD
    WRITE CHANNEL-DUTY-RECORD

    IF WS-CHANNELS-MAPPED = 0
        DISPLAY "NO CHANNELS MAPPED FOR SENSOR " CDC-SENSOR-ID
            ", NOTHING TO REPORT"
        MOVE "NO CHANNELS MAPPED FOR THIS SENSOR, NOTHING TO REPORT"
            TO CDR-N-TEXT
        MOVE DUTY-NOTE-LINE TO CHANNEL-DUTY-RECORD
        WRITE CHANNEL-DUTY-RECORD
        CLOSE CHANNEL-DUTY
        MOVE RC-WARNING TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-MASTER-INPUT
    PERFORM START-MASTER-SCAN
    PERFORM READ-NEXT-MASTER
    PERFORM UNTIL MASTER-SCAN-DONE
        IF WS-DAY-DATE = SPACES
            MOVE MST-READING-DATE TO WS-DAY-DATE
        END-IF
        IF MST-READING-DATE NOT = WS-DAY-DATE
            PERFORM REPORT-ONE-DAY
            MOVE MST-READING-DATE TO WS-DAY-DATE
        END-IF
        ADD 1 TO WS-TOTAL-READINGS
        MOVE MST-PAYLOAD TO IN-DATA
        PERFORM ADD-LINE-TO-DAY
        PERFORM READ-NEXT-MASTER
    END-PERFORM
    CLOSE DIAGNOSTIC-MASTER
    IF WS-DAY-DATE NOT = SPACES
        PERFORM REPORT-ONE-DAY
    END-IF

    IF WS-TOTAL-READINGS = 0
        DISPLAY "NO MASTER READINGS MATCH SENSOR " CDC-SENSOR-ID
            " IN RANGE " WS-DATE-FROM-KEY " - " WS-DATE-TO-LIMIT
        MOVE "NO MASTER READINGS MATCH THE REQUESTED SENSOR AND RANGE"
            TO CDR-N-TEXT
        MOVE DUTY-NOTE-LINE TO CHANNEL-DUTY-RECORD
        WRITE CHANNEL-DUTY-RECORD
    END-IF

    MOVE WS-DAYS-REPORTED TO CDR-F-DAYS
    MOVE WS-OUT-OF-BAND-COUNT TO CDR-F-OUT-OF-BAND
    MOVE WS-STUCK-COUNT TO CDR-F-STUCK
    MOVE SPACES TO CHANNEL-DUTY-RECORD
    WRITE CHANNEL-DUTY-RECORD
    MOVE DUTY-FOOTER-LINE TO CHANNEL-DUTY-RECORD
    WRITE CHANNEL-DUTY-RECORD
    CLOSE CHANNEL-DUTY

    MOVE WS-DAYS-REPORTED TO WS-DAYS-DISP
    MOVE WS-OUT-OF-BAND-COUNT TO WS-OUT-OF-BAND-DISP
    MOVE WS-STUCK-COUNT TO WS-STUCK-DISP
    DISPLAY "DAYS REPORTED: " WS-DAYS-DISP
    DISPLAY "CHANNEL-DAYS OUT OF BAND: " WS-OUT-OF-BAND-DISP
    DISPLAY "CHANNELS FOUND STUCK: " WS-STUCK-DISP
    IF WS-OUT-OF-BAND-COUNT > 0 OR WS-STUCK-COUNT > 0
        MOVE RC-ALERT TO RETURN-CODE
    END-IF
STOP RUN.

*> The report is meaningless without knowing which sensor to pull,
*> so the control record is required; an open-ended date just leaves
*> that end of the range unbounded, as for MSTANLZ.
LOAD-DUTY-CONTROL.
    OPEN INPUT CHANDUTY-CONTROL
    IF WS-CDCTL-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN CHANDUTY-CONTROL, FILE STATUS=" WS-CDCTL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    READ CHANDUTY-CONTROL INTO CHANDUTY-CONTROL-DETAIL
        AT END DISPLAY "CHANDUTY-CONTROL IS EMPTY, EXPECTED SENSOR AND DATE RANGE"
            MOVE RC-OPEN-FAILURE TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE CHANDUTY-CONTROL
    IF CDC-SENSOR-ID = SPACES
        DISPLAY "CHANDUTY-CONTROL MUST NAME A SENSOR"
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    IF CDC-DATE-FROM NOT = SPACES AND CDC-DATE-FROM NOT = "00000000"
        MOVE CDC-DATE-FROM TO WS-DATE-FROM-KEY
    END-IF
    IF CDC-DATE-TO NOT = SPACES AND CDC-DATE-TO NOT = "00000000"
        MOVE CDC-DATE-TO TO WS-DATE-TO-LIMIT
    END-IF
    IF CDC-STUCK-DAYS NUMERIC AND CDC-STUCK-DAYS > 0
        MOVE CDC-STUCK-DAYS TO WS-STUCK-LIMIT
    ELSE
        MOVE WS-DEFAULT-STUCK-DAYS TO WS-STUCK-LIMIT
    END-IF.

*> The sensor's channels into their column slots. A column outside
*> the line width a diagnostic line can have, or mapped twice, is
*> reported and the first mapping kept.
LOAD-CHANNEL-MAP.
    OPEN INPUT CHANNEL-MAP
    IF WS-CHMAP-STATUS NOT = "00"
        DISPLAY "CHANNEL MAP NOT ON FILE, NO CHANNELS NAMED"
    ELSE
        PERFORM UNTIL WS-CHMAP-STATUS NOT = "00"
            READ CHANNEL-MAP INTO CHANNEL-MAP-DETAIL
                AT END MOVE "10" TO WS-CHMAP-STATUS
            END-READ
            IF WS-CHMAP-STATUS = "00"
                    AND CHM-SENSOR-ID = CDC-SENSOR-ID
                PERFORM MAP-ONE-CHANNEL
            END-IF
        END-PERFORM
        CLOSE CHANNEL-MAP
    END-IF.

MAP-ONE-CHANNEL.
    IF CHM-COLUMN NOT NUMERIC OR CHM-COLUMN = 0
            OR CHM-COLUMN > WS-MAX-WIDTH
        DISPLAY "CHANNEL MAP COLUMN " CHM-COLUMN " FOR SENSOR "
            CHM-SENSOR-ID " IS NOT A BIT POSITION, IGNORED"
    ELSE
        IF CHANNEL-MAPPED(CHM-COLUMN)
            DISPLAY "CHANNEL MAP COLUMN " CHM-COLUMN " FOR SENSOR "
                CHM-SENSOR-ID " MAPPED TWICE, FIRST MAPPING KEPT"
        ELSE
            MOVE "Y" TO CHN-MAPPED(CHM-COLUMN)
            MOVE CHM-CHANNEL-NAME TO CHN-NAME(CHM-COLUMN)
            MOVE CHM-SUBSYSTEM TO CHN-SUBSYSTEM(CHM-COLUMN)
            MOVE CHM-EXPECT-MIN-PCT TO CHN-MIN-PCT(CHM-COLUMN)
            MOVE CHM-EXPECT-MAX-PCT TO CHN-MAX-PCT(CHM-COLUMN)
            ADD 1 TO WS-CHANNELS-MAPPED
        END-IF
    END-IF.

OPEN-MASTER-INPUT.
    OPEN INPUT DIAGNOSTIC-MASTER
    IF WS-MASTER-STATUS = "35"
        DISPLAY "NO DIAGNOSTIC MASTER ON FILE, NOTHING TO REPORT"
        MOVE "NO DIAGNOSTIC MASTER ON FILE, NOTHING TO REPORT"
            TO CDR-N-TEXT
        MOVE DUTY-NOTE-LINE TO CHANNEL-DUTY-RECORD
        WRITE CHANNEL-DUTY-RECORD
        CLOSE CHANNEL-DUTY
        STOP RUN
    END-IF
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

*> Position the keyed scan at the first reading of the range; a
*> sensor with nothing at or past the start key just yields an empty
*> report instead of an abend.
START-MASTER-SCAN.
    MOVE CDC-SENSOR-ID TO MST-SENSOR-ID
    MOVE WS-DATE-FROM-KEY TO MST-READING-DATE
    MOVE 0 TO MST-READING-SEQ
    START DIAGNOSTIC-MASTER KEY NOT < MST-KEY
        INVALID KEY SET MASTER-SCAN-DONE TO TRUE
    END-START.

*> One keyed read forward; the scan ends at end of file, at the next
*> sensor's keys, or past the top of the date range.
READ-NEXT-MASTER.
    IF NOT MASTER-SCAN-DONE
        READ DIAGNOSTIC-MASTER NEXT RECORD
            AT END SET MASTER-SCAN-DONE TO TRUE
        END-READ
        IF NOT MASTER-SCAN-DONE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "UNABLE TO READ DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
                MOVE RC-OPEN-FAILURE TO RETURN-CODE
                STOP RUN
            END-IF
            IF MST-SENSOR-ID NOT = CDC-SENSOR-ID
                    OR MST-READING-DATE > WS-DATE-TO-LIMIT
                SET MASTER-SCAN-DONE TO TRUE
            END-IF
        END-IF
    END-IF.

*> Fold one payload into the day's column counts. The day's width
*> comes from its first non-blank payload, the same way MSTANLZ
*> derives it; a payload that isn't pure binary of that width is
*> counted as skipped rather than quietly miscounted.
ADD-LINE-TO-DAY.
    IF WS-REPORT-WIDTH = 0 AND IN-DATA NOT = SPACES
        COMPUTE WS-REPORT-WIDTH =
            FUNCTION LENGTH(FUNCTION TRIM(IN-DATA TRAILING))
        IF WS-REPORT-WIDTH > WS-MAX-WIDTH
            MOVE 0 TO WS-REPORT-WIDTH
        END-IF
    END-IF
    MOVE 0 TO WS-VALID-CHAR-COUNT
    IF WS-REPORT-WIDTH > 0
        INSPECT IN-DATA(1:WS-REPORT-WIDTH)
            TALLYING WS-VALID-CHAR-COUNT FOR ALL "0" ALL "1"
    END-IF
    IF IN-DATA = SPACES
        MOVE 0 TO WS-LINE-LENGTH
    ELSE
        COMPUTE WS-LINE-LENGTH =
            FUNCTION LENGTH(FUNCTION TRIM(IN-DATA TRAILING))
    END-IF
    IF WS-REPORT-WIDTH > 0
            AND WS-VALID-CHAR-COUNT = WS-REPORT-WIDTH
            AND WS-LINE-LENGTH = WS-REPORT-WIDTH
        ADD 1 TO WS-DAY-VALID
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-REPORT-WIDTH
            IF IN-DATA(IDX:1) = "1"
                ADD 1 TO DAY-ONES(IDX)
            END-IF
        END-PERFORM
    ELSE
        ADD 1 TO WS-DAY-SKIPPED
    END-IF.

*> Close out one reading date: its section line, then one line per
*> mapped channel, then the day's counts cleared for the next.
REPORT-ONE-DAY.
    ADD 1 TO WS-DAYS-REPORTED
    MOVE SPACES TO CHANNEL-DUTY-RECORD
    WRITE CHANNEL-DUTY-RECORD
    MOVE WS-DAY-DATE TO CDR-D-DATE
    MOVE WS-DAY-VALID TO CDR-D-READINGS
    MOVE WS-REPORT-WIDTH TO CDR-D-WIDTH
    MOVE WS-DAY-SKIPPED TO CDR-D-SKIPPED
    MOVE DUTY-DAY-LINE TO CHANNEL-DUTY-RECORD
    WRITE CHANNEL-DUTY-RECORD
    IF WS-DAY-VALID = 0
        MOVE "NO VALID BINARY READINGS THIS DAY" TO CDR-N-TEXT
        MOVE DUTY-NOTE-LINE TO CHANNEL-DUTY-RECORD
        WRITE CHANNEL-DUTY-RECORD
    ELSE
        MOVE DUTY-COLUMN-HEADS TO CHANNEL-DUTY-RECORD
        WRITE CHANNEL-DUTY-RECORD
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-MAX-WIDTH
            IF CHANNEL-MAPPED(IDX)
                PERFORM REPORT-ONE-CHANNEL
            END-IF
        END-PERFORM
    END-IF
    MOVE 0 TO WS-DAY-VALID
    MOVE 0 TO WS-DAY-SKIPPED
    MOVE 0 TO WS-REPORT-WIDTH
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-MAX-WIDTH
        MOVE 0 TO DAY-ONES(IDX)
    END-PERFORM.

*> One channel's day: share of 1 bits against its band, then the
*> stuck-run bookkeeping. A run is counted as a stuck channel once,
*> on the day it reaches the limit, and flagged every day after for
*> as long as it lasts. A channel past the day's line width has no
*> reading to judge.
REPORT-ONE-CHANNEL.
    MOVE IDX TO CDR-C-COLUMN
    MOVE CHN-NAME(IDX) TO CDR-C-NAME
    MOVE CHN-SUBSYSTEM(IDX) TO CDR-C-SUBSYSTEM
    MOVE SPACES TO CDR-C-FLAGS
    MOVE 1 TO WS-FLAG-PTR
    IF CHN-MAX-PCT(IDX) > 0
        MOVE CHN-MIN-PCT(IDX) TO WS-EXPECTED-MIN
        MOVE CHN-MAX-PCT(IDX) TO WS-EXPECTED-MAX
        MOVE WS-EXPECTED-TEXT TO CDR-C-EXPECTED
    ELSE
        MOVE "(NO BAND)" TO CDR-C-EXPECTED
    END-IF
    IF IDX > WS-REPORT-WIDTH
        MOVE 0 TO CDR-C-PCT
        MOVE "NOT IN THIS DAY'S LINE WIDTH" TO CDR-C-FLAGS
    ELSE
        COMPUTE WS-CHANNEL-PCT ROUNDED =
            (DAY-ONES(IDX) * 100) / WS-DAY-VALID
        MOVE WS-CHANNEL-PCT TO CDR-C-PCT
        IF CHN-MAX-PCT(IDX) > 0
                AND (WS-CHANNEL-PCT < CHN-MIN-PCT(IDX)
                    OR WS-CHANNEL-PCT > CHN-MAX-PCT(IDX))
            ADD 1 TO WS-OUT-OF-BAND-COUNT
            STRING "OUT OF BAND  " DELIMITED BY SIZE
                INTO CDR-C-FLAGS WITH POINTER WS-FLAG-PTR
        END-IF
        PERFORM TRACK-STUCK-RUN
    END-IF
    MOVE DUTY-CHANNEL-LINE TO CHANNEL-DUTY-RECORD
    WRITE CHANNEL-DUTY-RECORD.

TRACK-STUCK-RUN.
    IF DAY-ONES(IDX) = 0
        ADD 1 TO STUCK-ZERO-DAYS(IDX)
        MOVE 0 TO STUCK-ONE-DAYS(IDX)
    ELSE
        IF DAY-ONES(IDX) = WS-DAY-VALID
            ADD 1 TO STUCK-ONE-DAYS(IDX)
            MOVE 0 TO STUCK-ZERO-DAYS(IDX)
        ELSE
            MOVE 0 TO STUCK-ZERO-DAYS(IDX)
            MOVE 0 TO STUCK-ONE-DAYS(IDX)
        END-IF
    END-IF
    IF STUCK-ZERO-DAYS(IDX) = WS-STUCK-LIMIT
            OR STUCK-ONE-DAYS(IDX) = WS-STUCK-LIMIT
        ADD 1 TO WS-STUCK-COUNT
    END-IF
    IF STUCK-ZERO-DAYS(IDX) NOT < WS-STUCK-LIMIT
        MOVE STUCK-ZERO-DAYS(IDX) TO WS-STUCK-DAYS-DISP
        STRING "STUCK AT 0 FOR " DELIMITED BY SIZE
            FUNCTION TRIM(WS-STUCK-DAYS-DISP) DELIMITED BY SIZE
            " DAYS" DELIMITED BY SIZE
            INTO CDR-C-FLAGS WITH POINTER WS-FLAG-PTR
    END-IF
    IF STUCK-ONE-DAYS(IDX) NOT < WS-STUCK-LIMIT
        MOVE STUCK-ONE-DAYS(IDX) TO WS-STUCK-DAYS-DISP
        STRING "STUCK AT 1 FOR " DELIMITED BY SIZE
            FUNCTION TRIM(WS-STUCK-DAYS-DISP) DELIMITED BY SIZE
            " DAYS" DELIMITED BY SIZE
            INTO CDR-C-FLAGS WITH POINTER WS-FLAG-PTR
    END-IF.
