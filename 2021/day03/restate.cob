IDENTIFICATION DIVISION.
PROGRAM-ID. RESTATE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "dcasel.cpy".
    COPY "audtsel.cpy".
    COPY "mansel.cpy".
    COPY "histsel.cpy".
    COPY "hctlsel.cpy".
    COPY "arcsel.cpy".
    COPY "mstrsel.cpy".
    COPY "rstcsel.cpy".
    COPY "rstmsel.cpy".
    COPY "rsnsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "dcafd.cpy".
    COPY "audtfd.cpy".
    COPY "manfd.cpy".
    COPY "histfd.cpy".
    COPY "hctlfd.cpy".
    COPY "arcfd.cpy".
    COPY "mstrfd.cpy".
    COPY "rstcfd.cpy".
    COPY "rstmfd.cpy".
    COPY "rsnfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "diagws.cpy".
    COPY "dcaws.cpy".
    COPY "audtws.cpy".
    COPY "manws.cpy".
    COPY "histws.cpy".
    COPY "hctlws.cpy".
    COPY "arcws.cpy".
    COPY "mstrws.cpy".
    COPY "rstcws.cpy".
    COPY "rstmws.cpy".
    COPY "rsnws.cpy".
    *> One entry per sensor and reading date a take-incoming decision
    *> has changed since the last run, filled in pass by pass: the
    *> decisions audit names the day, JOB-AUDIT names the COMBINED run
    *> that published its figures, and the run history (archive
    *> generations included) gives the figures as published.
    78 WS-MAX-RESTATE-DAYS VALUE 500.
    01 RESTATE-DAY-TABLE.
        02 RESTATE-DAY-ENTRY OCCURS WS-MAX-RESTATE-DAYS TIMES.
            03 RDY-SENSOR-ID PIC X(8) VALUE SPACES.
            03 RDY-READING-DATE PIC X(8) VALUE SPACES.
            03 RDY-DATASET PIC X(44) VALUE SPACES.
            03 RDY-DECISIONS PIC 9(4) VALUE 0.
            03 RDY-RUN-ID PIC 9(9) VALUE 0.
            03 RDY-POWER-FOUND PIC X(1) VALUE "N".
            03 RDY-LIFE-FOUND PIC X(1) VALUE "N".
            03 RDY-ORIG-GAMMA PIC 9(32) VALUE 0.
            03 RDY-ORIG-EPSILON PIC 9(32) VALUE 0.
            03 RDY-ORIG-POWER PIC 9(38) VALUE 0.
            03 RDY-ORIG-O2 PIC 9(32) VALUE 0.
            03 RDY-ORIG-CO2 PIC 9(32) VALUE 0.
            03 RDY-ORIG-LIFE PIC 9(38) VALUE 0.
    01 WS-DAY-COUNT PIC 9(4) VALUE 0.
    01 DAY-IDX PIC 9(4) VALUE 0.
    01 WS-DAY-FOUND PIC 9(4) VALUE 0.
    01 WS-NEWEST-DECISION-TS PIC X(21) VALUE SPACES.
    01 WS-RUN-TS PIC X(21) VALUE SPACES.
    01 WS-FILE-DONE PIC X(1) VALUE "N".
        88 FILE-DONE VALUE "Y".
    01 WS-GEN-NUMBER PIC 9(4) VALUE 0.
    *> The restated day's readings, in the same two working copies
    *> MSTANLZ and the flat-report jobs use: one for the O2 generator
    *> elimination and one for the CO2 scrubber elimination.
    01 SET-CONTENTS.
        02 GENERATOR-LINE PIC X(WS-MAX-WIDTH) OCCURS WS-MAX-LINES TIMES
            VALUE SPACES.
        02 SCRUBBER-LINE PIC X(WS-MAX-WIDTH) OCCURS WS-MAX-LINES TIMES
            VALUE SPACES.
    01 IN-DATA PICTURE X(WS-MAX-WIDTH).
    01 BIT-COUNTS.
        02 COUNTS PIC 9(32) OCCURS WS-MAX-WIDTH TIMES VALUE ZERO.
    01 TOTAL PICTURE 9(32) VALUE 0.
    01 IDX PICTURE 9(32).
    01 BIT-IDX PICTURE 9(32).
    01 BIT-TOTAL PIC 9(32).
    01 GOAL-BIT PIC X(1).
    01 BIT-VALUE PIC 9(32) VALUE 1.
    01 GAMMA PICTURE 9(32) VALUE 0.
    01 EPSILON PICTURE 9(32) VALUE 0.
    01 GAMMA-STR PIC X(WS-MAX-WIDTH) VALUE SPACES.
    01 EPSILON-STR PIC X(WS-MAX-WIDTH) VALUE SPACES.
    01 GENERATOR-STR PIC X(WS-MAX-WIDTH) VALUE SPACES.
    01 GENERATOR-VALUE PIC 9(32) VALUE ZERO.
    01 SCRUBBER-STR PIC X(WS-MAX-WIDTH) VALUE SPACES.
    01 SCRUBBER-VALUE PIC 9(32) VALUE ZERO.
    *> Sized to hold the product of two WS-MAX-WIDTH-bit (64-bit)
    *> values, not just a single rate.
    01 WS-POWER-PRODUCT PIC 9(38) VALUE 0.
    01 WS-LIFE-SUPPORT-PRODUCT PIC 9(38) VALUE 0.
    01 WS-SURVIVOR-COUNT PICTURE 9(32) VALUE 0.
    01 WS-SET-COUNT PIC 9(9) VALUE 0.
    01 WS-SET-SKIPPED PIC 9(9) VALUE 0.
    01 WS-O2-RESOLVED PIC X(1) VALUE "N".
        88 O2-RESOLVED VALUE "Y".
    01 WS-CO2-RESOLVED PIC X(1) VALUE "N".
        88 CO2-RESOLVED VALUE "Y".
    01 WS-SCAN-FLAG PIC X(1) VALUE "N".
        88 MASTER-SCAN-DONE VALUE "Y".
    *> One figure's comparison, staged for the notice line and the
    *> restatement row alike.
    01 WS-FIGURE-NAME PIC X(20) VALUE SPACES.
    01 WS-FIGURE-ORIGINAL PIC 9(38) VALUE 0.
    01 WS-FIGURE-RESTATED PIC 9(38) VALUE 0.
    01 WS-FIGURE-RESOLVED PIC X(1) VALUE "Y".
        88 FIGURE-RESOLVED VALUE "Y".
    01 WS-DAY-RESTATED PIC X(1) VALUE "N".
        88 DAY-RESTATED VALUE "Y".
    01 WS-DAYS-REVIEWED PIC 9(9) VALUE 0.
    01 WS-DAYS-RESTATED PIC 9(9) VALUE 0.
    01 WS-FIGURES-RESTATED PIC 9(9) VALUE 0.
    01 WS-DAYS-UNPUBLISHED PIC 9(9) VALUE 0.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-DAYS-REVIEWED-DISP PIC Z(8)9.
    01 WS-DAYS-RESTATED-DISP PIC Z(8)9.
    01 WS-FIGURES-RESTATED-DISP PIC Z(8)9.
    01 WS-DAYS-UNPUBLISHED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Restate published figures after reconciliation. When RECNAPLY
    *> takes an incoming payload, the power and life-support figures
    *> already logged for that sensor and day were computed from the
    *> readings it replaced. Every day touched by a decision logged
    *> since the last run is recomputed from the master with the same
    *> eliminations MSTANLZ runs, set beside what RUN-HISTORY recorded
    *> for the day's COMBINED run, and every figure that moved goes on
    *> the restatement file and the printed correction notice.
    PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
    PERFORM LOAD-RESTATE-CONTROL
    PERFORM COLLECT-DECIDED-DAYS
    IF WS-DAY-COUNT = 0
        DISPLAY "NO NEW RECONCILIATION DECISIONS SINCE "
            RTC-LAST-DECISION-TS ", NOTHING TO RESTATE"
        STOP RUN
    END-IF
    PERFORM LOAD-MANIFEST-DATASETS
    PERFORM FIND-PUBLISHING-RUNS
    PERFORM LOAD-PUBLISHED-FIGURES

    OPEN INPUT DIAGNOSTIC-MASTER
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-RESTATEMENTS
    OPEN OUTPUT RESTATEMENT-NOTICE
    IF WS-NOTICE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN RESTATEMENT-NOTICE, FILE STATUS=" WS-NOTICE-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RUN-TS TO RSN-STAMP
    MOVE NOTICE-HEADING-1 TO NOTICE-RECORD
    WRITE NOTICE-RECORD
    MOVE RTC-LAST-DECISION-TS TO RSN-H-SINCE
    IF RSN-H-SINCE = SPACES
        MOVE "(ALL ON FILE)" TO RSN-H-SINCE
    END-IF
    MOVE NOTICE-HEADING-2 TO NOTICE-RECORD
    WRITE NOTICE-RECORD

    PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > WS-DAY-COUNT
        PERFORM RESTATE-ONE-DAY
    END-PERFORM

    MOVE WS-DAYS-REVIEWED TO RSN-F-DAYS
    MOVE WS-DAYS-RESTATED TO RSN-F-RESTATED-DAYS
    MOVE WS-FIGURES-RESTATED TO RSN-F-FIGURES
    MOVE SPACES TO NOTICE-RECORD
    WRITE NOTICE-RECORD
    MOVE NOTICE-FOOTER-LINE TO NOTICE-RECORD
    WRITE NOTICE-RECORD
    CLOSE RESTATEMENT-NOTICE
    CLOSE RESTATEMENTS
    CLOSE DIAGNOSTIC-MASTER
    PERFORM WRITE-RESTATE-CONTROL

    MOVE WS-DAYS-REVIEWED TO WS-DAYS-REVIEWED-DISP
    MOVE WS-DAYS-RESTATED TO WS-DAYS-RESTATED-DISP
    MOVE WS-FIGURES-RESTATED TO WS-FIGURES-RESTATED-DISP
    MOVE WS-DAYS-UNPUBLISHED TO WS-DAYS-UNPUBLISHED-DISP
    DISPLAY "DAYS REVIEWED: " WS-DAYS-REVIEWED-DISP
    DISPLAY "DAYS RESTATED: " WS-DAYS-RESTATED-DISP
    DISPLAY "FIGURES RESTATED: " WS-FIGURES-RESTATED-DISP
    DISPLAY "DAYS WITH NO PUBLISHED RUN: " WS-DAYS-UNPUBLISHED-DISP
    *> A correction notice went out; the scheduler should see that.
    IF WS-FIGURES-RESTATED > 0
        MOVE RC-WARNING TO RETURN-CODE
    END-IF
STOP RUN.

*> Where the last run left off. No control record means no run has
*> ever been made, so every decision on file is reviewed.
LOAD-RESTATE-CONTROL.
    OPEN INPUT RESTATE-CONTROL
    IF WS-RSTCTL-STATUS = "00"
        READ RESTATE-CONTROL INTO RESTATE-CONTROL-DETAIL
            AT END MOVE SPACES TO RESTATE-CONTROL-DETAIL
        END-READ
        CLOSE RESTATE-CONTROL
    ELSE
        MOVE SPACES TO RESTATE-CONTROL-DETAIL
    END-IF
    MOVE RTC-LAST-DECISION-TS TO WS-NEWEST-DECISION-TS.

*> Only take-incoming decisions change the master - keep-master
*> leaves the published figures exactly as they were computed - so
*> only those name a day to restate. Several decisions against one
*> day fold into a single entry.
COLLECT-DECIDED-DAYS.
    OPEN INPUT DECISIONS-AUDIT
    IF WS-DECAUDIT-STATUS NOT = "00"
        DISPLAY "NO DECISIONS AUDIT ON FILE, NOTHING TO RESTATE"
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DECAUDIT-STATUS NOT = "00"
        READ DECISIONS-AUDIT INTO DECAUDIT-DETAIL
            AT END MOVE "10" TO WS-DECAUDIT-STATUS
        END-READ
        IF WS-DECAUDIT-STATUS = "00"
                AND DCA-TIMESTAMP > RTC-LAST-DECISION-TS
            IF DCA-TIMESTAMP > WS-NEWEST-DECISION-TS
                MOVE DCA-TIMESTAMP TO WS-NEWEST-DECISION-TS
            END-IF
            IF DCA-ACTION = "T"
                PERFORM BANK-DECIDED-DAY
            END-IF
        END-IF
    END-PERFORM
    CLOSE DECISIONS-AUDIT.

BANK-DECIDED-DAY.
    MOVE 0 TO WS-DAY-FOUND
    PERFORM VARYING DAY-IDX FROM 1 BY 1
            UNTIL DAY-IDX > WS-DAY-COUNT OR WS-DAY-FOUND > 0
        IF RDY-SENSOR-ID(DAY-IDX) = DCA-SENSOR-ID
                AND RDY-READING-DATE(DAY-IDX) = DCA-READING-DATE
            MOVE DAY-IDX TO WS-DAY-FOUND
        END-IF
    END-PERFORM
    IF WS-DAY-FOUND = 0
        ADD 1 TO WS-DAY-COUNT
        IF WS-DAY-COUNT > WS-MAX-RESTATE-DAYS
            DISPLAY "DECIDED DAYS EXCEED CAPACITY OF "
                WS-MAX-RESTATE-DAYS " DAYS"
            MOVE RC-CAPACITY TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-DAY-COUNT TO WS-DAY-FOUND
        MOVE DCA-SENSOR-ID TO RDY-SENSOR-ID(WS-DAY-FOUND)
        MOVE DCA-READING-DATE TO RDY-READING-DATE(WS-DAY-FOUND)
    END-IF
    ADD 1 TO RDY-DECISIONS(WS-DAY-FOUND).

*> Audit rows from before COMBINED stamped the sensor id only name
*> the dataset; the manifest ties each decided sensor to its dataset
*> so those rows can still be matched. No manifest just means they
*> can't be.
LOAD-MANIFEST-DATASETS.
    OPEN INPUT SENSOR-MANIFEST
    IF WS-MANIFEST-STATUS = "00"
        PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
            READ SENSOR-MANIFEST INTO MANIFEST-DETAIL
                AT END MOVE "10" TO WS-MANIFEST-STATUS
            END-READ
            IF WS-MANIFEST-STATUS = "00"
                    AND MANIFEST-DETAIL NOT = SPACES
                PERFORM VARYING DAY-IDX FROM 1 BY 1
                        UNTIL DAY-IDX > WS-DAY-COUNT
                    IF RDY-SENSOR-ID(DAY-IDX) = MAN-SENSOR-ID
                        MOVE MAN-DATASET TO RDY-DATASET(DAY-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE SENSOR-MANIFEST
    END-IF.

*> The day's published figures came from the COMBINED run of that
*> sensor on the reading date. A failed run published nothing; of
*> several good runs (a rerun, say) the last one logged is the one
*> whose figures stood.
FIND-PUBLISHING-RUNS.
    MOVE "N" TO WS-FILE-DONE
    OPEN INPUT JOB-AUDIT
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "NO JOB AUDIT ON FILE, NO PUBLISHED RUNS CAN BE FOUND"
    ELSE
        PERFORM UNTIL FILE-DONE
            READ JOB-AUDIT INTO AUDIT-DETAIL
                AT END SET FILE-DONE TO TRUE
            END-READ
            IF NOT FILE-DONE AND AUD-PROGRAM = "COMBINED"
                    AND AUD-RUN-ID > 0
                    AND AUD-COMPLETION-CODE NOT > RC-ALERT
                PERFORM MATCH-AUDIT-TO-DAYS
            END-IF
        END-PERFORM
        CLOSE JOB-AUDIT
    END-IF.

MATCH-AUDIT-TO-DAYS.
    PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > WS-DAY-COUNT
        IF RDY-READING-DATE(DAY-IDX) = AUD-START-TS(1:8)
            IF AUD-SENSOR-ID NOT = SPACES
                IF AUD-SENSOR-ID = RDY-SENSOR-ID(DAY-IDX)
                    MOVE AUD-RUN-ID TO RDY-RUN-ID(DAY-IDX)
                END-IF
            ELSE
                IF RDY-DATASET(DAY-IDX) NOT = SPACES
                        AND RDY-DATASET(DAY-IDX) = AUD-DATASET
                    MOVE AUD-RUN-ID TO RDY-RUN-ID(DAY-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> The published figures, off the archive generations first (a
*> decision can land on a day the archiver has already moved) and
*> then the live file. COMBINED logs the power pair on its GAMMA row
*> and the life-support pair on its O2-GEN row.
LOAD-PUBLISHED-FIGURES.
    MOVE "N" TO WS-CONTROL-FOUND
    OPEN INPUT HISTORY-CONTROL
    IF WS-CONTROL-STATUS = "00"
        READ HISTORY-CONTROL INTO HISTORY-CONTROL-DETAIL
            AT END CONTINUE
        END-READ
        IF WS-CONTROL-STATUS = "00" AND HCTL-ARCHIVE-GEN NUMERIC
            MOVE "Y" TO WS-CONTROL-FOUND
        END-IF
        CLOSE HISTORY-CONTROL
    END-IF
    IF HISTORY-CONTROL-FOUND
        PERFORM VARYING WS-GEN-NUMBER FROM 1 BY 1
                UNTIL WS-GEN-NUMBER > HCTL-ARCHIVE-GEN
            PERFORM READ-ONE-GENERATION
        END-PERFORM
    END-IF
    OPEN INPUT RUN-HISTORY
    IF WS-HISTORY-STATUS = "00"
        PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
            READ RUN-HISTORY INTO HISTORY-DETAIL
                AT END MOVE "10" TO WS-HISTORY-STATUS
            END-READ
            IF WS-HISTORY-STATUS = "00"
                PERFORM MATCH-HISTORY-TO-DAYS
            END-IF
        END-PERFORM
        CLOSE RUN-HISTORY
    END-IF.

*> An archive generation named by the control record but not on
*> disk is reported and skipped, the way HISTRPT treats one.
READ-ONE-GENERATION.
    MOVE SPACES TO WS-ARCHIVE-PATH
    STRING "RUN-HISTORY.G" WS-GEN-NUMBER ".DAT"
        DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
    OPEN INPUT HISTORY-ARCHIVE
    IF WS-ARCHIVE-STATUS NOT = "00"
        DISPLAY "ARCHIVE GENERATION " WS-ARCHIVE-PATH
            " NOT READABLE, FILE STATUS=" WS-ARCHIVE-STATUS
            ", SKIPPED"
    ELSE
        PERFORM UNTIL WS-ARCHIVE-STATUS NOT = "00"
            READ HISTORY-ARCHIVE INTO HISTORY-DETAIL
                AT END MOVE "10" TO WS-ARCHIVE-STATUS
            END-READ
            IF WS-ARCHIVE-STATUS = "00"
                PERFORM MATCH-HISTORY-TO-DAYS
            END-IF
        END-PERFORM
        CLOSE HISTORY-ARCHIVE
    END-IF.

MATCH-HISTORY-TO-DAYS.
    IF HIST-PROGRAM = "COMBINED" AND HIST-RUN-ID > 0
        PERFORM VARYING DAY-IDX FROM 1 BY 1
                UNTIL DAY-IDX > WS-DAY-COUNT
            IF RDY-RUN-ID(DAY-IDX) = HIST-RUN-ID
                IF HIST-RATE1-NAME = "GAMMA"
                    MOVE "Y" TO RDY-POWER-FOUND(DAY-IDX)
                    MOVE HIST-RATE1-VALUE TO RDY-ORIG-GAMMA(DAY-IDX)
                    MOVE HIST-RATE2-VALUE TO RDY-ORIG-EPSILON(DAY-IDX)
                    MOVE HIST-PRODUCT TO RDY-ORIG-POWER(DAY-IDX)
                END-IF
                IF HIST-RATE1-NAME = "O2-GEN"
                    MOVE "Y" TO RDY-LIFE-FOUND(DAY-IDX)
                    MOVE HIST-RATE1-VALUE TO RDY-ORIG-O2(DAY-IDX)
                    MOVE HIST-RATE2-VALUE TO RDY-ORIG-CO2(DAY-IDX)
                    MOVE HIST-PRODUCT TO RDY-ORIG-LIFE(DAY-IDX)
                END-IF
            END-IF
        END-PERFORM
    END-IF.

*> The restatement file is cumulative: this run's rows are appended
*> after every earlier run's, never overwritten.
OPEN-RESTATEMENTS.
    OPEN EXTEND RESTATEMENTS
    IF WS-RESTATE-STATUS = "35"
        *> No restatements yet on this dive; create the file.
        OPEN OUTPUT RESTATEMENTS
    END-IF
    IF WS-RESTATE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN RESTATEMENTS, FILE STATUS=" WS-RESTATE-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

*> One decided day: recompute from the master, then compare figure
*> by figure against what was published. A day no run ever published
*> (loaded straight to the master, say) has nothing to correct and is
*> only noted; a day whose block shows no movement is dropped from
*> the notice again, so only real corrections go out.
RESTATE-ONE-DAY.
    ADD 1 TO WS-DAYS-REVIEWED
    MOVE "N" TO WS-DAY-RESTATED
    IF RDY-RUN-ID(DAY-IDX) = 0
            OR (RDY-POWER-FOUND(DAY-IDX) = "N"
                AND RDY-LIFE-FOUND(DAY-IDX) = "N")
        ADD 1 TO WS-DAYS-UNPUBLISHED
        DISPLAY "SENSOR " RDY-SENSOR-ID(DAY-IDX) " READING DATE "
            RDY-READING-DATE(DAY-IDX)
            " HAS NO PUBLISHED RUN ON FILE, NOTHING TO RESTATE"
    ELSE
        PERFORM RESET-SET
        PERFORM LOAD-DAY-FROM-MASTER
        IF WS-SET-COUNT > 0
            PERFORM COMPUTE-POWER-RATES
            PERFORM FIND-O2-RATING
            PERFORM FIND-CO2-RATING
            PERFORM CONVERT-RATINGS
        END-IF
        PERFORM COMPARE-DAY-FIGURES
        IF DAY-RESTATED
            ADD 1 TO WS-DAYS-RESTATED
            PERFORM WRITE-DAY-NOTICE
        END-IF
    END-IF.

*> Every reading the master now holds for the sensor and date, in
*> key order, through the same set-building MSTANLZ uses.
LOAD-DAY-FROM-MASTER.
    MOVE "N" TO WS-SCAN-FLAG
    MOVE RDY-SENSOR-ID(DAY-IDX) TO MST-SENSOR-ID
    MOVE RDY-READING-DATE(DAY-IDX) TO MST-READING-DATE
    MOVE 0 TO MST-READING-SEQ
    START DIAGNOSTIC-MASTER KEY NOT < MST-KEY
        INVALID KEY SET MASTER-SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL MASTER-SCAN-DONE
        READ DIAGNOSTIC-MASTER NEXT RECORD
            AT END SET MASTER-SCAN-DONE TO TRUE
        END-READ
        IF NOT MASTER-SCAN-DONE
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "UNABLE TO READ DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
                MOVE RC-OPEN-FAILURE TO RETURN-CODE
                STOP RUN
            END-IF
            IF MST-SENSOR-ID NOT = RDY-SENSOR-ID(DAY-IDX)
                    OR MST-READING-DATE NOT = RDY-READING-DATE(DAY-IDX)
                SET MASTER-SCAN-DONE TO TRUE
            ELSE
                IF WS-SET-COUNT + WS-SET-SKIPPED NOT < WS-MAX-LINES
                    DISPLAY "MASTER DAY EXCEEDS CAPACITY OF "
                        WS-MAX-LINES " READINGS"
                    MOVE RC-CAPACITY TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE MST-PAYLOAD TO IN-DATA
                PERFORM ADD-LINE-TO-SET
            END-IF
        END-IF
    END-PERFORM.

*> Stage each published figure beside its restated value. A pair
*> the run never logged is left out rather than compared against
*> nothing. The day is marked restated as soon as one figure moved.
COMPARE-DAY-FIGURES.
    IF RDY-POWER-FOUND(DAY-IDX) = "Y"
        IF GAMMA NOT = RDY-ORIG-GAMMA(DAY-IDX)
                OR EPSILON NOT = RDY-ORIG-EPSILON(DAY-IDX)
                OR WS-POWER-PRODUCT NOT = RDY-ORIG-POWER(DAY-IDX)
            MOVE "Y" TO WS-DAY-RESTATED
        END-IF
    END-IF
    IF RDY-LIFE-FOUND(DAY-IDX) = "Y"
        IF NOT O2-RESOLVED OR NOT CO2-RESOLVED
            MOVE "Y" TO WS-DAY-RESTATED
        ELSE
            IF GENERATOR-VALUE NOT = RDY-ORIG-O2(DAY-IDX)
                    OR SCRUBBER-VALUE NOT = RDY-ORIG-CO2(DAY-IDX)
                    OR WS-LIFE-SUPPORT-PRODUCT
                        NOT = RDY-ORIG-LIFE(DAY-IDX)
                MOVE "Y" TO WS-DAY-RESTATED
            END-IF
        END-IF
    END-IF.

*> The day's block on the notice: the day line, then every published
*> figure beside its restated value, each moved one also written to
*> the restatement file.
WRITE-DAY-NOTICE.
    MOVE SPACES TO NOTICE-RECORD
    WRITE NOTICE-RECORD
    MOVE RDY-SENSOR-ID(DAY-IDX) TO RSN-D-SENSOR-ID
    MOVE RDY-READING-DATE(DAY-IDX) TO RSN-D-READING-DATE
    MOVE RDY-RUN-ID(DAY-IDX) TO RSN-D-RUN-ID
    MOVE RDY-DECISIONS(DAY-IDX) TO RSN-D-DECISIONS
    MOVE NOTICE-DAY-LINE TO NOTICE-RECORD
    WRITE NOTICE-RECORD
    MOVE NOTICE-COLUMN-HEADS TO NOTICE-RECORD
    WRITE NOTICE-RECORD
    IF WS-SET-COUNT = 0
        MOVE "MASTER NOW HOLDS NO VALID BINARY READINGS FOR THIS DAY"
            TO RSN-N-TEXT
        MOVE NOTICE-NOTE-LINE TO NOTICE-RECORD
        WRITE NOTICE-RECORD
    END-IF
    MOVE "Y" TO WS-FIGURE-RESOLVED
    IF RDY-POWER-FOUND(DAY-IDX) = "Y"
        MOVE "GAMMA" TO WS-FIGURE-NAME
        MOVE RDY-ORIG-GAMMA(DAY-IDX) TO WS-FIGURE-ORIGINAL
        MOVE GAMMA TO WS-FIGURE-RESTATED
        PERFORM WRITE-FIGURE
        MOVE "EPSILON" TO WS-FIGURE-NAME
        MOVE RDY-ORIG-EPSILON(DAY-IDX) TO WS-FIGURE-ORIGINAL
        MOVE EPSILON TO WS-FIGURE-RESTATED
        PERFORM WRITE-FIGURE
        MOVE "POWER CONSUMPTION" TO WS-FIGURE-NAME
        MOVE RDY-ORIG-POWER(DAY-IDX) TO WS-FIGURE-ORIGINAL
        MOVE WS-POWER-PRODUCT TO WS-FIGURE-RESTATED
        PERFORM WRITE-FIGURE
    END-IF
    IF RDY-LIFE-FOUND(DAY-IDX) = "Y"
        MOVE WS-O2-RESOLVED TO WS-FIGURE-RESOLVED
        MOVE "O2 GENERATOR" TO WS-FIGURE-NAME
        MOVE RDY-ORIG-O2(DAY-IDX) TO WS-FIGURE-ORIGINAL
        MOVE GENERATOR-VALUE TO WS-FIGURE-RESTATED
        PERFORM WRITE-FIGURE
        MOVE WS-CO2-RESOLVED TO WS-FIGURE-RESOLVED
        MOVE "CO2 SCRUBBER" TO WS-FIGURE-NAME
        MOVE RDY-ORIG-CO2(DAY-IDX) TO WS-FIGURE-ORIGINAL
        MOVE SCRUBBER-VALUE TO WS-FIGURE-RESTATED
        PERFORM WRITE-FIGURE
        IF O2-RESOLVED AND CO2-RESOLVED
            MOVE "Y" TO WS-FIGURE-RESOLVED
        ELSE
            MOVE "N" TO WS-FIGURE-RESOLVED
        END-IF
        MOVE "LIFE SUPPORT RATING" TO WS-FIGURE-NAME
        MOVE RDY-ORIG-LIFE(DAY-IDX) TO WS-FIGURE-ORIGINAL
        MOVE WS-LIFE-SUPPORT-PRODUCT TO WS-FIGURE-RESTATED
        PERFORM WRITE-FIGURE
    END-IF.

*> One figure line; an unresolved restated rating prints as zero
*> with the reason, since there is no longer a single answer to
*> publish in its place.
WRITE-FIGURE.
    IF NOT FIGURE-RESOLVED
        MOVE 0 TO WS-FIGURE-RESTATED
    END-IF
    MOVE WS-FIGURE-NAME TO RSN-F-NAME
    MOVE WS-FIGURE-ORIGINAL TO RSN-F-ORIGINAL
    MOVE WS-FIGURE-RESTATED TO RSN-F-RESTATED
    IF NOT FIGURE-RESOLVED
        MOVE "*** NO UNIQUE RATING ***" TO RSN-F-FLAG
    ELSE
        IF WS-FIGURE-RESTATED NOT = WS-FIGURE-ORIGINAL
            MOVE "*** RESTATED ***" TO RSN-F-FLAG
        ELSE
            MOVE "UNCHANGED" TO RSN-F-FLAG
        END-IF
    END-IF
    MOVE NOTICE-FIGURE-LINE TO NOTICE-RECORD
    WRITE NOTICE-RECORD
    IF NOT FIGURE-RESOLVED
            OR WS-FIGURE-RESTATED NOT = WS-FIGURE-ORIGINAL
        MOVE WS-RUN-TS TO RST-RESTATED-TS
        MOVE RDY-SENSOR-ID(DAY-IDX) TO RST-SENSOR-ID
        MOVE RDY-READING-DATE(DAY-IDX) TO RST-READING-DATE
        MOVE RDY-RUN-ID(DAY-IDX) TO RST-RUN-ID
        MOVE WS-FIGURE-NAME TO RST-FIGURE
        MOVE WS-FIGURE-ORIGINAL TO RST-ORIGINAL
        MOVE WS-FIGURE-RESTATED TO RST-RESTATED
        IF FIGURE-RESOLVED
            SET RST-RESOLVED TO TRUE
        ELSE
            SET RST-UNRESOLVED TO TRUE
        END-IF
        MOVE RESTATEMENT-DETAIL TO RESTATEMENT-RECORD
        WRITE RESTATEMENT-RECORD
        ADD 1 TO WS-FIGURES-RESTATED
    END-IF.

*> Advance the control record past every decision this run reviewed,
*> so the next run starts with the first one logged after it.
WRITE-RESTATE-CONTROL.
    MOVE WS-NEWEST-DECISION-TS TO RTC-LAST-DECISION-TS
    MOVE WS-RUN-TS TO RTC-LAST-RUN-TS
    OPEN OUTPUT RESTATE-CONTROL
    IF WS-RSTCTL-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE RESTATE-CONTROL, FILE STATUS=" WS-RSTCTL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE RESTATE-CONTROL-DETAIL TO RESTATE-CONTROL-RECORD
    WRITE RESTATE-CONTROL-RECORD
    CLOSE RESTATE-CONTROL.

*> Fold one payload into the set under analysis. The set's width
*> comes from its first non-blank payload, the same way MSTANLZ and
*> DIAGLOAD derive it; a payload that isn't pure binary of that
*> width is counted as skipped rather than quietly miscounted.
ADD-LINE-TO-SET.
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
        ADD 1 TO WS-SET-COUNT
        SET GENERATOR-LINE(WS-SET-COUNT) TO IN-DATA
        SET SCRUBBER-LINE(WS-SET-COUNT) TO IN-DATA
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-REPORT-WIDTH
            IF IN-DATA(IDX:1) = "1" THEN
                ADD 1 TO COUNTS(IDX)
            END-IF
        END-PERFORM
    ELSE
        ADD 1 TO WS-SET-SKIPPED
    END-IF.

*> Everything the per-set machinery accumulates, cleared so the next
*> day starts from the same state the first one did.
RESET-SET.
    MOVE 0 TO WS-SET-COUNT
    MOVE 0 TO WS-SET-SKIPPED
    MOVE 0 TO WS-REPORT-WIDTH
    MOVE 0 TO GAMMA
    MOVE 0 TO EPSILON
    MOVE 0 TO GENERATOR-VALUE
    MOVE 0 TO SCRUBBER-VALUE
    MOVE 0 TO WS-POWER-PRODUCT
    MOVE 0 TO WS-LIFE-SUPPORT-PRODUCT
    MOVE "N" TO WS-O2-RESOLVED
    MOVE "N" TO WS-CO2-RESOLVED
    MOVE SPACES TO GAMMA-STR
    MOVE SPACES TO EPSILON-STR
    MOVE SPACES TO GENERATOR-STR
    MOVE SPACES TO SCRUBBER-STR
    MOVE SPACES TO SET-CONTENTS
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-MAX-WIDTH
        MOVE 0 TO COUNTS(IDX)
    END-PERFORM.

*> ---- Power consumption (GAMMA / EPSILON) ----
*> Same most-common-bit conversion COMBINED runs, doubling the counts
*> in place to compare against the set total without a division.
COMPUTE-POWER-RATES.
    MOVE WS-SET-COUNT TO TOTAL
    MOVE 1 TO BIT-VALUE
    PERFORM VARYING IDX FROM WS-REPORT-WIDTH BY -1 UNTIL IDX=0
        MULTIPLY 2 BY COUNTS(IDX)
        IF COUNTS(IDX) > TOTAL THEN
            ADD BIT-VALUE TO GAMMA
            MOVE "1" TO GAMMA-STR(IDX:1)
            MOVE "0" TO EPSILON-STR(IDX:1)
        ELSE
            ADD BIT-VALUE TO EPSILON
            MOVE "1" TO EPSILON-STR(IDX:1)
            MOVE "0" TO GAMMA-STR(IDX:1)
        END-IF
        MULTIPLY 2 BY BIT-VALUE
    END-PERFORM
    MULTIPLY GAMMA BY EPSILON GIVING WS-POWER-PRODUCT.

*> ---- Life support (O2 Generator / CO2 Scrubber) ----
*> Find O2 Generator value. The set's slots are filled consecutively
*> up to WS-SET-COUNT, so the scans stop there.
FIND-O2-RATING.
    PERFORM VARYING BIT-IDX FROM 1 BY 1 UNTIL BIT-IDX > WS-REPORT-WIDTH
        *> Find the most common value for this bit
        SET TOTAL TO 0
        SET BIT-TOTAL TO 0
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SET-COUNT
            IF GENERATOR-LINE(IDX) NOT = SPACES
                ADD 1 TO TOTAL
                SET IN-DATA TO GENERATOR-LINE(IDX)
                IF IN-DATA(BIT-IDX:1)="1"
                    ADD 2 TO BIT-TOTAL
                END-IF
            END-IF
        END-PERFORM
        IF TOTAL <= BIT-TOTAL THEN
            SET GOAL-BIT TO "1"
        ELSE
            SET GOAL-BIT TO "0"
        END-IF

        *> Remove all values that do not have this bit set
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SET-COUNT
            SET IN-DATA TO GENERATOR-LINE(IDX)
            IF IN-DATA NOT = SPACES
                    AND IN-DATA(BIT-IDX:1) NOT = GOAL-BIT THEN
                SET GENERATOR-LINE(IDX) TO SPACES
            END-IF
        END-PERFORM
    END-PERFORM

    *> Exactly one line must survive the elimination above; a day
    *> that no longer resolves is restated as such rather than ending
    *> the run.
    SET WS-SURVIVOR-COUNT TO 0
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SET-COUNT
        IF GENERATOR-LINE(IDX) NOT = SPACES
            SET GENERATOR-STR TO GENERATOR-LINE(IDX)
            ADD 1 TO WS-SURVIVOR-COUNT
        END-IF
    END-PERFORM
    IF WS-SURVIVOR-COUNT = 1
        MOVE "Y" TO WS-O2-RESOLVED
    END-IF.

*> Find CO2 Scrubber value
FIND-CO2-RATING.
    PERFORM VARYING BIT-IDX FROM 1 BY 1 UNTIL BIT-IDX > WS-REPORT-WIDTH
        *> Find the most common value for this bit
        SET TOTAL TO 0
        SET BIT-TOTAL TO 0
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SET-COUNT
            IF SCRUBBER-LINE(IDX) NOT = SPACES
                ADD 1 TO TOTAL
                SET IN-DATA TO SCRUBBER-LINE(IDX)
                IF IN-DATA(BIT-IDX:1)="1"
                    ADD 1 TO BIT-TOTAL
                END-IF
            END-IF
        END-PERFORM
        *> This is a little tricky: if over half the bits are 1 we'll
        *> want to pick 0, UNLESS they're all 1.
        IF BIT-TOTAL = TOTAL THEN
            SET GOAL-BIT TO "1"
        ELSE IF BIT-TOTAL = 0 THEN
            SET GOAL-BIT TO "0"
        ELSE
            MULTIPLY 2 BY BIT-TOTAL
            IF TOTAL <= BIT-TOTAL THEN
                SET GOAL-BIT TO "0"
            ELSE
                SET GOAL-BIT TO "1"
            END-IF
        END-IF
        END-IF

        *> Remove all values that do not have this bit set
        PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SET-COUNT
            SET IN-DATA TO SCRUBBER-LINE(IDX)
            IF IN-DATA NOT = SPACES
                    AND IN-DATA(BIT-IDX:1) NOT = GOAL-BIT THEN
                SET SCRUBBER-LINE(IDX) TO SPACES
            END-IF
        END-PERFORM
    END-PERFORM

    *> Exactly one line must survive the elimination above; a day
    *> that no longer resolves is restated as such rather than ending
    *> the run.
    SET WS-SURVIVOR-COUNT TO 0
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SET-COUNT
        IF SCRUBBER-LINE(IDX) NOT = SPACES
            SET SCRUBBER-STR TO SCRUBBER-LINE(IDX)
            ADD 1 TO WS-SURVIVOR-COUNT
        END-IF
    END-PERFORM
    IF WS-SURVIVOR-COUNT = 1
        MOVE "Y" TO WS-CO2-RESOLVED
    END-IF.

*> Convert the two binary strings to numbers, when both eliminations
*> resolved. BIT-VALUE was already run up by the power-consumption
*> conversion above, so it has to be reset before reuse here. A
*> product past 38 digits can't be published either, so it counts
*> as unresolved.
CONVERT-RATINGS.
    IF O2-RESOLVED AND CO2-RESOLVED
        MOVE 1 TO BIT-VALUE
        PERFORM VARYING IDX FROM WS-REPORT-WIDTH BY -1 UNTIL IDX=0
            IF GENERATOR-STR(IDX:1) = "1" THEN
                ADD BIT-VALUE TO GENERATOR-VALUE
            END-IF
            IF SCRUBBER-STR(IDX:1) = "1" THEN
                ADD BIT-VALUE TO SCRUBBER-VALUE
            END-IF
            MULTIPLY 2 BY BIT-VALUE
        END-PERFORM
        MULTIPLY GENERATOR-VALUE BY SCRUBBER-VALUE
            GIVING WS-LIFE-SUPPORT-PRODUCT
            ON SIZE ERROR
                MOVE "N" TO WS-CO2-RESOLVED
        END-MULTIPLY
    END-IF.
