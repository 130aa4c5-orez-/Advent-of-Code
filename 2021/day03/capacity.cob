IDENTIFICATION DIVISION.
PROGRAM-ID. CAPACITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "audtsel.cpy".
    COPY "alrtsel.cpy".
    COPY "excsel.cpy".
    COPY "cflsel.cpy".
    COPY "dcasel.cpy".
    COPY "histsel.cpy".
    COPY "mjrnsel.cpy".
    COPY "rstmsel.cpy".
    COPY "wordsel.cpy".
    COPY "pmlgsel.cpy".
    COPY "mansel.cpy".
    COPY "mstrsel.cpy".
    COPY "caphsel.cpy".
    COPY "cprpsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "audtfd.cpy".
    COPY "alrtfd.cpy".
    COPY "excfd.cpy".
    COPY "cflfd.cpy".
    COPY "dcafd.cpy".
    COPY "histfd.cpy".
    COPY "mjrnfd.cpy".
    COPY "rstmfd.cpy".
    COPY "wordfd.cpy".
    COPY "pmlgfd.cpy".
    COPY "manfd.cpy".
    COPY "mstrfd.cpy".
    COPY "caphfd.cpy".
    COPY "cprpfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "diagws.cpy".
    COPY "audtws.cpy".
    COPY "alrtws.cpy".
    COPY "excws.cpy".
    COPY "cflws.cpy".
    COPY "dcaws.cpy".
    COPY "histws.cpy".
    COPY "mjrnws.cpy".
    COPY "rstmws.cpy".
    COPY "wordws.cpy".
    COPY "pmlgws.cpy".
    COPY "manws.cpy".
    COPY "mstrws.cpy".
    COPY "fltws.cpy".
    COPY "caphws.cpy".
    COPY "cprpws.cpy".
    *> Copies of the ceilings the owning programs declare for
    *> themselves (ALRTREVW, EXCREPR, RECNAPLY, HISTARCH, RUNSHEET,
    *> HISTRPT, SCORECRD, PMIFACE); when one of those is changed,
    *> change it here too. HISTRPT and SCORECRD both declare a run map of the
    *> same size, and SCORECRD's default score window decides how
    *> much of the job audit its map has to hold.
    *> The ceilings that live in shared copybooks (WS-MAX-LINES,
    *> WS-MAX-SENSORS, WS-MAX-WORK-ORDERS, WS-MAX-GENERATIONS) come in
    *> with them.
    78 WS-MAX-ALERTS VALUE 10000.
    78 WS-MAX-EXCEPTIONS VALUE 10000.
    78 WS-MAX-CONFLICTS VALUE 1000.
    78 WS-MAX-HISTORY-ROWS VALUE 20000.
    78 WS-MAX-DAY-ROWS VALUE 200.
    78 WS-MAX-RUN-MAP VALUE 2000.
    78 WS-SCORE-WINDOW-DAYS VALUE 7.
    78 WS-MAX-OPEN-RUNS VALUE 2000.
    *> One entry per measured quantity: the fixed list of cumulative
    *> files, plus one per sensor on the master. The base is the
    *> oldest snapshot of the same quantity inside the trend window.
    78 WS-MAX-CAP-ITEMS VALUE 200.
    01 CAPACITY-ITEM-TABLE.
        02 CAPACITY-ITEM OCCURS WS-MAX-CAP-ITEMS TIMES.
            03 CIT-DATASET PIC X(22) VALUE SPACES.
            03 CIT-MEASURE PIC X(24) VALUE SPACES.
            03 CIT-COUNT PIC 9(9) VALUE 0.
            03 CIT-LIMIT PIC 9(9) VALUE 0.
            03 CIT-LIMIT-NAME PIC X(28) VALUE SPACES.
            03 CIT-BASE-DATE PIC X(8) VALUE SPACES.
            03 CIT-BASE-COUNT PIC 9(9) VALUE 0.
    01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
    01 ITEM-IDX PIC 9(4) VALUE 0.
    *> The quantity being banked by ADD-CAPACITY-ITEM.
    01 WS-NEW-DATASET PIC X(22) VALUE SPACES.
    01 WS-NEW-MEASURE PIC X(24) VALUE SPACES.
    01 WS-NEW-COUNT PIC 9(9) VALUE 0.
    01 WS-NEW-LIMIT PIC 9(9) VALUE 0.
    01 WS-NEW-LIMIT-NAME PIC X(28) VALUE SPACES.
    *> The COMBINED runs of each head on the job audit, for the
    *> busiest head's run map.
    01 AUDIT-SENSOR-TABLE.
        02 AUDIT-SENSOR-ENTRY OCCURS WS-MAX-CAP-ITEMS TIMES.
            03 ASN-SENSOR-ID PIC X(8) VALUE SPACES.
            03 ASN-RUNS PIC 9(9) VALUE 0.
    01 WS-AUDIT-SENSOR-COUNT PIC 9(4) VALUE 0.
    01 ASN-IDX PIC 9(4) VALUE 0.
    *> The head a COMBINED audit row ran for: the one it names, or
    *> else the manifest sensor that reads its dataset.
    01 WS-RUN-SENSOR PIC X(8) VALUE SPACES.
    *> The manifest's dataset for each sensor, so audit rows that
    *> name no sensor can be credited to one. It takes no more than
    *> COMBINED's fleet table does; a longer manifest is flagged at
    *> its limit below, and its extra entries go unmapped.
    01 MANIFEST-MAP-TABLE.
        02 MANIFEST-MAP-ENTRY OCCURS WS-MAX-SENSORS TIMES.
            03 MMP-SENSOR-ID PIC X(8) VALUE SPACES.
            03 MMP-DATASET PIC X(44) VALUE SPACES.
    01 WS-MANIFEST-MAP-COUNT PIC 9(4) VALUE 0.
    01 WS-MANIFEST-ROWS PIC 9(9) VALUE 0.
    01 MMP-IDX PIC 9(4) VALUE 0.
    *> Every run with an open alert or a pending exception against
    *> it, as PMIFACE gathers them. Once the table is full PMIFACE
    *> would already abend, so further runs are counted without
    *> being kept and may be counted twice.
    01 OPEN-RUN-TABLE.
        02 ORN-RUN-ID PIC 9(9) VALUE 0 OCCURS WS-MAX-OPEN-RUNS TIMES.
    01 WS-OPEN-RUN-COUNT PIC 9(9) VALUE 0.
    01 WS-OPEN-RUN-ID PIC 9(9) VALUE 0.
    01 WS-OPEN-RUN-FOUND PIC X(1) VALUE "N".
        88 OPEN-RUN-KNOWN VALUE "Y".
    01 ORN-IDX PIC 9(9) VALUE 0.
    01 WS-ROWS PIC 9(9) VALUE 0.
    01 WS-DATE-ROWS PIC 9(9) VALUE 0.
    01 WS-BUSIEST-DATE-ROWS PIC 9(9) VALUE 0.
    01 WS-BUSIEST-SENSOR-RUNS PIC 9(9) VALUE 0.
    01 WS-SCORE-WINDOW-RUNS PIC 9(9) VALUE 0.
    01 WS-SCORE-FROM PIC X(8) VALUE SPACES.
    01 WS-ROW-DATE PIC X(8) VALUE SPACES.
    01 WS-MASTER-SENSOR PIC X(8) VALUE SPACES.
    01 WS-MASTER-FLAG PIC X(1) VALUE "N".
        88 MASTER-SCAN-DONE VALUE "Y".
    01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.
    01 WS-TODAY PIC X(8) VALUE SPACES.
    01 WS-TODAY-INT PIC 9(9) VALUE 0.
    01 WS-WINDOW-FROM PIC X(8) VALUE SPACES.
    01 WS-BASE-INT PIC 9(9) VALUE 0.
    01 WS-DATE-WORK PIC 9(8) VALUE 0.
    01 WS-DATE-INT PIC 9(9) VALUE 0.
    01 WS-ELAPSED-DAYS PIC 9(9) VALUE 0.
    01 WS-GROWTH PIC 9(9) VALUE 0.
    01 WS-RATE PIC 9(7)V99 VALUE 0.
    01 WS-DAYS-LEFT PIC 9(9) VALUE 0.
    01 WS-PCT-FULL PIC 9(9) VALUE 0.
    01 WS-WARNING-COUNT PIC 9(9) VALUE 0.
    01 WS-AT-LIMIT-COUNT PIC 9(9) VALUE 0.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-ITEMS-DISP PIC Z(8)9.
    01 WS-WARNING-DISP PIC Z(8)9.
    01 WS-AT-LIMIT-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Capacity forecast for the suite's data stores. Every cumulative
    *> file is counted, along with the parts of the job audit the
    *> per-date and per-head tables have to hold and every sensor's
    *> share of the diagnostic master, each against the in-memory
    *> ceiling of the program that loads it. The counts are saved on
    *> the capacity history, and the history's oldest snapshot inside
    *> the trend window gives each quantity a daily growth rate and
    *> the date it would reach its ceiling at that rate. A job that
    *> hits a ceiling abends with RC-CAPACITY; this report is there
    *> so that is seen weeks ahead instead. Anything already at its
    *> ceiling ends the run with the alert return code, anything due
    *> inside the warning period (or nearly full) with the warning.
    PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
    MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY
    COMPUTE WS-DATE-WORK = FUNCTION NUMVAL(WS-TODAY)
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
    COMPUTE WS-DATE-INT = WS-TODAY-INT - CAP-TREND-WINDOW-DAYS
    COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    MOVE WS-DATE-WORK TO WS-WINDOW-FROM
    COMPUTE WS-DATE-INT = WS-TODAY-INT - WS-SCORE-WINDOW-DAYS
    COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    MOVE WS-DATE-WORK TO WS-SCORE-FROM

    PERFORM LOAD-MANIFEST-MAP
    PERFORM COUNT-JOB-AUDIT
    PERFORM COUNT-ALERTS
    PERFORM COUNT-EXCEPTIONS
    PERFORM COUNT-CONFLICTS
    PERFORM COUNT-DECISIONS-AUDIT
    PERFORM COUNT-RUN-HISTORY
    PERFORM COUNT-MASTER-JOURNAL
    PERFORM COUNT-RESTATEMENTS
    PERFORM COUNT-WORK-ORDERS
    PERFORM COUNT-INTERFACE-LOG
    PERFORM COUNT-MANIFEST
    PERFORM COUNT-MASTER-BY-SENSOR

    PERFORM LOAD-TREND-BASES
    PERFORM SAVE-SNAPSHOT
    PERFORM WRITE-CAPACITY-REPORT

    MOVE WS-ITEM-COUNT TO WS-ITEMS-DISP
    MOVE WS-WARNING-COUNT TO WS-WARNING-DISP
    MOVE WS-AT-LIMIT-COUNT TO WS-AT-LIMIT-DISP
    DISPLAY "QUANTITIES TRACKED: " WS-ITEMS-DISP
    DISPLAY "DUE INSIDE WARNING PERIOD: " WS-WARNING-DISP
    DISPLAY "AT LIMIT: " WS-AT-LIMIT-DISP
    IF WS-AT-LIMIT-COUNT > 0
        MOVE RC-ALERT TO RETURN-CODE
    ELSE
        IF WS-WARNING-COUNT > 0
            MOVE RC-WARNING TO RETURN-CODE
        END-IF
    END-IF
STOP RUN.

*> The job audit is loaded whole by nothing, but three tables hold
*> parts of it: RUNSHEET banks one date's rows, HISTRPT maps every
*> COMBINED run of one head, and SCORECRD maps every COMBINED run
*> of every head inside its default score window, which ends today.
*> Like theirs, a run whose row names no head is put down to the
*> manifest sensor that reads its dataset.
*> Rows are appended as jobs finish,
*> so one date's rows sit together and the busiest date is the
*> longest run of equal dates.
COUNT-JOB-AUDIT.
    MOVE 0 TO WS-ROWS
    MOVE SPACES TO WS-ROW-DATE
    OPEN INPUT JOB-AUDIT
    IF WS-AUDIT-STATUS = "00"
        PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
            READ JOB-AUDIT INTO AUDIT-DETAIL
                AT END MOVE "10" TO WS-AUDIT-STATUS
            END-READ
            IF WS-AUDIT-STATUS = "00"
                ADD 1 TO WS-ROWS
                PERFORM TALLY-AUDIT-ROW
            END-IF
        END-PERFORM
        CLOSE JOB-AUDIT
    END-IF
    MOVE "JOB-AUDIT.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE 0 TO WS-NEW-LIMIT
    MOVE SPACES TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM
    MOVE "ROWS ON BUSIEST DATE" TO WS-NEW-MEASURE
    MOVE WS-BUSIEST-DATE-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-DAY-ROWS TO WS-NEW-LIMIT
    MOVE "RUNSHEET WS-MAX-DAY-ROWS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM
    MOVE 0 TO WS-BUSIEST-SENSOR-RUNS
    PERFORM VARYING ASN-IDX FROM 1 BY 1
            UNTIL ASN-IDX > WS-AUDIT-SENSOR-COUNT
        IF ASN-RUNS(ASN-IDX) > WS-BUSIEST-SENSOR-RUNS
            MOVE ASN-RUNS(ASN-IDX) TO WS-BUSIEST-SENSOR-RUNS
        END-IF
    END-PERFORM
    MOVE "RUNS OF BUSIEST HEAD" TO WS-NEW-MEASURE
    MOVE WS-BUSIEST-SENSOR-RUNS TO WS-NEW-COUNT
    MOVE WS-MAX-RUN-MAP TO WS-NEW-LIMIT
    MOVE "HISTRPT WS-MAX-RUN-MAP" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM
    MOVE "RUNS IN SCORECARD WINDOW" TO WS-NEW-MEASURE
    MOVE WS-SCORE-WINDOW-RUNS TO WS-NEW-COUNT
    MOVE WS-MAX-RUN-MAP TO WS-NEW-LIMIT
    MOVE "SCORECRD WS-MAX-RUN-MAP" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

TALLY-AUDIT-ROW.
    IF AUD-START-TS(1:8) = WS-ROW-DATE
        ADD 1 TO WS-DATE-ROWS
    ELSE
        MOVE AUD-START-TS(1:8) TO WS-ROW-DATE
        MOVE 1 TO WS-DATE-ROWS
    END-IF
    IF WS-DATE-ROWS > WS-BUSIEST-DATE-ROWS
        MOVE WS-DATE-ROWS TO WS-BUSIEST-DATE-ROWS
    END-IF
    MOVE SPACES TO WS-RUN-SENSOR
    IF AUD-PROGRAM = "COMBINED" AND AUD-RUN-ID > 0
        IF AUD-SENSOR-ID NOT = SPACES
            MOVE AUD-SENSOR-ID TO WS-RUN-SENSOR
        ELSE
            PERFORM VARYING MMP-IDX FROM 1 BY 1
                    UNTIL MMP-IDX > WS-MANIFEST-MAP-COUNT
                        OR WS-RUN-SENSOR NOT = SPACES
                IF MMP-DATASET(MMP-IDX) NOT = SPACES
                        AND MMP-DATASET(MMP-IDX) = AUD-DATASET
                    MOVE MMP-SENSOR-ID(MMP-IDX) TO WS-RUN-SENSOR
                END-IF
            END-PERFORM
        END-IF
    END-IF
    IF WS-RUN-SENSOR NOT = SPACES
        MOVE 0 TO ASN-IDX
        PERFORM VARYING ITEM-IDX FROM 1 BY 1
                UNTIL ITEM-IDX > WS-AUDIT-SENSOR-COUNT OR ASN-IDX > 0
            IF ASN-SENSOR-ID(ITEM-IDX) = WS-RUN-SENSOR
                MOVE ITEM-IDX TO ASN-IDX
            END-IF
        END-PERFORM
        IF ASN-IDX = 0
            ADD 1 TO WS-AUDIT-SENSOR-COUNT
            IF WS-AUDIT-SENSOR-COUNT > WS-MAX-CAP-ITEMS
                DISPLAY "JOB AUDIT NAMES MORE THAN " WS-MAX-CAP-ITEMS
                    " SENSORS"
                MOVE RC-CAPACITY TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-AUDIT-SENSOR-COUNT TO ASN-IDX
            MOVE WS-RUN-SENSOR TO ASN-SENSOR-ID(ASN-IDX)
        END-IF
        ADD 1 TO ASN-RUNS(ASN-IDX)
        IF AUD-START-TS(1:8) NOT < WS-SCORE-FROM
                AND AUD-START-TS(1:8) NOT > WS-TODAY
            ADD 1 TO WS-SCORE-WINDOW-RUNS
        END-IF
    END-IF.

*> ALRTREVW holds the whole alert file in memory.
COUNT-ALERTS.
    MOVE 0 TO WS-ROWS
    OPEN INPUT ALERTS-FILE
    IF WS-ALERTS-STATUS = "00"
        PERFORM UNTIL WS-ALERTS-STATUS NOT = "00"
            READ ALERTS-FILE INTO ALERT-DETAIL
                AT END MOVE "10" TO WS-ALERTS-STATUS
            END-READ
            IF WS-ALERTS-STATUS = "00"
                ADD 1 TO WS-ROWS
                IF ALERT-OPEN AND ALERT-RUN-ID > 0
                    MOVE ALERT-RUN-ID TO WS-OPEN-RUN-ID
                    PERFORM TALLY-OPEN-RUN
                END-IF
            END-IF
        END-PERFORM
        CLOSE ALERTS-FILE
    END-IF
    MOVE "ALERTS.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-ALERTS TO WS-NEW-LIMIT
    MOVE "ALRTREVW WS-MAX-ALERTS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> EXCREPR holds the whole exception log in memory. With the alerts
*> already counted, this also closes off the runs PMIFACE has to tie
*> back to a sensor: every run with an open alert or a pending
*> exception, counted once.
COUNT-EXCEPTIONS.
    MOVE 0 TO WS-ROWS
    OPEN INPUT EXCEPTION-REPORT
    IF WS-EXCEPTION-STATUS = "00"
        PERFORM UNTIL WS-EXCEPTION-STATUS NOT = "00"
            READ EXCEPTION-REPORT INTO EXCEPTION-DETAIL
                AT END MOVE "10" TO WS-EXCEPTION-STATUS
            END-READ
            IF WS-EXCEPTION-STATUS = "00"
                ADD 1 TO WS-ROWS
                IF EXC-PENDING AND EXC-RUN-ID > 0
                    MOVE EXC-RUN-ID TO WS-OPEN-RUN-ID
                    PERFORM TALLY-OPEN-RUN
                END-IF
            END-IF
        END-PERFORM
        CLOSE EXCEPTION-REPORT
    END-IF
    MOVE "EXCEPTION-REPORT.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-EXCEPTIONS TO WS-NEW-LIMIT
    MOVE "EXCREPR WS-MAX-EXCEPTIONS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM
    MOVE "ALERTS + EXCEPTIONS" TO WS-NEW-DATASET
    MOVE "RUNS WITH OPEN ITEMS" TO WS-NEW-MEASURE
    MOVE WS-OPEN-RUN-COUNT TO WS-NEW-COUNT
    MOVE WS-MAX-OPEN-RUNS TO WS-NEW-LIMIT
    MOVE "PMIFACE WS-MAX-OPEN-RUNS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

TALLY-OPEN-RUN.
    MOVE "N" TO WS-OPEN-RUN-FOUND
    PERFORM VARYING ORN-IDX FROM 1 BY 1
            UNTIL ORN-IDX > WS-OPEN-RUN-COUNT
                OR ORN-IDX > WS-MAX-OPEN-RUNS OR OPEN-RUN-KNOWN
        IF ORN-RUN-ID(ORN-IDX) = WS-OPEN-RUN-ID
            SET OPEN-RUN-KNOWN TO TRUE
        END-IF
    END-PERFORM
    IF NOT OPEN-RUN-KNOWN
        ADD 1 TO WS-OPEN-RUN-COUNT
        IF WS-OPEN-RUN-COUNT NOT > WS-MAX-OPEN-RUNS
            MOVE WS-OPEN-RUN-ID TO ORN-RUN-ID(WS-OPEN-RUN-COUNT)
        END-IF
    END-IF.

*> RECNAPLY holds the whole conflicts file in memory.
COUNT-CONFLICTS.
    MOVE 0 TO WS-ROWS
    OPEN INPUT CONFLICTS-FILE
    IF WS-CONFLICTS-STATUS = "00"
        PERFORM UNTIL WS-CONFLICTS-STATUS NOT = "00"
            READ CONFLICTS-FILE
                AT END MOVE "10" TO WS-CONFLICTS-STATUS
            END-READ
            IF WS-CONFLICTS-STATUS = "00"
                ADD 1 TO WS-ROWS
            END-IF
        END-PERFORM
        CLOSE CONFLICTS-FILE
    END-IF
    MOVE "CONFLICTS.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-CONFLICTS TO WS-NEW-LIMIT
    MOVE "RECNAPLY WS-MAX-CONFLICTS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> Only ever read a row at a time, so no ceiling; counted for its
*> growth.
COUNT-DECISIONS-AUDIT.
    MOVE 0 TO WS-ROWS
    OPEN INPUT DECISIONS-AUDIT
    IF WS-DECAUDIT-STATUS = "00"
        PERFORM UNTIL WS-DECAUDIT-STATUS NOT = "00"
            READ DECISIONS-AUDIT
                AT END MOVE "10" TO WS-DECAUDIT-STATUS
            END-READ
            IF WS-DECAUDIT-STATUS = "00"
                ADD 1 TO WS-ROWS
            END-IF
        END-PERFORM
        CLOSE DECISIONS-AUDIT
    END-IF
    MOVE "DECISIONS-AUDIT.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE 0 TO WS-NEW-LIMIT
    MOVE SPACES TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> HISTARCH holds the whole run history in memory to archive it.
COUNT-RUN-HISTORY.
    MOVE 0 TO WS-ROWS
    OPEN INPUT RUN-HISTORY
    IF WS-HISTORY-STATUS = "00"
        PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
            READ RUN-HISTORY
                AT END MOVE "10" TO WS-HISTORY-STATUS
            END-READ
            IF WS-HISTORY-STATUS = "00"
                ADD 1 TO WS-ROWS
            END-IF
        END-PERFORM
        CLOSE RUN-HISTORY
    END-IF
    MOVE "RUN-HISTORY.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-HISTORY-ROWS TO WS-NEW-LIMIT
    MOVE "HISTARCH WS-MAX-HISTORY-ROWS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> MSTBKOUT only holds one run's entries, so the journal as a whole
*> has no ceiling; counted for its growth.
COUNT-MASTER-JOURNAL.
    MOVE 0 TO WS-ROWS
    OPEN INPUT MASTER-JOURNAL
    IF WS-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
            READ MASTER-JOURNAL
                AT END MOVE "10" TO WS-JOURNAL-STATUS
            END-READ
            IF WS-JOURNAL-STATUS = "00"
                ADD 1 TO WS-ROWS
            END-IF
        END-PERFORM
        CLOSE MASTER-JOURNAL
    END-IF
    MOVE "MASTER-JOURNAL.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE 0 TO WS-NEW-LIMIT
    MOVE SPACES TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

COUNT-RESTATEMENTS.
    MOVE 0 TO WS-ROWS
    OPEN INPUT RESTATEMENTS
    IF WS-RESTATE-STATUS = "00"
        PERFORM UNTIL WS-RESTATE-STATUS NOT = "00"
            READ RESTATEMENTS
                AT END MOVE "10" TO WS-RESTATE-STATUS
            END-READ
            IF WS-RESTATE-STATUS = "00"
                ADD 1 TO WS-ROWS
            END-IF
        END-PERFORM
        CLOSE RESTATEMENTS
    END-IF
    MOVE "RESTATEMENTS.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE 0 TO WS-NEW-LIMIT
    MOVE SPACES TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> WORKORD, ALRTREVW and SCORECRD each hold the whole work-order
*> file in memory; closed orders stay on it for good.
COUNT-WORK-ORDERS.
    MOVE 0 TO WS-ROWS
    OPEN INPUT WORK-ORDERS
    IF WS-WORDERS-STATUS = "00"
        PERFORM UNTIL WS-WORDERS-STATUS NOT = "00"
            READ WORK-ORDERS
                AT END MOVE "10" TO WS-WORDERS-STATUS
            END-READ
            IF WS-WORDERS-STATUS = "00"
                ADD 1 TO WS-ROWS
            END-IF
        END-PERFORM
        CLOSE WORK-ORDERS
    END-IF
    MOVE "WORK-ORDERS.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-WORK-ORDERS TO WS-NEW-LIMIT
    MOVE "WORKORD WS-MAX-WORK-ORDERS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> PMIFACE holds the whole interface log in memory; it gains a
*> generation every business date and never loses one.
COUNT-INTERFACE-LOG.
    MOVE 0 TO WS-ROWS
    OPEN INPUT PM-INTERFACE-LOG
    IF WS-PMLOG-STATUS = "00"
        PERFORM UNTIL WS-PMLOG-STATUS NOT = "00"
            READ PM-INTERFACE-LOG
                AT END MOVE "10" TO WS-PMLOG-STATUS
            END-READ
            IF WS-PMLOG-STATUS = "00"
                ADD 1 TO WS-ROWS
            END-IF
        END-PERFORM
        CLOSE PM-INTERFACE-LOG
    END-IF
    MOVE "PM-INTERFACE-LOG.DAT" TO WS-NEW-DATASET
    MOVE "ROWS" TO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-GENERATIONS TO WS-NEW-LIMIT
    MOVE "PMIFACE WS-MAX-GENERATIONS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> Read ahead of the job audit, which needs its dataset map; the
*> manifest's own count is banked in its turn below.
LOAD-MANIFEST-MAP.
    MOVE 0 TO WS-MANIFEST-ROWS
    OPEN INPUT SENSOR-MANIFEST
    IF WS-MANIFEST-STATUS = "00"
        PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
            READ SENSOR-MANIFEST INTO MANIFEST-DETAIL
                AT END MOVE "10" TO WS-MANIFEST-STATUS
            END-READ
            IF WS-MANIFEST-STATUS = "00" AND MANIFEST-DETAIL NOT = SPACES
                ADD 1 TO WS-MANIFEST-ROWS
                IF WS-MANIFEST-MAP-COUNT < WS-MAX-SENSORS
                    ADD 1 TO WS-MANIFEST-MAP-COUNT
                    MOVE MAN-SENSOR-ID
                        TO MMP-SENSOR-ID(WS-MANIFEST-MAP-COUNT)
                    MOVE MAN-DATASET TO MMP-DATASET(WS-MANIFEST-MAP-COUNT)
                END-IF
            END-IF
        END-PERFORM
        CLOSE SENSOR-MANIFEST
    END-IF.

*> Not cumulative, but the fleet grows with it: COMBINED's fleet
*> table takes one slot per manifest sensor.
COUNT-MANIFEST.
    MOVE "SENSOR-MANIFEST.DAT" TO WS-NEW-DATASET
    MOVE "SENSORS" TO WS-NEW-MEASURE
    MOVE WS-MANIFEST-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-SENSORS TO WS-NEW-LIMIT
    MOVE "COMBINED WS-MAX-SENSORS" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> One quantity per sensor on the master: its readings, against the
*> table MSTANLZ loads a sensor's range into - an open-ended range
*> pulls every reading the sensor has. The master is in key order,
*> so each sensor's readings arrive together.
COUNT-MASTER-BY-SENSOR.
    OPEN INPUT DIAGNOSTIC-MASTER
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "DIAGNOSTIC MASTER NOT ON FILE, READINGS NOT COUNTED"
    ELSE
        MOVE "N" TO WS-MASTER-FLAG
        MOVE SPACES TO WS-MASTER-SENSOR
        MOVE 0 TO WS-ROWS
        PERFORM UNTIL MASTER-SCAN-DONE
            READ DIAGNOSTIC-MASTER NEXT RECORD
                AT END SET MASTER-SCAN-DONE TO TRUE
            END-READ
            IF NOT MASTER-SCAN-DONE
                IF MST-SENSOR-ID NOT = WS-MASTER-SENSOR
                    IF WS-MASTER-SENSOR NOT = SPACES
                        PERFORM ADD-MASTER-SENSOR-ITEM
                    END-IF
                    MOVE MST-SENSOR-ID TO WS-MASTER-SENSOR
                    MOVE 0 TO WS-ROWS
                END-IF
                ADD 1 TO WS-ROWS
            END-IF
        END-PERFORM
        IF WS-MASTER-SENSOR NOT = SPACES
            PERFORM ADD-MASTER-SENSOR-ITEM
        END-IF
        CLOSE DIAGNOSTIC-MASTER
    END-IF.

ADD-MASTER-SENSOR-ITEM.
    MOVE "DIAGNOSTIC-MASTER.DAT" TO WS-NEW-DATASET
    MOVE SPACES TO WS-NEW-MEASURE
    STRING "READINGS " WS-MASTER-SENSOR
        DELIMITED BY SIZE INTO WS-NEW-MEASURE
    MOVE WS-ROWS TO WS-NEW-COUNT
    MOVE WS-MAX-LINES TO WS-NEW-LIMIT
    MOVE "MSTANLZ WS-MAX-LINES" TO WS-NEW-LIMIT-NAME
    PERFORM ADD-CAPACITY-ITEM.

*> Bank the quantity set up in the WS-NEW- fields.
ADD-CAPACITY-ITEM.
    ADD 1 TO WS-ITEM-COUNT
    IF WS-ITEM-COUNT > WS-MAX-CAP-ITEMS
        DISPLAY "MORE THAN " WS-MAX-CAP-ITEMS " QUANTITIES TO TRACK"
        MOVE RC-CAPACITY TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-NEW-DATASET TO CIT-DATASET(WS-ITEM-COUNT)
    MOVE WS-NEW-MEASURE TO CIT-MEASURE(WS-ITEM-COUNT)
    MOVE WS-NEW-COUNT TO CIT-COUNT(WS-ITEM-COUNT)
    MOVE WS-NEW-LIMIT TO CIT-LIMIT(WS-ITEM-COUNT)
    MOVE WS-NEW-LIMIT-NAME TO CIT-LIMIT-NAME(WS-ITEM-COUNT).

*> The history is in snapshot order, so the first snapshot of a
*> quantity dated inside the window (and before today, so a second
*> run in one day still has a trend) is its oldest there.
LOAD-TREND-BASES.
    OPEN INPUT CAPACITY-HISTORY
    IF WS-CAPHIST-STATUS = "00"
        PERFORM UNTIL WS-CAPHIST-STATUS NOT = "00"
            READ CAPACITY-HISTORY INTO CAPHIST-DETAIL
                AT END MOVE "10" TO WS-CAPHIST-STATUS
            END-READ
            IF WS-CAPHIST-STATUS = "00"
                    AND CAH-STAMP(1:8) NOT < WS-WINDOW-FROM
                    AND CAH-STAMP(1:8) < WS-TODAY
                    AND CAH-COUNT NUMERIC
                PERFORM MATCH-HISTORY-ROW
            END-IF
        END-PERFORM
        CLOSE CAPACITY-HISTORY
    END-IF.

MATCH-HISTORY-ROW.
    PERFORM VARYING ITEM-IDX FROM 1 BY 1
            UNTIL ITEM-IDX > WS-ITEM-COUNT
        IF CIT-DATASET(ITEM-IDX) = CAH-DATASET
                AND CIT-MEASURE(ITEM-IDX) = CAH-MEASURE
                AND CIT-BASE-DATE(ITEM-IDX) = SPACES
            MOVE CAH-STAMP(1:8) TO CIT-BASE-DATE(ITEM-IDX)
            MOVE CAH-COUNT TO CIT-BASE-COUNT(ITEM-IDX)
        END-IF
    END-PERFORM.

*> Today's counts onto the capacity history, one row per quantity.
SAVE-SNAPSHOT.
    OPEN EXTEND CAPACITY-HISTORY
    IF WS-CAPHIST-STATUS = "35"
        *> No capacity history yet on this dive; create it.
        OPEN OUTPUT CAPACITY-HISTORY
    END-IF
    IF WS-CAPHIST-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN CAPACITY-HISTORY, FILE STATUS=" WS-CAPHIST-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        MOVE WS-TODAY-STAMP TO CAH-STAMP
        MOVE CIT-DATASET(ITEM-IDX) TO CAH-DATASET
        MOVE CIT-MEASURE(ITEM-IDX) TO CAH-MEASURE
        MOVE CIT-COUNT(ITEM-IDX) TO CAH-COUNT
        MOVE CIT-LIMIT(ITEM-IDX) TO CAH-LIMIT
        MOVE CAPHIST-DETAIL TO CAPHIST-RECORD
        WRITE CAPHIST-RECORD
    END-PERFORM
    CLOSE CAPACITY-HISTORY.

WRITE-CAPACITY-REPORT.
    OPEN OUTPUT CAPACITY-REPORT
    IF WS-CAPRPT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN CAPACITY-FORECAST, FILE STATUS=" WS-CAPRPT-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TODAY-STAMP TO CAP-STAMP
    MOVE CAPACITY-HEADING-1 TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD
    MOVE CAP-TREND-WINDOW-DAYS TO CAP-H-WINDOW
    MOVE CAP-WARNING-DAYS TO CAP-H-WARNING-DAYS
    MOVE CAP-WARNING-PCT TO CAP-H-WARNING-PCT
    MOVE CAPACITY-HEADING-2 TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD
    MOVE SPACES TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD
    MOVE CAPACITY-COLUMN-HEADS TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD

    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        PERFORM REPORT-ONE-ITEM
    END-PERFORM

    MOVE SPACES TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD
    MOVE "NO TREND: NO SNAPSHOT BEFORE TODAY INSIDE THE TREND WINDOW YET"
        TO CAP-N-TEXT
    MOVE CAPACITY-NOTE-LINE TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD
    MOVE WS-ITEM-COUNT TO CAP-F-ITEMS
    MOVE WS-WARNING-COUNT TO CAP-F-WARNINGS
    MOVE WS-AT-LIMIT-COUNT TO CAP-F-AT-LIMIT
    MOVE CAPACITY-FOOTER-LINE TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD
    CLOSE CAPACITY-REPORT.

*> One quantity: how full it is, how fast it has grown since its
*> trend base, and when it reaches its ceiling at that rate. The
*> days left are worked from the whole-number growth over the
*> elapsed days, so a slow grower isn't rounded to no growth. A
*> quantity that shrank over the window (archived, repaired) shows
*> no growth.
REPORT-ONE-ITEM.
    MOVE CIT-DATASET(ITEM-IDX) TO CAP-D-DATASET
    MOVE CIT-MEASURE(ITEM-IDX) TO CAP-D-MEASURE
    MOVE CIT-COUNT(ITEM-IDX) TO CAP-D-COUNT
    MOVE CIT-LIMIT-NAME(ITEM-IDX) TO CAP-D-LIMIT-NAME
    MOVE SPACES TO CAP-D-LIMIT
    MOVE SPACES TO CAP-D-PCT
    MOVE SPACES TO CAP-D-RATE
    MOVE SPACES TO CAP-D-FULL-BY
    MOVE SPACES TO CAP-D-FLAG
    MOVE 0 TO WS-GROWTH
    MOVE 0 TO WS-ELAPSED-DAYS

    IF CIT-BASE-DATE(ITEM-IDX) = SPACES
        MOVE "NO TREND" TO CAP-D-RATE
    ELSE
        COMPUTE WS-DATE-WORK = FUNCTION NUMVAL(CIT-BASE-DATE(ITEM-IDX))
        COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
        COMPUTE WS-ELAPSED-DAYS = WS-TODAY-INT - WS-BASE-INT
        IF CIT-COUNT(ITEM-IDX) > CIT-BASE-COUNT(ITEM-IDX)
            COMPUTE WS-GROWTH =
                CIT-COUNT(ITEM-IDX) - CIT-BASE-COUNT(ITEM-IDX)
        END-IF
        COMPUTE WS-RATE ROUNDED = WS-GROWTH / WS-ELAPSED-DAYS
            ON SIZE ERROR MOVE 9999999.99 TO WS-RATE
        END-COMPUTE
        MOVE WS-RATE TO CAP-RATE-EDIT
        MOVE CAP-RATE-EDIT TO CAP-D-RATE
    END-IF

    IF CIT-LIMIT(ITEM-IDX) = 0
        MOVE "NO LIMIT" TO CAP-D-FULL-BY
    ELSE
        MOVE CIT-LIMIT(ITEM-IDX) TO CAP-LIMIT-EDIT
        MOVE CAP-LIMIT-EDIT TO CAP-D-LIMIT
        COMPUTE WS-PCT-FULL =
            CIT-COUNT(ITEM-IDX) * 100 / CIT-LIMIT(ITEM-IDX)
        IF WS-PCT-FULL > 999
            MOVE 999 TO WS-PCT-FULL
        END-IF
        MOVE WS-PCT-FULL TO CAP-PCT-EDIT
        MOVE CAP-PCT-TEXT TO CAP-D-PCT
        PERFORM PROJECT-LIMIT-DATE
    END-IF

    MOVE CAPACITY-DETAIL-LINE TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD.

*> When the ceiling falls due at the current rate. Already at the
*> ceiling means the next row abends the job that loads it.
PROJECT-LIMIT-DATE.
    IF CIT-COUNT(ITEM-IDX) NOT < CIT-LIMIT(ITEM-IDX)
        MOVE "AT LIMIT" TO CAP-D-FULL-BY
        MOVE "AT LIMIT" TO CAP-D-FLAG
        ADD 1 TO WS-AT-LIMIT-COUNT
    ELSE
        IF WS-GROWTH = 0
            IF CIT-BASE-DATE(ITEM-IDX) = SPACES
                MOVE "NO TREND" TO CAP-D-FULL-BY
            ELSE
                MOVE "NO GROWTH" TO CAP-D-FULL-BY
            END-IF
            IF WS-PCT-FULL NOT < CAP-WARNING-PCT
                MOVE "WARNING" TO CAP-D-FLAG
                ADD 1 TO WS-WARNING-COUNT
            END-IF
        ELSE
            COMPUTE WS-DAYS-LEFT =
                (CIT-LIMIT(ITEM-IDX) - CIT-COUNT(ITEM-IDX))
                * WS-ELAPSED-DAYS / WS-GROWTH
            IF WS-DAYS-LEFT > 3650
                MOVE "OVER 10 YR" TO CAP-D-FULL-BY
            ELSE
                COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-DAYS-LEFT
                COMPUTE WS-DATE-WORK =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                MOVE WS-DATE-WORK TO CAP-D-FULL-BY
            END-IF
            IF WS-DAYS-LEFT NOT > CAP-WARNING-DAYS
                    OR WS-PCT-FULL NOT < CAP-WARNING-PCT
                MOVE "WARNING" TO CAP-D-FLAG
                ADD 1 TO WS-WARNING-COUNT
            END-IF
        END-IF
    END-IF.
