IDENTIFICATION DIVISION.
PROGRAM-ID. MSTBKOUT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "bkctsel.cpy".
    COPY "mjrnsel.cpy".
    COPY "mstrsel.cpy".
    COPY "bkrpsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "bkctfd.cpy".
    COPY "mjrnfd.cpy".
    COPY "mstrfd.cpy".
    COPY "bkrpfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "bkctws.cpy".
    COPY "mjrnws.cpy".
    COPY "mstrws.cpy".
    COPY "bkrpws.cpy".
    *> The run's journal entries are held in memory in the order they
    *> were made, so they can be checked as a whole before anything is
    *> touched and then undone last-first. Sized for a purge, the
    *> largest single run the master sees.
    78 WS-MAX-BACKOUT-ENTRIES VALUE 20000.
    *> Each row is a JOURNAL-DETAIL image, split only far enough to
    *> compare its key without unpacking the whole entry.
    01 BACKOUT-TABLE.
        02 BACKOUT-ROW OCCURS WS-MAX-BACKOUT-ENTRIES TIMES.
            03 BKO-RUN-PART PIC X(39) VALUE SPACES.
            03 BKO-KEY PIC X(22) VALUE SPACES.
            03 BKO-IMAGES PIC X(128) VALUE SPACES.
    01 WS-ENTRY-COUNT PIC 9(9) VALUE 0.
    01 BKO-IDX PIC 9(9) VALUE 0.
    01 LATER-IDX PIC 9(9) VALUE 0.
    *> Where in the journal the run's first entry sits; anything
    *> another run journaled after that point came later.
    01 WS-JOURNAL-POS PIC 9(9) VALUE 0.
    01 WS-FIRST-RUN-POS PIC 9(9) VALUE 0.
    01 WS-RUN-TS PIC X(21) VALUE SPACES.
    01 WS-BACKOUT-KEY.
        02 WS-BACKOUT-SENSOR PIC X(8) VALUE SPACES.
        02 WS-BACKOUT-DATE PIC X(8) VALUE SPACES.
        02 WS-BACKOUT-SEQ PIC 9(6) VALUE 0.
    01 WS-BACKOUT-BEFORE PIC X(64) VALUE SPACES.
    01 WS-BACKOUT-AFTER PIC X(64) VALUE SPACES.
    01 WS-BACKOUT-ACTION PIC X(1) VALUE SPACE.
    01 WS-KEY-FOUND PIC X(1) VALUE "N".
        88 KEY-IN-RUN VALUE "Y".
    01 WS-RESTORED-COUNT PIC 9(9) VALUE 0.
    01 WS-BLOCKED-COUNT PIC 9(9) VALUE 0.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-ENTRY-DISP PIC Z(8)9.
    01 WS-RESTORED-DISP PIC Z(8)9.
    01 WS-BLOCKED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Back out one run's changes to the indexed master from the
    *> before-image journal. The control record names the run by
    *> program and run timestamp; its journal entries are undone in
    *> reverse order - an add deleted, a rewrite put back to its
    *> before image, a delete written back - and every restored record
    *> goes on the report. Nothing is touched if any later run has
    *> since changed one of the same keys, or if the master no longer
    *> holds what the run left there: undoing over someone else's
    *> change would only lose it. The reversals are journaled in turn,
    *> under this program's own run, so a back-out can itself be
    *> traced and backed out.
    PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
    PERFORM LOAD-BACKOUT-CONTROL

    OPEN OUTPUT BACKOUT-REPORT
    IF WS-BKRPT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN BACKOUT-REPORT, FILE STATUS=" WS-BKRPT-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RUN-TS TO BKR-STAMP
    MOVE BACKOUT-HEADING-1 TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD

    PERFORM LOAD-RUN-ENTRIES
    MOVE BKC-PROGRAM TO BKR-H-PROGRAM
    MOVE BKC-RUN-TS TO BKR-H-RUN-TS
    MOVE WS-ENTRY-COUNT TO BKR-H-ENTRIES
    MOVE BACKOUT-HEADING-2 TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    IF WS-ENTRY-COUNT = 0
        MOVE "RUN NOT ON THE MASTER JOURNAL, NOTHING BACKED OUT"
            TO BKR-N-TEXT
        MOVE BACKOUT-NOTE-LINE TO BACKOUT-REPORT-RECORD
        WRITE BACKOUT-REPORT-RECORD
        CLOSE BACKOUT-REPORT
        DISPLAY "RUN " BKC-PROGRAM " " BKC-RUN-TS
            " NOT ON THE MASTER JOURNAL, NOTHING BACKED OUT"
        MOVE RC-WARNING TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD

    OPEN I-O DIAGNOSTIC-MASTER
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM FIND-LATER-CHANGES
    PERFORM CHECK-MASTER-STATE
    IF WS-BLOCKED-COUNT > 0
        PERFORM REFUSE-BACKOUT
    END-IF

    MOVE BACKOUT-COLUMN-HEADS TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    PERFORM OPEN-MASTER-JOURNAL
    PERFORM VARYING BKO-IDX FROM WS-ENTRY-COUNT BY -1 UNTIL BKO-IDX = 0
        PERFORM REVERSE-ONE-ENTRY
    END-PERFORM
    CLOSE MASTER-JOURNAL
    CLOSE DIAGNOSTIC-MASTER

    MOVE WS-RESTORED-COUNT TO BKR-T-RESTORED
    MOVE WS-BLOCKED-COUNT TO BKR-T-BLOCKED
    MOVE SPACES TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    MOVE BACKOUT-TOTALS-LINE TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    CLOSE BACKOUT-REPORT

    MOVE WS-ENTRY-COUNT TO WS-ENTRY-DISP
    MOVE WS-RESTORED-COUNT TO WS-RESTORED-DISP
    DISPLAY "JOURNAL ENTRIES FOR RUN: " WS-ENTRY-DISP
    DISPLAY "MASTER RECORDS RESTORED: " WS-RESTORED-DISP
    DISPLAY "BACK-OUT JOURNALED UNDER RUN " WS-RUN-TS
STOP RUN.

*> The control file is required: a back-out with no run named must
*> never fall through to some default.
LOAD-BACKOUT-CONTROL.
    OPEN INPUT BACKOUT-CONTROL
    IF WS-BKCTL-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN MSTBKOUT-CONTROL, FILE STATUS=" WS-BKCTL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    READ BACKOUT-CONTROL INTO BACKOUT-CONTROL-DETAIL
        AT END MOVE SPACES TO BACKOUT-CONTROL-DETAIL
    END-READ
    CLOSE BACKOUT-CONTROL
    IF BKC-PROGRAM = SPACES OR BKC-RUN-TS = SPACES
        DISPLAY "MSTBKOUT-CONTROL MUST NAME A PROGRAM AND A RUN TIMESTAMP"
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

*> Pull the named run's entries off the journal, in the order they
*> were made, noting where the first of them sits.
LOAD-RUN-ENTRIES.
    OPEN INPUT MASTER-JOURNAL
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN MASTER-JOURNAL, FILE STATUS=" WS-JOURNAL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO WS-JOURNAL-POS
    PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
        READ MASTER-JOURNAL INTO JOURNAL-DETAIL
            AT END MOVE "10" TO WS-JOURNAL-STATUS
        END-READ
        IF WS-JOURNAL-STATUS = "00"
            ADD 1 TO WS-JOURNAL-POS
            IF MJR-PROGRAM = BKC-PROGRAM AND MJR-RUN-TS = BKC-RUN-TS
                ADD 1 TO WS-ENTRY-COUNT
                IF WS-ENTRY-COUNT > WS-MAX-BACKOUT-ENTRIES
                    DISPLAY "RUN EXCEEDS CAPACITY OF "
                        WS-MAX-BACKOUT-ENTRIES " JOURNAL ENTRIES"
                    MOVE RC-CAPACITY TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-FIRST-RUN-POS = 0
                    MOVE WS-JOURNAL-POS TO WS-FIRST-RUN-POS
                END-IF
                MOVE JOURNAL-DETAIL TO BACKOUT-ROW(WS-ENTRY-COUNT)
            END-IF
        END-IF
    END-PERFORM
    CLOSE MASTER-JOURNAL.

*> Second pass over the journal: any other run's entry made after
*> this run began, against a key this run changed, blocks the
*> back-out. That includes an earlier back-out of this same run, so
*> a run can't be reversed twice.
FIND-LATER-CHANGES.
    OPEN INPUT MASTER-JOURNAL
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN MASTER-JOURNAL, FILE STATUS=" WS-JOURNAL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO WS-JOURNAL-POS
    PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
        READ MASTER-JOURNAL INTO JOURNAL-DETAIL
            AT END MOVE "10" TO WS-JOURNAL-STATUS
        END-READ
        IF WS-JOURNAL-STATUS = "00"
            ADD 1 TO WS-JOURNAL-POS
            IF WS-JOURNAL-POS > WS-FIRST-RUN-POS
                    AND (MJR-PROGRAM NOT = BKC-PROGRAM
                        OR MJR-RUN-TS NOT = BKC-RUN-TS)
                PERFORM CHECK-LATER-ENTRY
            END-IF
        END-IF
    END-PERFORM
    CLOSE MASTER-JOURNAL.

CHECK-LATER-ENTRY.
    MOVE MJR-KEY TO WS-BACKOUT-KEY
    MOVE "N" TO WS-KEY-FOUND
    PERFORM VARYING LATER-IDX FROM 1 BY 1
            UNTIL LATER-IDX > WS-ENTRY-COUNT OR KEY-IN-RUN
        IF BKO-KEY(LATER-IDX) = WS-BACKOUT-KEY
            MOVE "Y" TO WS-KEY-FOUND
        END-IF
    END-PERFORM
    IF KEY-IN-RUN
        MOVE "CHANGED AGAIN LATER BY RUN" TO BKR-B-REASON
        MOVE MJR-PROGRAM TO BKR-B-PROGRAM
        MOVE MJR-RUN-TS TO BKR-B-RUN-TS
        PERFORM WRITE-BLOCKED-LINE
    END-IF.

*> Each key's last change in the run must still be what the master
*> holds: the after image for an add or rewrite, no record at all
*> for a delete. A difference means something changed the master
*> without journaling it (a restore from backup, say), and undoing
*> over that is no safer than undoing over a later run.
CHECK-MASTER-STATE.
    PERFORM VARYING BKO-IDX FROM WS-ENTRY-COUNT BY -1 UNTIL BKO-IDX = 0
        MOVE BACKOUT-ROW(BKO-IDX) TO JOURNAL-DETAIL
        MOVE MJR-KEY TO WS-BACKOUT-KEY
        MOVE "N" TO WS-KEY-FOUND
        PERFORM VARYING LATER-IDX FROM BKO-IDX BY 1
                UNTIL LATER-IDX >= WS-ENTRY-COUNT OR KEY-IN-RUN
            IF BKO-KEY(LATER-IDX + 1) = WS-BACKOUT-KEY
                MOVE "Y" TO WS-KEY-FOUND
            END-IF
        END-PERFORM
        IF NOT KEY-IN-RUN
            PERFORM CHECK-ONE-KEY
        END-IF
    END-PERFORM.

CHECK-ONE-KEY.
    MOVE MJR-KEY TO MST-KEY
    READ DIAGNOSTIC-MASTER
        INVALID KEY CONTINUE
    END-READ
    IF WS-MASTER-STATUS NOT = "00" AND WS-MASTER-STATUS NOT = "23"
        DISPLAY "UNABLE TO READ DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO BKR-B-REASON
    IF MJR-DELETED
        IF WS-MASTER-STATUS = "00"
            MOVE "DELETED RECORD IS BACK ON FILE" TO BKR-B-REASON
        END-IF
    ELSE
        IF WS-MASTER-STATUS = "23"
            MOVE "RECORD NO LONGER ON MASTER" TO BKR-B-REASON
        ELSE
            IF MST-PAYLOAD NOT = MJR-AFTER-PAYLOAD
                MOVE "MASTER PAYLOAD HAS CHANGED" TO BKR-B-REASON
            END-IF
        END-IF
    END-IF
    IF BKR-B-REASON NOT = SPACES
        MOVE SPACES TO BKR-B-PROGRAM
        MOVE SPACES TO BKR-B-RUN-TS
        PERFORM WRITE-BLOCKED-LINE
    END-IF.

WRITE-BLOCKED-LINE.
    MOVE MJR-SENSOR-ID TO BKR-B-SENSOR
    MOVE MJR-READING-DATE TO BKR-B-DATE
    MOVE MJR-READING-SEQ TO BKR-B-SEQ
    MOVE BACKOUT-BLOCKED-LINE TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    ADD 1 TO WS-BLOCKED-COUNT.

*> The refusal goes on the report under the blocking lines, and the
*> run ends with the master exactly as it was found.
REFUSE-BACKOUT.
    CLOSE DIAGNOSTIC-MASTER
    MOVE SPACES TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    MOVE "BACK-OUT REFUSED, MASTER LEFT AS IS" TO BKR-N-TEXT
    MOVE BACKOUT-NOTE-LINE TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    MOVE 0 TO BKR-T-RESTORED
    MOVE WS-BLOCKED-COUNT TO BKR-T-BLOCKED
    MOVE BACKOUT-TOTALS-LINE TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    CLOSE BACKOUT-REPORT
    MOVE WS-BLOCKED-COUNT TO WS-BLOCKED-DISP
    DISPLAY "BACK-OUT OF " BKC-PROGRAM " " BKC-RUN-TS
        " REFUSED, KEYS BLOCKED: " WS-BLOCKED-DISP
    MOVE RC-BACKOUT-REFUSED TO RETURN-CODE
    STOP RUN.

*> The master journal is cumulative: this run's entries are appended
*> after every earlier run's, never overwritten. It is opened before
*> the first change is made, since a master change that can't be
*> journaled can't be backed out either.
OPEN-MASTER-JOURNAL.
    OPEN EXTEND MASTER-JOURNAL
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN MASTER-JOURNAL, FILE STATUS=" WS-JOURNAL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

*> Undo one journaled change and journal the undoing. The checks
*> above have already proved the master holds what the entry left,
*> so a failure here is an I/O failure, not a conflict.
REVERSE-ONE-ENTRY.
    MOVE BACKOUT-ROW(BKO-IDX) TO JOURNAL-DETAIL
    MOVE MJR-KEY TO WS-BACKOUT-KEY
    MOVE MJR-ACTION TO WS-BACKOUT-ACTION
    MOVE MJR-BEFORE-PAYLOAD TO WS-BACKOUT-BEFORE
    MOVE MJR-AFTER-PAYLOAD TO WS-BACKOUT-AFTER
    MOVE MJR-ENTRY-SEQ TO BKR-D-ENTRY
    MOVE WS-BACKOUT-KEY TO MST-KEY
    EVALUATE WS-BACKOUT-ACTION
        WHEN "A"
            DELETE DIAGNOSTIC-MASTER RECORD
                INVALID KEY
                    DISPLAY "UNABLE TO DELETE DIAGNOSTIC-MASTER RECORD,"
                        " FILE STATUS=" WS-MASTER-STATUS
                    MOVE RC-OPEN-FAILURE TO RETURN-CODE
                    STOP RUN
            END-DELETE
            SET MJR-DELETED TO TRUE
            MOVE WS-BACKOUT-AFTER TO MJR-BEFORE-PAYLOAD
            MOVE SPACES TO MJR-AFTER-PAYLOAD
            MOVE "ADD REMOVED" TO BKR-D-ACTION
        WHEN "R"
            READ DIAGNOSTIC-MASTER
                INVALID KEY
                    DISPLAY "UNABLE TO READ DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
                    MOVE RC-OPEN-FAILURE TO RETURN-CODE
                    STOP RUN
            END-READ
            MOVE WS-BACKOUT-BEFORE TO MST-PAYLOAD
            REWRITE MASTER-RECORD
                INVALID KEY
                    DISPLAY "UNABLE TO REWRITE DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
                    MOVE RC-OPEN-FAILURE TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            SET MJR-REWRITTEN TO TRUE
            MOVE WS-BACKOUT-AFTER TO MJR-BEFORE-PAYLOAD
            MOVE WS-BACKOUT-BEFORE TO MJR-AFTER-PAYLOAD
            MOVE "REWRITE UNDONE" TO BKR-D-ACTION
        WHEN "D"
            MOVE WS-BACKOUT-BEFORE TO MST-PAYLOAD
            WRITE MASTER-RECORD
                INVALID KEY
                    DISPLAY "UNABLE TO WRITE DIAGNOSTIC-MASTER, FILE STATUS=" WS-MASTER-STATUS
                    MOVE RC-OPEN-FAILURE TO RETURN-CODE
                    STOP RUN
            END-WRITE
            SET MJR-ADDED TO TRUE
            MOVE SPACES TO MJR-BEFORE-PAYLOAD
            MOVE WS-BACKOUT-BEFORE TO MJR-AFTER-PAYLOAD
            MOVE "DELETE RESTORED" TO BKR-D-ACTION
        WHEN OTHER
            DISPLAY "JOURNAL ENTRY " MJR-ENTRY-SEQ
                " HAS UNKNOWN ACTION " WS-BACKOUT-ACTION
            MOVE RC-OPEN-FAILURE TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM WRITE-JOURNAL-ENTRY
    MOVE WS-BACKOUT-SENSOR TO BKR-D-SENSOR
    MOVE WS-BACKOUT-DATE TO BKR-D-DATE
    MOVE WS-BACKOUT-SEQ TO BKR-D-SEQ
    MOVE MJR-AFTER-PAYLOAD TO BKR-D-PAYLOAD
    MOVE BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-RECORD
    WRITE BACKOUT-REPORT-RECORD
    ADD 1 TO WS-RESTORED-COUNT.

*> One journal entry for the reversal just made. The run is named by
*> this program and its start-up timestamp; MJR-ACTION, the key and
*> the two payloads are already set by the caller.
WRITE-JOURNAL-ENTRY.
    MOVE "MSTBKOUT" TO MJR-PROGRAM
    MOVE WS-RUN-TS TO MJR-RUN-TS
    ADD 1 TO WS-JOURNAL-SEQ
    MOVE WS-JOURNAL-SEQ TO MJR-ENTRY-SEQ
    MOVE WS-BACKOUT-KEY TO MJR-KEY
    MOVE JOURNAL-DETAIL TO JOURNAL-RECORD
    WRITE JOURNAL-RECORD
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE MASTER-JOURNAL, FILE STATUS=" WS-JOURNAL-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.
