    COPY "audtws.cpy".
    COPY "rsctws.cpy".
    COPY "rshtws.cpy".
    *> The business date's (or the chain's) audit rows are held in file order (which
    *> is execution order, the log being append-only) so the chain
    *> check can spot a step that ran out of sequence.
    78 WS-MAX-DAY-ROWS VALUE 200.
    78 WS-MAX-TREND-PROGRAMS VALUE 10.
    01 DAY-ROW-TABLE.
        02 DAY-ROW PIC X(230) OCCURS WS-MAX-DAY-ROWS TIMES
            VALUE SPACES.
    *> Elapsed-time history per program over the recent-nights window,
    *> for the batch-window trend comparison.
    01 WS-STEP-SEEN-FLAGS.
        02 WS-STEP-SEEN PIC X(1) OCCURS WS-EXPECTED-STEPS TIMES
            VALUE "N".
    *> A step whose latest row failed; its next row is the rerun
    *> after a chain restart, not a step running out of order.
    01 WS-STEP-FAILED-FLAGS.
        02 WS-STEP-FAILED PIC X(1) OCCURS WS-EXPECTED-STEPS TIMES
            VALUE "N".
    01 WS-CHAIN-MODE PIC X(1) VALUE "N".
        88 CHAIN-MODE VALUE "Y".
    01 WS-SELECT-CHAIN PIC 9(9) VALUE 0.
    01 WS-ROW-CHAIN PIC 9(9) VALUE 0.
    01 WS-CHAIN-OUTCOME PIC X(64) VALUE SPACES.
    01 WS-RESTART-COUNT PIC 9(4) VALUE 0.
    01 WS-FOUND-COUNT PIC 9(4) VALUE 0.
    01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
    01 WS-FAILED-COUNT PIC 9(4) VALUE 0.
    *> loudly flagging whatever is missing, failed, or out of order.
    *> Each step's elapsed time is also compared to its average over
    *> the recent nights so the batch window creeping up is visible
    *> before it blows the schedule. Asked for a JOBCHAIN chain id
    *> instead, the sheet covers exactly that chain's rows, restarts
    *> and all, and closes with the chain's outcome.
    PARA.
    PERFORM LOAD-RUNSHEET-CONTROL

    MOVE WS-MISSING-COUNT TO WS-MISSING-DISP
    MOVE WS-FAILED-COUNT TO WS-FAILED-DISP
    MOVE WS-ORDER-COUNT TO WS-ORDER-DISP
    IF CHAIN-MODE
        DISPLAY "AUDIT ROWS IN CHAIN: " WS-FOUND-DISP
    ELSE
        DISPLAY "AUDIT ROWS ON BUSINESS DATE: " WS-FOUND-DISP
    END-IF
    DISPLAY "EXPECTED STEPS MISSING: " WS-MISSING-DISP
    DISPLAY "STEPS FAILED: " WS-FAILED-DISP
    DISPLAY "STEPS OUT OF ORDER: " WS-ORDER-DISP
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    IF RSC-CHAIN-ID NOT = SPACES
        IF FUNCTION TEST-NUMVAL(RSC-CHAIN-ID) NOT = 0
            DISPLAY "RUNSHEET-CONTROL CHAIN ID IS NOT A NUMBER: "
                RSC-CHAIN-ID
            MOVE RC-OPEN-FAILURE TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE WS-SELECT-CHAIN = FUNCTION NUMVAL(RSC-CHAIN-ID)
        IF WS-SELECT-CHAIN > 0
            SET CHAIN-MODE TO TRUE
        END-IF
    END-IF
    COMPUTE WS-DATE-WORK = FUNCTION NUMVAL(WS-BUSINESS-DATE)
    COMPUTE WS-BUSINESS-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
    COMPUTE WS-WINDOW-INT = WS-BUSINESS-INT - WS-TREND-WINDOW-DAYS.

*> Business-date rows (or the chain's rows) are banked for the chain
*> check; rows from the trailing window feed the per-program elapsed
*> averages; anything else on the log is out of scope for this
*> sheet.
SORT-ROW-BY-DATE.
    PERFORM SET-ROW-CHAIN
    IF (CHAIN-MODE AND WS-ROW-CHAIN = WS-SELECT-CHAIN)
            OR (NOT CHAIN-MODE AND AUD-START-TS(1:8) = WS-BUSINESS-DATE)
        ADD 1 TO WS-DAY-ROW-COUNT
        IF WS-DAY-ROW-COUNT > WS-MAX-DAY-ROWS
            DISPLAY "MORE THAN " WS-MAX-DAY-ROWS
                " AUDIT ROWS ON ONE DATE OR CHAIN"
            MOVE RC-CAPACITY TO RETURN-CODE
            STOP RUN
        END-IF
        END-IF
    END-IF.

*> Rows written before audit rows carried a chain id read back
*> space-filled there; they belong to no chain.
SET-ROW-CHAIN.
    IF AUD-CHAIN-ID NUMERIC
        MOVE AUD-CHAIN-ID TO WS-ROW-CHAIN
    ELSE
        MOVE 0 TO WS-ROW-CHAIN
    END-IF.

*> Locate the trend slot for this row's program, or the first free
*> slot when the program hasn't been seen yet. With more distinct
*> programs than slots the last slot is reused; the table is sized
*> Which expected step a program belongs to. The analysis step is
*> satisfied by COMBINED or by the PART1/PART2 pair; anything the
*> chain doesn't know about is reported as unscheduled rather than
*> silently ignored. The JOBCHAIN driver's own row is no step of
*> the chain; its result is the chain's outcome.
SET-STEP-FOR-PROGRAM.
    EVALUATE AUD-PROGRAM
        WHEN "JOBCHAIN"
            MOVE 0 TO WS-STEP-NO
            MOVE "0-CHAIN" TO WS-STEP-NAME
        WHEN "DIAGLOAD"
            MOVE 1 TO WS-STEP-NO
            MOVE "1-INTAKE" TO WS-STEP-NAME
    MOVE SHEET-HEADING-1 TO SHEET-RECORD
    WRITE SHEET-RECORD
    MOVE WS-BUSINESS-DATE TO RSH-H-DATE
    IF CHAIN-MODE
        MOVE "  CHAIN ID: " TO RSH-H-CHAIN-LABEL
        MOVE RSC-CHAIN-ID TO RSH-H-CHAIN
    END-IF
    MOVE SHEET-HEADING-2 TO SHEET-RECORD
    WRITE SHEET-RECORD
    MOVE SHEET-COLUMN-HEADS TO SHEET-RECORD
    WRITE SHEET-RECORD
    MOVE SHEET-FOOTER-LINE TO SHEET-RECORD
    WRITE SHEET-RECORD
    IF CHAIN-MODE
        MOVE WS-SELECT-CHAIN TO RSH-C-CHAIN
        MOVE WS-RESTART-COUNT TO RSH-C-RESTARTS
        IF WS-CHAIN-OUTCOME = SPACES
            MOVE "(NO JOBCHAIN ROW - CHAIN STILL RUNNING OR DRIVER DIED)"
                TO RSH-C-OUTCOME
        ELSE
            MOVE WS-CHAIN-OUTCOME TO RSH-C-OUTCOME
        END-IF
        MOVE SHEET-CHAIN-LINE TO SHEET-RECORD
        WRITE SHEET-RECORD
    END-IF
    CLOSE RUN-SHEET.

*> One audit row's detail block: the step line with its flags, the
    MOVE WS-STEP-NAME TO RSH-D-STEP
    MOVE AUD-PROGRAM TO RSH-D-PROGRAM
    MOVE AUD-RUN-ID TO RSH-D-RUN-ID
    PERFORM SET-ROW-CHAIN
    MOVE WS-ROW-CHAIN TO RSH-D-CHAIN
    MOVE AUD-START-TS(9:6) TO RSH-D-START
    MOVE AUD-END-TS(9:6) TO RSH-D-END
    PERFORM COMPUTE-ELAPSED-SECONDS
        WHEN OTHER MOVE "FAILED" TO RSH-D-CLASS
    END-EVALUATE
    MOVE SPACES TO RSH-D-FLAG
    IF AUD-PROGRAM = "JOBCHAIN"
        *> The stopping step's own row already counts the failure.
        MOVE AUD-RESULT TO WS-CHAIN-OUTCOME
    ELSE
        IF AUD-COMPLETION-CODE > RC-ALERT
            MOVE "*** STEP FAILED ***" TO RSH-D-FLAG
            ADD 1 TO WS-FAILED-COUNT
            DISPLAY "STEP FAILED: " AUD-PROGRAM " CODE " AUD-COMPLETION-CODE
        END-IF
    END-IF
    IF WS-STEP-NO > 0
        MOVE "Y" TO WS-STEP-SEEN(WS-STEP-NO)
        IF WS-STEP-FAILED(WS-STEP-NO) = "Y"
                AND AUD-COMPLETION-CODE NOT > RC-ALERT
            MOVE "*** RERUN ON RESTART ***" TO RSH-D-FLAG
            ADD 1 TO WS-RESTART-COUNT
        ELSE
            IF WS-STEP-NO < WS-HIGHEST-STEP
                MOVE "*** OUT OF ORDER ***" TO RSH-D-FLAG
                ADD 1 TO WS-ORDER-COUNT
                DISPLAY "STEP OUT OF ORDER: " AUD-PROGRAM
            END-IF
        END-IF
        IF AUD-COMPLETION-CODE > RC-ALERT
            MOVE "Y" TO WS-STEP-FAILED(WS-STEP-NO)
        ELSE
            MOVE "N" TO WS-STEP-FAILED(WS-STEP-NO)
        END-IF
        IF WS-STEP-NO > WS-HIGHEST-STEP
            MOVE WS-STEP-NO TO WS-HIGHEST-STEP
