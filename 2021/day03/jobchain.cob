IDENTIFICATION DIVISION.
PROGRAM-ID. JOBCHAIN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "chdfsel.cpy".
    COPY "chstsel.cpy".
    COPY "audtsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "chdffd.cpy".
    COPY "chstfd.cpy".
    COPY "audtfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "chdfws.cpy".
    COPY "chstws.cpy".
    COPY "audtws.cpy".
    *> The whole chain definition is held in step order so the run
    *> can start part way down it on a restart.
    01 CHAIN-STEP-TABLE.
        02 CHAIN-STEP OCCURS WS-MAX-CHAIN-STEPS TIMES.
            03 STP-STEP-NO PIC 9(2) VALUE 0.
            03 STP-PROGRAM PIC X(8) VALUE SPACES.
            03 STP-MAX-RC PIC 9(4) VALUE 0.
            03 STP-COMMAND PIC X(80) VALUE SPACES.
    01 WS-STEP-COUNT PIC 9(4) VALUE 0.
    01 WS-START-STEP PIC 9(4) VALUE 1.
    01 WS-STEPS-RUN PIC 9(4) VALUE 0.
    01 WS-STEP-RC PIC 9(9) VALUE 0.
    01 WS-WORST-CODE PIC 9(4) VALUE 0.
    01 WS-MAX-RC-WORK PIC 9(4) VALUE 0.
    01 WS-MAX-RC-VALID PIC X(1) VALUE "N".
        88 MAX-RC-VALID VALUE "Y".
    01 WS-END-OF-DEFINITION PIC X(1) VALUE "N".
        88 END-OF-DEFINITION VALUE "Y".
    01 WS-CHAIN-STOPPED PIC X(1) VALUE "N".
        88 CHAIN-WAS-STOPPED VALUE "Y".
    01 STEP-IDX PIC 9(4).
    01 WS-STEP-COMMAND PIC X(80) VALUE SPACES.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-CHAIN-ID-DISP PIC Z(8)9.
    01 WS-STEP-NO-DISP PIC Z9.
    01 WS-STEP-RC-DISP PIC Z(3)9.
    01 WS-MAX-RC-DISP PIC Z(3)9.
    01 WS-STEPS-RUN-DISP PIC Z(3)9.

PROCEDURE DIVISION.
    *> Run the nightly chain - intake, analysis, merge, housekeeping,
    *> whatever CHAIN-DEFINITION.DAT lists - one step after another,
    *> stopping the moment a step ends above the completion code its
    *> definition allows. The chain state is rewritten around every
    *> step, so a rerun after a stop picks the same chain up at the
    *> step that stopped it instead of rerunning the steps that
    *> already finished, and every step's audit row carries the one
    *> chain id for RUNSHEET to report the night as a unit.
    PARA.
    MOVE FUNCTION CURRENT-DATE TO AUD-START-TS
    PERFORM LOAD-CHAIN-DEFINITION
    PERFORM READ-CHAIN-STATE
    PERFORM DECIDE-START-STEP

    MOVE WS-START-STEP TO STEP-IDX
    PERFORM UNTIL STEP-IDX > WS-STEP-COUNT OR CHAIN-WAS-STOPPED
        PERFORM RUN-ONE-STEP
        IF NOT CHAIN-WAS-STOPPED
            ADD 1 TO STEP-IDX
        END-IF
    END-PERFORM

    MOVE CHS-CHAIN-ID TO WS-CHAIN-ID-DISP
    MOVE WS-STEPS-RUN TO WS-STEPS-RUN-DISP
    MOVE SPACES TO AUD-RESULT
    IF CHAIN-WAS-STOPPED
        MOVE STP-STEP-NO(STEP-IDX) TO WS-STEP-NO-DISP
        MOVE WS-STEP-RC TO WS-STEP-RC-DISP
        DISPLAY "CHAIN" WS-CHAIN-ID-DISP " STOPPED AT STEP "
            WS-STEP-NO-DISP " (" STP-PROGRAM(STEP-IDX) ") WITH CODE"
            WS-STEP-RC-DISP ", RERUN TO RESTART FROM THAT STEP"
        STRING "STOPPED AT STEP " FUNCTION TRIM(WS-STEP-NO-DISP)
            " " FUNCTION TRIM(STP-PROGRAM(STEP-IDX))
            " CODE " FUNCTION TRIM(WS-STEP-RC-DISP)
            DELIMITED BY SIZE INTO AUD-RESULT
    ELSE
        SET CHAIN-COMPLETE TO TRUE
        MOVE 0 TO CHS-NEXT-STEP
        MOVE 0 TO CHS-STOP-CODE
        PERFORM WRITE-CHAIN-STATE
        DISPLAY "CHAIN" WS-CHAIN-ID-DISP " COMPLETE, "
            WS-STEPS-RUN-DISP " STEP(S) RUN"
        STRING "CHAIN COMPLETE, " FUNCTION TRIM(WS-STEPS-RUN-DISP)
            " STEP(S) RUN" DELIMITED BY SIZE INTO AUD-RESULT
    END-IF
    MOVE WS-WORST-CODE TO AUD-COMPLETION-CODE
    PERFORM WRITE-JOB-AUDIT
    MOVE WS-WORST-CODE TO RETURN-CODE
STOP RUN.

*> The driver's own row on the cumulative job audit log, carrying
*> the chain id it ran (or restarted) and how far the chain got.
*> Its completion code is the worst code any step of this run ended
*> with, so a stopped chain ends with the stopping step's code.
*> AUD-RESULT and AUD-COMPLETION-CODE are the caller's to set first.
WRITE-JOB-AUDIT.
    MOVE "JOBCHAIN" TO AUD-PROGRAM
    MOVE CHS-CHAIN-ID TO AUD-CHAIN-ID
    MOVE 0 TO AUD-RUN-ID
    MOVE FUNCTION CURRENT-DATE TO AUD-END-TS
    MOVE "CHAIN-DEFINITION.DAT" TO AUD-DATASET
    MOVE WS-STEP-COUNT TO AUD-RECORDS-READ
    MOVE WS-STEPS-RUN TO AUD-VALID
    MOVE 0 TO AUD-EXCEPTIONS
    MOVE 0 TO AUD-SUPPLEMENTAL
    OPEN EXTEND JOB-AUDIT
    IF WS-AUDIT-STATUS = "35"
        *> No audit log yet on this dive; create it with the first row.
        OPEN OUTPUT JOB-AUDIT
    END-IF
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN JOB-AUDIT, FILE STATUS=" WS-AUDIT-STATUS
    ELSE
        MOVE AUDIT-DETAIL TO AUDIT-RECORD
        WRITE AUDIT-RECORD
        CLOSE JOB-AUDIT
    END-IF.

*> Common failure exit: the audit row records what went wrong and
*> the run ends with that failure class's documented return code.
ABORT-RUN.
    MOVE WS-ABORT-CODE TO AUD-COMPLETION-CODE
    PERFORM WRITE-JOB-AUDIT
    MOVE WS-ABORT-CODE TO RETURN-CODE
    STOP RUN.

*> The definition is required: a chain with no steps would look like
*> a clean night. Steps must be listed in ascending step order, each
*> naming a program and a ceiling the driver can read.
LOAD-CHAIN-DEFINITION.
    OPEN INPUT CHAIN-DEFINITION
    IF WS-CHDEF-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN CHAIN-DEFINITION, FILE STATUS=" WS-CHDEF-STATUS
        MOVE "UNABLE TO OPEN CHAIN-DEFINITION" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    PERFORM UNTIL END-OF-DEFINITION
        READ CHAIN-DEFINITION INTO CHAIN-DEFINITION-DETAIL
            AT END SET END-OF-DEFINITION TO TRUE
        END-READ
        IF NOT END-OF-DEFINITION
                AND CHAIN-DEFINITION-DETAIL NOT = SPACES
            PERFORM BANK-ONE-STEP
        END-IF
    END-PERFORM
    CLOSE CHAIN-DEFINITION
    IF WS-STEP-COUNT = 0
        DISPLAY "CHAIN-DEFINITION IS EMPTY, NOTHING TO RUN"
        MOVE "CHAIN-DEFINITION IS EMPTY, NOTHING TO RUN" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF.

BANK-ONE-STEP.
    ADD 1 TO WS-STEP-COUNT
    IF WS-STEP-COUNT > WS-MAX-CHAIN-STEPS
        DISPLAY "CHAIN-DEFINITION EXCEEDS CAPACITY OF "
            WS-MAX-CHAIN-STEPS " STEPS"
        MOVE "CHAIN-DEFINITION EXCEEDS TABLE CAPACITY" TO AUD-RESULT
        MOVE RC-CAPACITY TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    IF CHD-STEP-NO NOT NUMERIC OR CHD-PROGRAM = SPACES
            OR (WS-STEP-COUNT > 1
                AND CHD-STEP-NO NOT > STP-STEP-NO(WS-STEP-COUNT - 1))
        DISPLAY "CHAIN-DEFINITION IS DAMAGED AT STEP RECORD "
            WS-STEP-COUNT ": " CHAIN-DEFINITION-DETAIL(1:30)
        MOVE "CHAIN-DEFINITION STEP RECORD IS DAMAGED" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    PERFORM EDIT-MAX-RC
    IF NOT MAX-RC-VALID
        DISPLAY "CHAIN-DEFINITION STEP " CHD-STEP-NO
            " HAS AN UNKNOWN CODE CEILING: " CHD-MAX-RC
        MOVE "CHAIN-DEFINITION CODE CEILING IS UNKNOWN" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    MOVE CHD-STEP-NO TO STP-STEP-NO(WS-STEP-COUNT)
    MOVE CHD-PROGRAM TO STP-PROGRAM(WS-STEP-COUNT)
    MOVE WS-MAX-RC-WORK TO STP-MAX-RC(WS-STEP-COUNT)
    IF CHD-COMMAND = SPACES
        MOVE CHD-PROGRAM TO STP-COMMAND(WS-STEP-COUNT)
    ELSE
        MOVE CHD-COMMAND TO STP-COMMAND(WS-STEP-COUNT)
    END-IF.

*> The ceiling by class name, so the definition reads the same as
*> the code that sets it, or by its plain number.
EDIT-MAX-RC.
    MOVE "Y" TO WS-MAX-RC-VALID
    EVALUATE FUNCTION TRIM(CHD-MAX-RC)
        WHEN "RC-OK" MOVE RC-OK TO WS-MAX-RC-WORK
        WHEN "RC-WARNING" MOVE RC-WARNING TO WS-MAX-RC-WORK
        WHEN "RC-ALERT" MOVE RC-ALERT TO WS-MAX-RC-WORK
        WHEN "RC-GAPS" MOVE RC-GAPS TO WS-MAX-RC-WORK
        WHEN "RC-OPEN-FAILURE" MOVE RC-OPEN-FAILURE TO WS-MAX-RC-WORK
        WHEN "RC-BAD-HEADER" MOVE RC-BAD-HEADER TO WS-MAX-RC-WORK
        WHEN "RC-CAPACITY" MOVE RC-CAPACITY TO WS-MAX-RC-WORK
        WHEN "RC-NO-VALID-LINES" MOVE RC-NO-VALID-LINES TO WS-MAX-RC-WORK
        WHEN "RC-TRAILER-MISMATCH"
            MOVE RC-TRAILER-MISMATCH TO WS-MAX-RC-WORK
        WHEN "RC-SURVIVOR-MISMATCH"
            MOVE RC-SURVIVOR-MISMATCH TO WS-MAX-RC-WORK
        WHEN "RC-SIZE-ERROR" MOVE RC-SIZE-ERROR TO WS-MAX-RC-WORK
        WHEN "RC-SENSOR-INVALID" MOVE RC-SENSOR-INVALID TO WS-MAX-RC-WORK
        WHEN "RC-BACKOUT-REFUSED"
            MOVE RC-BACKOUT-REFUSED TO WS-MAX-RC-WORK
        WHEN "RC-WIDTH-MISMATCH" MOVE RC-WIDTH-MISMATCH TO WS-MAX-RC-WORK
        WHEN OTHER
            IF CHD-MAX-RC = SPACES
                MOVE "N" TO WS-MAX-RC-VALID
            ELSE
                IF FUNCTION TEST-NUMVAL(CHD-MAX-RC) = 0
                    COMPUTE WS-MAX-RC-WORK =
                        FUNCTION NUMVAL(FUNCTION TRIM(CHD-MAX-RC))
                ELSE
                    MOVE "N" TO WS-MAX-RC-VALID
                END-IF
            END-IF
    END-EVALUATE.

*> A missing state file is a dive whose chain has never run.
READ-CHAIN-STATE.
    OPEN INPUT CHAIN-STATE
    IF WS-CHSTATE-STATUS = "00"
        READ CHAIN-STATE INTO CHAIN-STATE-DETAIL
            AT END MOVE SPACES TO CHAIN-STATE-DETAIL
        END-READ
        CLOSE CHAIN-STATE
        IF CHS-CHAIN-ID NOT NUMERIC OR CHS-NEXT-STEP NOT NUMERIC
            DISPLAY "CHAIN-STATE IS UNREADABLE, DELETE IT TO START A"
                " NEW CHAIN"
            MOVE "CHAIN-STATE IS UNREADABLE" TO AUD-RESULT
            MOVE 0 TO CHS-CHAIN-ID
            MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
            PERFORM ABORT-RUN
        END-IF
    ELSE
        IF WS-CHSTATE-STATUS NOT = "35"
            DISPLAY "UNABLE TO OPEN CHAIN-STATE, FILE STATUS=" WS-CHSTATE-STATUS
            MOVE "UNABLE TO OPEN CHAIN-STATE" TO AUD-RESULT
            MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
            PERFORM ABORT-RUN
        END-IF
        MOVE 0 TO CHS-CHAIN-ID
        SET CHAIN-COMPLETE TO TRUE
    END-IF.

*> A stopped chain - or one still marked running, meaning the driver
*> itself died mid-step - restarts at its recorded step under the
*> same chain id; the steps before it finished within their ceiling
*> and are not rerun. Anything else starts a new chain at the top.
DECIDE-START-STEP.
    IF CHAIN-STOPPED OR CHAIN-RUNNING
        MOVE 0 TO WS-START-STEP
        PERFORM VARYING STEP-IDX FROM 1 BY 1
                UNTIL STEP-IDX > WS-STEP-COUNT OR WS-START-STEP > 0
            IF STP-STEP-NO(STEP-IDX) >= CHS-NEXT-STEP
                MOVE STEP-IDX TO WS-START-STEP
            END-IF
        END-PERFORM
        IF WS-START-STEP = 0
            *> The definition no longer has a step that far down; the
            *> chain has nothing left to do.
            COMPUTE WS-START-STEP = WS-STEP-COUNT + 1
        END-IF
        MOVE CHS-CHAIN-ID TO WS-CHAIN-ID-DISP
        MOVE CHS-NEXT-STEP TO WS-STEP-NO-DISP
        DISPLAY "RESTARTING CHAIN" WS-CHAIN-ID-DISP " AT STEP "
            WS-STEP-NO-DISP
    ELSE
        ADD 1 TO CHS-CHAIN-ID
        MOVE 1 TO WS-START-STEP
        MOVE FUNCTION CURRENT-DATE TO CHS-STARTED-TS
        MOVE CHS-CHAIN-ID TO WS-CHAIN-ID-DISP
        DISPLAY "STARTING CHAIN" WS-CHAIN-ID-DISP
    END-IF
    MOVE 0 TO CHS-STOP-CODE
    SET CHAIN-RUNNING TO TRUE.

*> One step: mark it as the running step before starting it, so a
*> driver that dies here restarts on this step, then judge its
*> completion code against the step's ceiling.
RUN-ONE-STEP.
    MOVE STP-STEP-NO(STEP-IDX) TO CHS-NEXT-STEP
    SET CHAIN-RUNNING TO TRUE
    PERFORM WRITE-CHAIN-STATE
    MOVE STP-STEP-NO(STEP-IDX) TO WS-STEP-NO-DISP
    DISPLAY "STEP " WS-STEP-NO-DISP ": " STP-PROGRAM(STEP-IDX)
    MOVE STP-COMMAND(STEP-IDX) TO WS-STEP-COMMAND
    CALL "SYSTEM" USING WS-STEP-COMMAND
    MOVE RETURN-CODE TO WS-STEP-RC
    MOVE 0 TO RETURN-CODE
    *> The shell hands back a wait status with the program's own
    *> completion code in its high byte.
    IF WS-STEP-RC > 255
        DIVIDE 256 INTO WS-STEP-RC
    END-IF
    ADD 1 TO WS-STEPS-RUN
    IF WS-STEP-RC > WS-WORST-CODE
        MOVE WS-STEP-RC TO WS-WORST-CODE
    END-IF
    MOVE WS-STEP-RC TO WS-STEP-RC-DISP
    MOVE STP-MAX-RC(STEP-IDX) TO WS-MAX-RC-DISP
    IF WS-STEP-RC > STP-MAX-RC(STEP-IDX)
        DISPLAY "STEP " WS-STEP-NO-DISP " ENDED WITH CODE"
            WS-STEP-RC-DISP ", ABOVE ITS CEILING OF" WS-MAX-RC-DISP
        SET CHAIN-WAS-STOPPED TO TRUE
        SET CHAIN-STOPPED TO TRUE
        MOVE WS-STEP-RC TO CHS-STOP-CODE
        PERFORM WRITE-CHAIN-STATE
    ELSE
        DISPLAY "STEP " WS-STEP-NO-DISP " ENDED WITH CODE"
            WS-STEP-RC-DISP
        *> The step is done; a rerun from here on starts at the next
        *> one.
        IF STEP-IDX < WS-STEP-COUNT
            MOVE STP-STEP-NO(STEP-IDX + 1) TO CHS-NEXT-STEP
        ELSE
            COMPUTE CHS-NEXT-STEP = STP-STEP-NO(STEP-IDX) + 1
        END-IF
        PERFORM WRITE-CHAIN-STATE
    END-IF.

*> The state is the only thing a restart has to go on, so failing to
*> record it stops the chain rather than running steps a rerun
*> would then repeat.
WRITE-CHAIN-STATE.
    MOVE FUNCTION CURRENT-DATE TO CHS-UPDATED-TS
    OPEN OUTPUT CHAIN-STATE
    IF WS-CHSTATE-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE CHAIN-STATE, FILE STATUS=" WS-CHSTATE-STATUS
        MOVE "UNABLE TO WRITE CHAIN-STATE" TO AUD-RESULT
        MOVE RC-OPEN-FAILURE TO WS-ABORT-CODE
        PERFORM ABORT-RUN
    END-IF
    MOVE CHAIN-STATE-DETAIL TO CHAIN-STATE-RECORD
    WRITE CHAIN-STATE-RECORD
    CLOSE CHAIN-STATE.
