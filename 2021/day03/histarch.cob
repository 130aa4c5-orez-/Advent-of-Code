    COPY "arcsel.cpy".
    COPY "retsel.cpy".
    COPY "audtsel.cpy".
    COPY "chstsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "arcfd.cpy".
    COPY "retfd.cpy".
    COPY "audtfd.cpy".
    COPY "chstfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "hctlws.cpy".
    COPY "arcws.cpy".
    COPY "audtws.cpy".
    COPY "chstws.cpy".
    *> The whole live file is held in memory so the keep rows can be
    *> compacted back over it in one rewrite once the archive
    *> generation is safely on disk.
*> set first.
WRITE-JOB-AUDIT.
    MOVE "HISTARCH" TO AUD-PROGRAM
    PERFORM PICK-UP-CHAIN-ID
    MOVE 0 TO AUD-RUN-ID
    MOVE FUNCTION CURRENT-DATE TO AUD-END-TS
    IF WS-ARCHIVED-COUNT > 0
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

*> The retention cutoff is this job's one parameter and there is no
*> safe default for it, so the control file is required.
LOAD-RETENTION-CONTROL.
