    COPY "bandsel.cpy".
    COPY "alrtsel.cpy".
    COPY "audtsel.cpy".
    COPY "chstsel.cpy".
    COPY "freqsel.cpy".

DATA DIVISION.
    COPY "bandfd.cpy".
    COPY "alrtfd.cpy".
    COPY "audtfd.cpy".
    COPY "chstfd.cpy".
    COPY "freqfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "alrtws.cpy".
    COPY "rcodes.cpy".
    COPY "audtws.cpy".
    COPY "chstws.cpy".
    COPY "freqws.cpy".
    01 IN-DATA PICTURE X(WS-MAX-WIDTH).
    *> 9(x) indicates an x-bit integer
*> set first.
WRITE-JOB-AUDIT.
    MOVE "PART1" TO AUD-PROGRAM
    PERFORM PICK-UP-CHAIN-ID
    MOVE WS-RUN-ID TO AUD-RUN-ID
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

*> Compare the computed figures against the operating bands and
*> record every violation on the persistent alert file.
CHECK-OPERATING-BANDS.
