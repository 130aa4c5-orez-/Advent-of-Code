FILE-CONTROL.
    COPY "sregsel.cpy".
    COPY "srtrsel.cpy".
    COPY "opersel.cpy".
    COPY "scfgsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "sregfd.cpy".
    COPY "srtrfd.cpy".
    COPY "operfd.cpy".
    COPY "scfgfd.cpy".

    WORKING-STORAGE SECTION.
    COPY "rcodes.cpy".
    COPY "sregws.cpy".
    COPY "srtrws.cpy".
    COPY "operws.cpy".
    COPY "scfgws.cpy".
    01 WS-END-OF-TRANS PIC X(1) VALUE "N".
        88 END-OF-TRANS VALUE "Y".
    01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
    01 WS-CHANGED-COUNT PIC 9(9) VALUE 0.
    01 WS-RETIRED-COUNT PIC 9(9) VALUE 0.
    01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
    01 WS-LINKED-COUNT PIC 9(9) VALUE 0.
    01 WS-UNLINKED-COUNT PIC 9(9) VALUE 0.
    01 WS-CONFIGURED-COUNT PIC 9(9) VALUE 0.
    01 WS-TODAY PIC X(8) VALUE SPACES.
    *> The transaction's width once edited, so a configuration can
    *> tell a width keyed in from one carried forward.
    01 WS-NEW-WIDTH PIC 9(4) VALUE 0.
    *> The retired head's id, held across the second keyed read a
    *> succession needs (the successor's own record is read first).
    01 WS-PREDECESSOR-ID PIC X(8) VALUE SPACES.
    *> Z-edited copies of the raw counter fields, purely for readable
    *> DISPLAY output — the unedited PIC 9 fields would otherwise
    *> print padded with leading zeros.
    01 WS-CHANGED-DISP PIC Z(8)9.
    01 WS-RETIRED-DISP PIC Z(8)9.
    01 WS-REJECTED-DISP PIC Z(8)9.
    01 WS-LINKED-DISP PIC Z(8)9.
    01 WS-UNLINKED-DISP PIC Z(8)9.
    01 WS-CONFIGURED-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    *> Maintain the permanent sensor registry from an operator-keyed
    *> transaction file: add a new sensor, change a live entry's
    *> descriptive fields, retire a sensor for good, record that a
    *> new head succeeds a retired one at its location, or record the
    *> report width and firmware level a head runs from a given date
    *> on its dated configuration history. Every other job validates
    *> sensor ids against this file, so this program is the only
    *> place an id is allowed to come into existence or be taken out
    *> of service. Every transaction must come from an
    *> operator authorized on OPERATOR-MASTER to maintain the
    *> registry, and each entry it touches is stamped with that id.
    PARA.
    OPEN INPUT REGISTRY-TRANS
    IF WS-TRANS-STATUS = "35"
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM OPEN-REGISTRY
    PERFORM OPEN-SENSOR-CONFIG
    PERFORM OPEN-OPERATOR-MASTER

    READ REGISTRY-TRANS INTO TRANS-DETAIL
        AT END SET END-OF-TRANS TO TRUE
    END-PERFORM
    CLOSE REGISTRY-TRANS
    CLOSE SENSOR-REGISTRY
    CLOSE SENSOR-CONFIG
    IF OPERATOR-MASTER-ON-FILE
        CLOSE OPERATOR-MASTER
    END-IF

    MOVE WS-ADDED-COUNT TO WS-ADDED-DISP
    MOVE WS-CHANGED-COUNT TO WS-CHANGED-DISP
    MOVE WS-RETIRED-COUNT TO WS-RETIRED-DISP
    MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP
    MOVE WS-LINKED-COUNT TO WS-LINKED-DISP
    MOVE WS-UNLINKED-COUNT TO WS-UNLINKED-DISP
    MOVE WS-CONFIGURED-COUNT TO WS-CONFIGURED-DISP
    DISPLAY "SENSORS ADDED: " WS-ADDED-DISP
    DISPLAY "SENSORS CHANGED: " WS-CHANGED-DISP
    DISPLAY "SENSORS RETIRED: " WS-RETIRED-DISP
    DISPLAY "SUCCESSIONS LINKED: " WS-LINKED-DISP
    DISPLAY "SUCCESSIONS REMOVED: " WS-UNLINKED-DISP
    DISPLAY "CONFIGURATIONS RECORDED: " WS-CONFIGURED-DISP
    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-DISP
    IF WS-REJECTED-COUNT > 0
        MOVE RC-WARNING TO RETURN-CODE
        STOP RUN
    END-IF.

*> The configuration history is created alongside the registry on
*> the first maintenance pass of a dive, the same way.
OPEN-SENSOR-CONFIG.
    OPEN I-O SENSOR-CONFIG
    IF WS-CONFIG-STATUS = "35"
        OPEN OUTPUT SENSOR-CONFIG
        IF WS-CONFIG-STATUS = "00"
            CLOSE SENSOR-CONFIG
            OPEN I-O SENSOR-CONFIG
        END-IF
    END-IF
    IF WS-CONFIG-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN SENSOR-CONFIG, FILE STATUS=" WS-CONFIG-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF
    SET CONFIG-ON-FILE TO TRUE.

*> Every transaction must come from an operator holding registry
*> authority before it is even routed; a refused one is reported
*> with the reason and touches nothing.
APPLY-ONE-TRANS.
    MOVE SRT-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
    SET AUTH-MAINTAIN-REGISTRY TO TRUE
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT OPERATOR-AUTHORIZED
        DISPLAY "TRANSACTION " WS-TRANS-COUNT
            " REJECTED: OPERATOR " SRT-OPERATOR-ID ": "
            WS-AUTH-REJECT-REASON
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        PERFORM ROUTE-ONE-TRANS
    END-IF.

*> Route one transaction by its action code. A bad action code or a
*> blank sensor id is rejected here before any keyed probe.
ROUTE-ONE-TRANS.
    IF SRT-SENSOR-ID = SPACES
        DISPLAY "TRANSACTION " WS-TRANS-COUNT
            " REJECTED: NO SENSOR ID"
                IF SRT-RETIRE
                    PERFORM RETIRE-SENSOR
                ELSE
                    IF SRT-SUCCESSION
                        PERFORM SUCCEED-SENSOR
                    ELSE
                        IF SRT-CONFIGURATION
                            PERFORM CONFIGURE-SENSOR
                        ELSE
                            DISPLAY "TRANSACTION " WS-TRANS-COUNT
                                " REJECTED: UNKNOWN ACTION " SRT-ACTION
                            ADD 1 TO WS-REJECTED-COUNT
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

*> Opened for keyed lookup only; OPERMNT is the one program that
*> writes it. With no operator master on file nobody is authorized.
OPEN-OPERATOR-MASTER.
    OPEN INPUT OPERATOR-MASTER
    IF WS-OPERATOR-STATUS = "00"
        SET OPERATOR-MASTER-ON-FILE TO TRUE
    ELSE
        IF WS-OPERATOR-STATUS NOT = "35"
            DISPLAY "UNABLE TO OPEN OPERATOR-MASTER, FILE STATUS=" WS-OPERATOR-STATUS
            MOVE RC-OPEN-FAILURE TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

*> The operator must be named, on file, active, and hold the
*> authority the caller asked for. The reason for a refusal is left
*> in WS-AUTH-REJECT-REASON; spaces there means go ahead.
CHECK-OPERATOR-AUTHORITY.
    MOVE SPACES TO WS-AUTH-REJECT-REASON
    IF WS-AUTH-OPERATOR-ID = SPACES
        MOVE "NO OPERATOR ID" TO WS-AUTH-REJECT-REASON
    ELSE
        IF NOT OPERATOR-MASTER-ON-FILE
            MOVE "NO OPERATOR MASTER ON FILE" TO WS-AUTH-REJECT-REASON
        ELSE
            MOVE WS-AUTH-OPERATOR-ID TO OPR-OPERATOR-ID
            READ OPERATOR-MASTER
                INVALID KEY CONTINUE
            END-READ
            IF WS-OPERATOR-STATUS = "23"
                MOVE "UNKNOWN OPERATOR" TO WS-AUTH-REJECT-REASON
            ELSE
                IF WS-OPERATOR-STATUS NOT = "00"
                    DISPLAY "UNABLE TO READ OPERATOR-MASTER, FILE STATUS=" WS-OPERATOR-STATUS
                    MOVE RC-OPEN-FAILURE TO RETURN-CODE
                    STOP RUN
                END-IF
                IF NOT OPR-ACTIVE
                    MOVE "OPERATOR REVOKED" TO WS-AUTH-REJECT-REASON
                ELSE
                    EVALUATE TRUE
                        WHEN AUTH-ACK-ALERTS
                                AND NOT OPR-MAY-ACK-ALERTS
                            MOVE "NOT AUTHORIZED TO ACK ALERTS"
                                TO WS-AUTH-REJECT-REASON
                        WHEN AUTH-REPAIR-EXCEPTIONS
                                AND NOT OPR-MAY-REPAIR-EXCEPTIONS
                            MOVE "NOT AUTHORIZED TO REPAIR"
                                TO WS-AUTH-REJECT-REASON
                        WHEN AUTH-DECIDE-CONFLICTS
                                AND NOT OPR-MAY-DECIDE-CONFLICTS
                            MOVE "NOT AUTHORIZED TO DECIDE"
                                TO WS-AUTH-REJECT-REASON
                        WHEN AUTH-MAINTAIN-REGISTRY
                                AND NOT OPR-MAY-MAINTAIN-REGISTRY
                            MOVE "NOT AUTHORIZED FOR REGISTRY"
                                TO WS-AUTH-REJECT-REASON
                    END-EVALUATE
                END-IF
            END-IF
        END-IF

*> A new sensor must not collide with an existing entry, active or
*> retired: reusing a retired id would graft new readings onto the
*> dead head's history in DIAGNOSTIC-MASTER. A width or firmware
*> level on the add opens the head's configuration history with an
*> entry in force from the start.
ADD-SENSOR.
    MOVE SRT-SENSOR-ID TO SRG-SENSOR-ID
    READ SENSOR-REGISTRY
        MOVE SRT-COMMISSIONED TO SRG-COMMISSIONED
        PERFORM EDIT-REPORT-WIDTH
        SET SRG-ACTIVE TO TRUE
        MOVE SPACES TO SRG-REPLACES-ID
        MOVE SPACES TO SRG-SUCCESSION-DATE
        MOVE SPACES TO SRG-REPLACED-BY
        MOVE SRT-OPERATOR-ID TO SRG-MAINTAINED-BY
        WRITE REGISTRY-RECORD
            INVALID KEY
                DISPLAY "UNABLE TO WRITE SENSOR-REGISTRY, FILE STATUS=" WS-REGISTRY-STATUS
                STOP RUN
        END-WRITE
        ADD 1 TO WS-ADDED-COUNT
        IF SRG-REPORT-WIDTH > 0 OR SRT-FIRMWARE NOT = SPACES
            MOVE SRT-SENSOR-ID TO SCF-SENSOR-ID
            MOVE "00000000" TO SCF-EFFECTIVE-FROM
            MOVE SRG-REPORT-WIDTH TO SCF-REPORT-WIDTH
            MOVE SRT-FIRMWARE TO SCF-FIRMWARE
            PERFORM WRITE-CONFIG-ENTRY
        END-IF
    ELSE
        PERFORM CHECK-REGISTRY-READ
        DISPLAY "ADD REJECTED: SENSOR " SRT-SENSOR-ID

*> Changes only touch the fields the operator filled in, and only on
*> an active entry; a retired sensor stays exactly as it was retired.
*> A width is refused here: the registry's width is the one in force
*> today, kept in step by the configuration transaction, and a width
*> changed with no date would leave the history unable to say which
*> readings it applies to.
CHANGE-SENSOR.
    MOVE SRT-SENSOR-ID TO SRG-SENSOR-ID
    READ SENSOR-REGISTRY
                " IS RETIRED"
            ADD 1 TO WS-REJECTED-COUNT
        ELSE
            IF SRT-REPORT-WIDTH NOT = SPACES
                DISPLAY "CHANGE REJECTED: SENSOR " SRT-SENSOR-ID
                    " WIDTH NEEDS A DATED CONFIGURATION"
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                IF SRT-DESCRIPTION NOT = SPACES
                    MOVE SRT-DESCRIPTION TO SRG-DESCRIPTION
                END-IF
                IF SRT-LOCATION NOT = SPACES
                    MOVE SRT-LOCATION TO SRG-LOCATION
                END-IF
                IF SRT-COMMISSIONED NOT = SPACES
                    MOVE SRT-COMMISSIONED TO SRG-COMMISSIONED
                END-IF
                PERFORM REWRITE-REGISTRY-RECORD
                ADD 1 TO WS-CHANGED-COUNT
            END-IF
        END-IF
    END-IF.

        END-IF
    END-IF.

*> A succession is keyed against the new head: it must be on file
*> and active, since a retired head never takes over a location. A
*> blank replaced id takes back a link keyed in error; otherwise the
*> link is checked and both ends are written.
SUCCEED-SENSOR.
    MOVE SRT-SENSOR-ID TO SRG-SENSOR-ID
    READ SENSOR-REGISTRY
        INVALID KEY CONTINUE
    END-READ
    IF WS-REGISTRY-STATUS = "23"
        DISPLAY "SUCCESSION REJECTED: SENSOR " SRT-SENSOR-ID
            " NOT ON REGISTRY"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        PERFORM CHECK-REGISTRY-READ
        IF SRT-REPLACES-ID = SPACES
            PERFORM REMOVE-SUCCESSION
        ELSE
            IF SRG-RETIRED
                DISPLAY "SUCCESSION REJECTED: SENSOR " SRT-SENSOR-ID
                    " IS RETIRED"
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                PERFORM LINK-SUCCESSION
            END-IF
        END-IF
    END-IF.

*> One head succeeds exactly one, and is succeeded by at most one, so
*> a lineage is a single unbroken chain the reports can walk either
*> way. The old head must already be retired - a head still reporting
*> cannot have been swapped out - and the effective date must be a
*> real YYYYMMDD for the reports to place the hardware change.
LINK-SUCCESSION.
    IF SRG-REPLACES-ID NOT = SPACES
        DISPLAY "SUCCESSION REJECTED: SENSOR " SRT-SENSOR-ID
            " ALREADY REPLACES " SRG-REPLACES-ID
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        IF SRT-REPLACES-ID = SRT-SENSOR-ID
            DISPLAY "SUCCESSION REJECTED: SENSOR " SRT-SENSOR-ID
                " CANNOT REPLACE ITSELF"
            ADD 1 TO WS-REJECTED-COUNT
        ELSE
            IF SRT-EFFECTIVE-DATE NOT NUMERIC
                    OR SRT-EFFECTIVE-DATE = "00000000"
                DISPLAY "SUCCESSION REJECTED: SENSOR " SRT-SENSOR-ID
                    " EFFECTIVE DATE " SRT-EFFECTIVE-DATE
                    " IS NOT YYYYMMDD"
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                PERFORM LINK-PREDECESSOR
            END-IF
        END-IF
    END-IF.

*> The retired end of the link: on file, retired, and not already
*> succeeded by some other head. Its forward pointer is written
*> first, then the successor is read back and given its own.
LINK-PREDECESSOR.
    MOVE SRT-REPLACES-ID TO SRG-SENSOR-ID
    READ SENSOR-REGISTRY
        INVALID KEY CONTINUE
    END-READ
    IF WS-REGISTRY-STATUS = "23"
        DISPLAY "SUCCESSION REJECTED: REPLACED SENSOR " SRT-REPLACES-ID
            " NOT ON REGISTRY"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        PERFORM CHECK-REGISTRY-READ
        IF NOT SRG-RETIRED
            DISPLAY "SUCCESSION REJECTED: REPLACED SENSOR "
                SRT-REPLACES-ID " IS NOT RETIRED"
            ADD 1 TO WS-REJECTED-COUNT
        ELSE
            IF SRG-REPLACED-BY NOT = SPACES
                DISPLAY "SUCCESSION REJECTED: REPLACED SENSOR "
                    SRT-REPLACES-ID " ALREADY SUCCEEDED BY "
                    SRG-REPLACED-BY
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                MOVE SRT-SENSOR-ID TO SRG-REPLACED-BY
                PERFORM REWRITE-REGISTRY-RECORD
                MOVE SRT-SENSOR-ID TO SRG-SENSOR-ID
                READ SENSOR-REGISTRY
                    INVALID KEY CONTINUE
                END-READ
                PERFORM CHECK-REGISTRY-READ
                MOVE SRT-REPLACES-ID TO SRG-REPLACES-ID
                MOVE SRT-EFFECTIVE-DATE TO SRG-SUCCESSION-DATE
                PERFORM REWRITE-REGISTRY-RECORD
                ADD 1 TO WS-LINKED-COUNT
            END-IF
        END-IF
    END-IF.

*> Take back both ends of an existing link. The old head's forward
*> pointer is only cleared if it still names this successor, so a
*> stray removal can never break some other head's lineage.
REMOVE-SUCCESSION.
    IF SRG-REPLACES-ID = SPACES
        DISPLAY "SUCCESSION REJECTED: SENSOR " SRT-SENSOR-ID
            " REPLACES NO SENSOR, NOTHING TO REMOVE"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        MOVE SRG-REPLACES-ID TO WS-PREDECESSOR-ID
        MOVE SPACES TO SRG-REPLACES-ID
        MOVE SPACES TO SRG-SUCCESSION-DATE
        PERFORM REWRITE-REGISTRY-RECORD
        MOVE WS-PREDECESSOR-ID TO SRG-SENSOR-ID
        READ SENSOR-REGISTRY
            INVALID KEY CONTINUE
        END-READ
        IF WS-REGISTRY-STATUS NOT = "23"
            PERFORM CHECK-REGISTRY-READ
            IF SRG-REPLACED-BY = SRT-SENSOR-ID
                MOVE SPACES TO SRG-REPLACED-BY
                PERFORM REWRITE-REGISTRY-RECORD
            END-IF
        END-IF
        ADD 1 TO WS-UNLINKED-COUNT
    END-IF.

*> A configuration is keyed against a live head on file and must
*> carry a real YYYYMMDD effective date and at least one of width
*> and firmware level; the one left blank carries forward from the
*> configuration in force on that date.
CONFIGURE-SENSOR.
    MOVE SRT-SENSOR-ID TO SRG-SENSOR-ID
    READ SENSOR-REGISTRY
        INVALID KEY CONTINUE
    END-READ
    IF WS-REGISTRY-STATUS = "23"
        DISPLAY "CONFIGURATION REJECTED: SENSOR " SRT-SENSOR-ID
            " NOT ON REGISTRY"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        PERFORM CHECK-REGISTRY-READ
        IF SRG-RETIRED
            DISPLAY "CONFIGURATION REJECTED: SENSOR " SRT-SENSOR-ID
                " IS RETIRED"
            ADD 1 TO WS-REJECTED-COUNT
        ELSE
            IF SRT-EFFECTIVE-DATE NOT NUMERIC
                    OR SRT-EFFECTIVE-DATE = "00000000"
                DISPLAY "CONFIGURATION REJECTED: SENSOR " SRT-SENSOR-ID
                    " EFFECTIVE DATE " SRT-EFFECTIVE-DATE
                    " IS NOT YYYYMMDD"
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                IF SRT-REPORT-WIDTH = SPACES AND SRT-FIRMWARE = SPACES
                    DISPLAY "CONFIGURATION REJECTED: SENSOR "
                        SRT-SENSOR-ID " GIVES NO WIDTH OR FIRMWARE"
                    ADD 1 TO WS-REJECTED-COUNT
                ELSE
                    PERFORM EDIT-CONFIGURED-WIDTH
                END-IF
            END-IF
        END-IF
    END-IF.

*> A width keyed in must be a plain positive number; a blank one is
*> carried forward.
EDIT-CONFIGURED-WIDTH.
    MOVE 0 TO WS-NEW-WIDTH
    IF SRT-REPORT-WIDTH NOT = SPACES
        IF FUNCTION TEST-NUMVAL(SRT-REPORT-WIDTH) = 0
            IF FUNCTION NUMVAL(FUNCTION TRIM(SRT-REPORT-WIDTH)) > 0
                COMPUTE WS-NEW-WIDTH =
                    FUNCTION NUMVAL(FUNCTION TRIM(SRT-REPORT-WIDTH))
            END-IF
        END-IF
    END-IF
    IF SRT-REPORT-WIDTH NOT = SPACES AND WS-NEW-WIDTH = 0
        DISPLAY "CONFIGURATION REJECTED: SENSOR " SRT-SENSOR-ID
            " WIDTH " SRT-REPORT-WIDTH " IS NOT A POSITIVE NUMBER"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        PERFORM RECORD-CONFIGURATION
    END-IF.

*> A head whose width was on the registry before it had any dated
*> history first gets that width as its opening entry, so readings
*> from before the new entry stay judged by the width they were
*> taken under; a head with no width on record gets no opening
*> entry, and days before its first entry are held to no width at
*> all. The new entry then goes on with whatever it left blank
*> carried forward; a second entry for the same date corrects the
*> first. Finally the registry's width is brought into step with
*> the entry in force from the latest date, which is what it shows.
RECORD-CONFIGURATION.
    MOVE SRT-SENSOR-ID TO CIF-SENSOR-ID
    MOVE "99999999" TO CIF-READING-DATE
    MOVE 0 TO CIF-REGISTERED-WIDTH
    PERFORM FIND-CONFIG-IN-FORCE
    IF NOT CIF-HAS-HISTORY AND SRG-REPORT-WIDTH > 0
        MOVE SRT-SENSOR-ID TO SCF-SENSOR-ID
        MOVE "00000000" TO SCF-EFFECTIVE-FROM
        MOVE SRG-REPORT-WIDTH TO SCF-REPORT-WIDTH
        MOVE SPACES TO SCF-FIRMWARE
        PERFORM WRITE-CONFIG-ENTRY
    END-IF
    MOVE SRT-EFFECTIVE-DATE TO CIF-READING-DATE
    MOVE SRG-REPORT-WIDTH TO CIF-REGISTERED-WIDTH
    PERFORM FIND-CONFIG-IN-FORCE
    MOVE SRT-SENSOR-ID TO SCF-SENSOR-ID
    MOVE SRT-EFFECTIVE-DATE TO SCF-EFFECTIVE-FROM
    IF WS-NEW-WIDTH > 0
        MOVE WS-NEW-WIDTH TO SCF-REPORT-WIDTH
    ELSE
        MOVE CIF-REPORT-WIDTH TO SCF-REPORT-WIDTH
    END-IF
    IF SRT-FIRMWARE NOT = SPACES
        MOVE SRT-FIRMWARE TO SCF-FIRMWARE
    ELSE
        MOVE CIF-FIRMWARE TO SCF-FIRMWARE
    END-IF
    PERFORM WRITE-CONFIG-ENTRY
    ADD 1 TO WS-CONFIGURED-COUNT
    MOVE "99999999" TO CIF-READING-DATE
    PERFORM FIND-CONFIG-IN-FORCE
    MOVE CIF-REPORT-WIDTH TO SRG-REPORT-WIDTH
    PERFORM REWRITE-REGISTRY-RECORD.

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
                    MOVE RC-OPEN-FAILURE TO RETURN-CODE
                    STOP RUN
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

*> One entry on the configuration history, under the key already in
*> SCF-KEY, stamped with today's date and the transaction's
*> operator. An entry already on file for the key is corrected in
*> place.
WRITE-CONFIG-ENTRY.
    MOVE WS-TODAY TO SCF-RECORDED-DATE
    MOVE SRT-OPERATOR-ID TO SCF-MAINTAINED-BY
    WRITE CONFIG-RECORD
        INVALID KEY CONTINUE
    END-WRITE
    IF WS-CONFIG-STATUS = "22"
        REWRITE CONFIG-RECORD
            INVALID KEY CONTINUE
        END-REWRITE
    END-IF
    IF WS-CONFIG-STATUS NOT = "00"
        DISPLAY "UNABLE TO WRITE SENSOR-CONFIG, FILE STATUS=" WS-CONFIG-STATUS
        MOVE RC-OPEN-FAILURE TO RETURN-CODE
        STOP RUN
    END-IF.

*> The transaction's width field arrives as text so a blank can mean
*> "no width on record" on an add; anything non-blank must be
*> numeric.
EDIT-REPORT-WIDTH.
    IF SRT-REPORT-WIDTH = SPACES
        MOVE 0 TO SRG-REPORT-WIDTH
        STOP RUN
    END-IF.

*> Whoever's transaction changed the entry is stamped on it.
REWRITE-REGISTRY-RECORD.
    MOVE SRT-OPERATOR-ID TO SRG-MAINTAINED-BY
    REWRITE REGISTRY-RECORD
        INVALID KEY
            DISPLAY "UNABLE TO REWRITE SENSOR-REGISTRY, FILE STATUS=" WS-REGISTRY-STATUS
