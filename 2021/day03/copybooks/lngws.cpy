*> One location's sensor lineage, oldest head first, resolved from
*> the succession links on SENSOR-REGISTRY: each entry is a head that
*> served the location and the date it took over (its commissioning
*> date for the first head, its succession date after that). A sensor
*> with no succession, or a dive with no registry on file, resolves
*> to a lineage of one - the sensor itself - so the reports run the
*> same whether or not a head was ever swapped.
78  WS-MAX-LINEAGE VALUE 10.
01  WS-LINEAGE-SENSOR PIC X(8) VALUE SPACES.
01  WS-LINEAGE-ROOT PIC X(8) VALUE SPACES.
01  WS-LINEAGE-NEXT PIC X(8) VALUE SPACES.
01  WS-LINEAGE-COUNT PIC 9(4) VALUE 0.
01  WS-LINEAGE-STEPS PIC 9(4) VALUE 0.
01  WS-LINEAGE-IDX PIC 9(4) VALUE 0.
01  WS-LINEAGE-FLAG PIC X(1) VALUE "N".
    88  LINEAGE-WALK-DONE VALUE "Y".
01  LINEAGE-TABLE.
    05  LINEAGE-ENTRY OCCURS WS-MAX-LINEAGE TIMES.
        10  LIN-SENSOR-ID PIC X(8) VALUE SPACES.
        10  LIN-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
