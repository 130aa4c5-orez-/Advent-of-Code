*> by the master key the conflict was reported under. The payloads
*> themselves come from the conflicts file, never re-keyed by hand -
*> hand-editing data is exactly what this program exists to stop.
*> Every decision must carry the id of an active operator holding
*> the decide-conflicts authority on OPERATOR-MASTER; that id goes
*> on the decisions audit with the payloads.
01  WS-DECISIONS-STATUS PIC X(2) VALUE SPACES.
01  DECISION-DETAIL.
    05  RDC-SENSOR-ID PIC X(8) VALUE SPACES.
    05  RDC-ACTION PIC X(1) VALUE SPACE.
        88  RDC-KEEP-MASTER VALUE "K".
        88  RDC-TAKE-INCOMING VALUE "T".
    05  RDC-OPERATOR-ID PIC X(8) VALUE SPACES.
