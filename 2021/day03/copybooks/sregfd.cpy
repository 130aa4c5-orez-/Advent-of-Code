*> in a manifest or merge-control record can no longer quietly create
*> a brand-new sensor in DIAGNOSTIC-MASTER and split a reading
*> history in two. The record layout lives here with the FD since the
*> key field must be defined under the file. A head swapped out at a
*> location is retired and its replacement added under a new id as
*> always; the succession fields then tie the two together - the new
*> entry names the id it replaces and the date it took over, the old
*> entry names its successor - so the reports can follow a location's
*> whole lineage as one series. Entries with no succession carry
*> spaces there. The last operator to change an entry, by their
*> OPERATOR-MASTER id, is kept on the entry itself.
01  REGISTRY-RECORD.
    05  SRG-SENSOR-ID PIC X(8).
    05  SRG-DESCRIPTION PIC X(30).
    05  SRG-STATUS PIC X(1).
        88  SRG-ACTIVE VALUE "A".
        88  SRG-RETIRED VALUE "R".
    05  SRG-REPLACES-ID PIC X(8).
    05  SRG-SUCCESSION-DATE PIC X(8).
    05  SRG-REPLACED-BY PIC X(8).
    05  SRG-MAINTAINED-BY PIC X(8).
