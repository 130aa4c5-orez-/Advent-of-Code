FD  OPERATOR-MASTER.
*> Permanent file of the operators allowed to change data on their
*> own say-so: acknowledging alerts (ALRTREVW), repairing exceptions
*> (EXCREPR), deciding reconciliation conflicts (RECNAPLY) and
*> maintaining the sensor registry (SENSREG). Each of those programs
*> requires an operator id on every transaction and refuses one from
*> an operator who is not on file, has been revoked, or does not hold
*> the authority flag for that kind of change. Maintained only by
*> OPERMNT; a revoked operator stays on file so the id is never
*> handed to someone else and every stamp already written still
*> names one person. The record layout lives here with the FD since
*> the key field must be defined under the file.
01  OPERATOR-RECORD.
    05  OPR-OPERATOR-ID PIC X(8).
    05  OPR-NAME PIC X(30).
    05  OPR-STATUS PIC X(1).
        88  OPR-ACTIVE VALUE "A".
        88  OPR-REVOKED VALUE "R".
    05  OPR-AUTHORITY.
        10  OPR-ACK-ALERTS PIC X(1).
            88  OPR-MAY-ACK-ALERTS VALUE "Y".
        10  OPR-REPAIR-EXCEPTIONS PIC X(1).
            88  OPR-MAY-REPAIR-EXCEPTIONS VALUE "Y".
        10  OPR-DECIDE-CONFLICTS PIC X(1).
            88  OPR-MAY-DECIDE-CONFLICTS VALUE "Y".
        10  OPR-MAINTAIN-REGISTRY PIC X(1).
            88  OPR-MAY-MAINTAIN-REGISTRY VALUE "Y".
    05  OPR-ADDED-DATE PIC X(8).
    05  OPR-STATUS-DATE PIC X(8).
