*> Operator-supplied corrections for pending exceptions, keyed by the
*> run id and report line number stamped on the exception row. Each
*> matched correction's data line is resubmitted through the
*> supplemental report and the exception is marked repaired. Every
*> correction must carry the id of an active operator holding the
*> repair-exceptions authority on OPERATOR-MASTER; that id is stamped
*> on the repaired exception.
01  WS-CORRECTIONS-STATUS PIC X(2) VALUE SPACES.
01  CORRECTION-DETAIL.
    05  CORR-RUN-ID PIC 9(9) VALUE 0.
    05  CORR-LINE-NO PIC 9(9) VALUE 0.
    05  CORR-DATA PIC X(64) VALUE SPACES.
    05  CORR-OPERATOR-ID PIC X(8) VALUE SPACES.
