*> excepted count like any other). The
*> completion codes double as the jobs' return codes; the classes
*> and their 78-level names live in rcodes.cpy, copied alongside
*> this book. A step run under the JOBCHAIN driver also carries
*> the night's chain id so RUNSHEET can report the chain as a unit;
*> rows written outside a chain carry zero, and rows from before
*> the field existed read back space-filled there. COMBINED's fleet
*> rows also carry the manifest sensor id, so a run can be tied to
*> its sensor head even after the manifest has moved on; other rows
*> (and rows from before the field existed) carry spaces.
01  WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
01  WS-ABORT-CODE PIC 9(4) VALUE 0.
01  AUDIT-DETAIL.
    05  AUD-RESUME-BIT PIC 9(4) VALUE 0.
    05  AUD-RESULT PIC X(64) VALUE SPACES.
    05  AUD-COMPLETION-CODE PIC 9(4) VALUE 0.
    05  AUD-CHAIN-ID PIC 9(9) VALUE 0.
    05  AUD-SENSOR-ID PIC X(8) VALUE SPACES.
