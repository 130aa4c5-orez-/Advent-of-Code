*> One-record state file JOBCHAIN rewrites around every step: the
*> chain id the night's steps are running under, whether the chain
*> is running, stopped on a step, or complete, the step a rerun
*> must start from, and the completion code that stopped it. A
*> rerun after a stop keeps the chain id and starts at the stopped
*> step, skipping the steps that already finished within their
*> ceiling; only a complete (or missing) state starts a new chain.
*> While the chain is running every step program reads the chain
*> id from here onto its JOB-AUDIT row; a program run by hand
*> outside a running chain stamps chain id zero.
01  WS-CHSTATE-STATUS PIC X(2) VALUE SPACES.
01  CHAIN-STATE-DETAIL.
    05  CHS-CHAIN-ID PIC 9(9) VALUE 0.
    05  CHS-STATUS PIC X(1) VALUE SPACE.
        88  CHAIN-RUNNING VALUE "R".
        88  CHAIN-STOPPED VALUE "S".
        88  CHAIN-COMPLETE VALUE "C".
    05  CHS-NEXT-STEP PIC 9(2) VALUE 0.
    05  CHS-STOP-CODE PIC 9(4) VALUE 0.
    05  CHS-STARTED-TS PIC X(21) VALUE SPACES.
    05  CHS-UPDATED-TS PIC X(21) VALUE SPACES.
