*> Optional one-record parameter file naming the business date
*> RUNSHEET should reconcile. A missing control file (or a blank
*> date) means today: the morning check of last night's chain. A
*> chain id, when given, reports that one JOBCHAIN chain as a unit
*> instead - every row stamped with it, restarts included, whatever
*> date they ran on - with the business date then only anchoring the
*> recent-nights trend window. A control file from before the chain
*> id existed reads back with it blank, meaning report by date.
01  WS-RSCTL-STATUS PIC X(2) VALUE SPACES.
01  RUNSHEET-CONTROL-DETAIL.
    05  RSC-DATE PIC X(8) VALUE SPACES.
    05  RSC-CHAIN-ID PIC X(9) VALUE SPACES.
