*> The nightly chain JOBCHAIN drives, one record per step in the
*> order the steps run: the step number, the program it runs, the
*> highest completion code the step may end with and still let the
*> chain carry on, and the command that starts it (blank means the
*> program name itself). The ceiling is written either as a
*> return-code class name from rcodes.cpy (RC-WARNING, RC-GAPS...)
*> or as the plain number; a step ending above it stops the chain
*> there, so RC-OK on DIAGLOAD stops on dropped frames while
*> RC-WARNING lets a DIAGMRGE conflict through but still stops on
*> RC-GAPS to wait for the retransmission.
78  WS-MAX-CHAIN-STEPS VALUE 20.
01  WS-CHDEF-STATUS PIC X(2) VALUE SPACES.
01  CHAIN-DEFINITION-DETAIL.
    05  CHD-STEP-NO PIC 9(2) VALUE 0.
    05  CHD-PROGRAM PIC X(8) VALUE SPACES.
    05  CHD-MAX-RC PIC X(20) VALUE SPACES.
    05  CHD-COMMAND PIC X(80) VALUE SPACES.
