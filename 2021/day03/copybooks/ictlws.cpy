*> Intake control report for DIAGLOAD: what arrived, what was
*> dropped and why, every sequence gap with its position so a
*> retransmission can be requested, the width check against the
*> sensor's configuration when the sensor is known, and whether the
*> internal-format report was written or withheld.
01  WS-INTAKE-STATUS PIC X(2) VALUE SPACES.
01  INTAKE-HEADING-1.
    05  FILLER PIC X(28) VALUE "SENSOR TRANSMISSION INTAKE  ".
    05  ICT-GAP-MISSING PIC Z(5)9.
    05  FILLER PIC X(17) VALUE " FRAME(S) MISSING".
    05  FILLER PIC X(51) VALUE SPACES.
01  INTAKE-WIDTH-LINE.
    05  FILLER PIC X(7) VALUE "SENSOR ".
    05  ICT-W-SENSOR PIC X(8) VALUE SPACES.
    05  FILLER PIC X(6) VALUE " DATE ".
    05  ICT-W-DATE PIC X(8) VALUE SPACES.
    05  FILLER PIC X(15) VALUE "  REPORT WIDTH ".
    05  ICT-W-REPORT-WIDTH PIC Z(3)9.
    05  FILLER PIC X(13) VALUE "  CONFIGURED ".
    05  ICT-W-CONFIG-WIDTH PIC Z(3)9.
    05  FILLER PIC X(11) VALUE "  FIRMWARE ".
    05  ICT-W-FIRMWARE PIC X(12) VALUE SPACES.
    05  FILLER PIC X(44) VALUE SPACES.
01  INTAKE-COUNTS-LINE.
    05  FILLER PIC X(17) VALUE "FRAMES RECEIVED: ".
    05  ICT-RECEIVED PIC Z(8)9.
