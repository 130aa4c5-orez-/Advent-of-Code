    05  FILLER PIC X(62) VALUE SPACES.
01  ENG-COLUMN-SECTION-HEAD.
    05  FILLER PIC X(30) VALUE "BIT POSITION   ONE-BITS    PCT".
    05  FILLER PIC X(33) VALUE "   CHANNEL              SUBSYSTEM".
    05  FILLER PIC X(69) VALUE SPACES.
01  ENG-COLUMN-LINE.
    05  FILLER PIC X(8) VALUE SPACES.
    05  ENG-C-POSITION PIC Z(3)9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  ENG-C-PCT PIC Z(2)9.
    05  FILLER PIC X(1) VALUE "%".
    *> Blank for a column the channel map doesn't name.
    05  FILLER PIC X(2) VALUE SPACES.
    05  ENG-C-CHANNEL PIC X(20) VALUE SPACES.
    05  FILLER PIC X(1) VALUE SPACE.
    05  ENG-C-SUBSYSTEM PIC X(12) VALUE SPACES.
    05  FILLER PIC X(66) VALUE SPACES.
01  ENG-RATE-LINE.
    05  ENG-R-NAME PIC X(22) VALUE SPACES.
    05  ENG-R-BINARY PIC X(64) VALUE SPACES.
