    05  DCA-ACTION PIC X(1) VALUE SPACE.
    05  DCA-BEFORE-PAYLOAD PIC X(64) VALUE SPACES.
    05  DCA-AFTER-PAYLOAD PIC X(64) VALUE SPACES.
    *> The operator-master id the decision was made under, so a master
    *> payload change can be traced to the person who approved it.
    *> Decisions logged before the id was recorded read back
    *> space-filled here.
    05  DCA-OPERATOR-ID PIC X(8) VALUE SPACES.
