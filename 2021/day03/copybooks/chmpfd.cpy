FD  CHANNEL-MAP.
*> 48 bytes to match CHANNEL-MAP-DETAIL in chmpws.cpy
*> (8+2+20+12+3+3); can't reference that layout here since FILE
*> SECTION is defined before WORKING-STORAGE SECTION.
01  CHANNEL-MAP-RECORD PIC X(48).
