FD  CHAIN-DEFINITION.
*> 110 bytes to match CHAIN-DEFINITION-DETAIL in chdfws.cpy
*> (2+8+20+80); can't reference that layout here since FILE SECTION
*> is defined before WORKING-STORAGE SECTION.
01  CHAIN-DEFINITION-RECORD PIC X(110).
