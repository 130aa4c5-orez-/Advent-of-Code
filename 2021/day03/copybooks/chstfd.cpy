FD  CHAIN-STATE.
*> 58 bytes to match CHAIN-STATE-DETAIL in chstws.cpy
*> (9+1+2+4+21+21); can't reference that layout here since FILE
*> SECTION is defined before WORKING-STORAGE SECTION.
01  CHAIN-STATE-RECORD PIC X(58).
