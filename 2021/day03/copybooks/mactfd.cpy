FD  MSTANLZ-CONTROL.
*> 25 bytes to match MSTANLZ-CONTROL-DETAIL in mactws.cpy (8+8+8+1);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  MSTANLZ-CONTROL-RECORD PIC X(25).
