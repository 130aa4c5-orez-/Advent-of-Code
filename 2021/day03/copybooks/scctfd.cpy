FD  SCORECRD-CONTROL.
*> 17 bytes to match SCORECRD-CONTROL-DETAIL in scctws.cpy (8+8+1);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  SCORECRD-CONTROL-RECORD PIC X(17).
