FD  BACKOUT-CONTROL.
*> 29 bytes to match BACKOUT-CONTROL-DETAIL in bkctws.cpy (8+21);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  BACKOUT-CONTROL-RECORD PIC X(29).
