FD  RESTATE-CONTROL.
*> 42 bytes to match RESTATE-CONTROL-DETAIL in rstcws.cpy (21+21);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  RESTATE-CONTROL-RECORD PIC X(42).
