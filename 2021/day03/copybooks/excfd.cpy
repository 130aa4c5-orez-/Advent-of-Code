FD  EXCEPTION-REPORT.
*> 95 bytes to match EXCEPTION-DETAIL in excws.cpy (9+9+4+1+64+8);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  EXCEPTION-RECORD PIC X(95).
