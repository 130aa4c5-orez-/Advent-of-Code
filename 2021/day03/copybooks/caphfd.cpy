FD  CAPACITY-HISTORY.
*> 85 bytes to match CAPHIST-DETAIL in caphws.cpy (21+22+24+9+9);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  CAPHIST-RECORD PIC X(85).
