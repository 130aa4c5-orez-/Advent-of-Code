FD  ALERTS-FILE.
*> 146 bytes to match ALERT-DETAIL in alrtws.cpy
*> (8+9+21+4+12+38+38+1+3+4+8); can't reference that layout here
*> since FILE SECTION is defined before WORKING-STORAGE SECTION.
01  ALERT-RECORD PIC X(146).
