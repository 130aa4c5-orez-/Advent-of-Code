FD  OPERATOR-TRANS.
*> 43 bytes to match OPTRANS-DETAIL in optrws.cpy (1+8+30+1+1+1+1);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  OPTRANS-RECORD PIC X(43).
