FD  WORK-ORDER-TRANS.
*> 91 bytes to match WOTRANS-DETAIL in wotrws.cpy (1+6+8+40+8+8+4+8+8);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  WOTRANS-RECORD PIC X(91).
