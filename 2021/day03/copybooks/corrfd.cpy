FD  CORRECTIONS-FILE.
*> 90 bytes to match CORRECTION-DETAIL in corrws.cpy (9+9+64+8);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  CORRECTION-RECORD PIC X(90).
