FD  PM-CONTROL.
*> 8 bytes to match PM-CONTROL-DETAIL in pmlgws.cpy (a YYYYMMDD
*> business date); can't reference that layout here since FILE
*> SECTION is defined before WORKING-STORAGE SECTION.
01  PM-CONTROL-RECORD PIC X(8).
