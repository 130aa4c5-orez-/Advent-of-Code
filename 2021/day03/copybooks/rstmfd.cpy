FD  RESTATEMENTS.
*> 143 bytes to match RESTATEMENT-DETAIL in rstmws.cpy
*> (21+8+8+9+20+38+38+1); can't reference that layout here since
*> FILE SECTION is defined before WORKING-STORAGE SECTION.
01  RESTATEMENT-RECORD PIC X(143).
