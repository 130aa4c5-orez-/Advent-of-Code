FD  MASTER-JOURNAL.
*> 189 bytes to match JOURNAL-DETAIL in mjrnws.cpy
*> (8+21+9+1+8+8+6+64+64); can't reference that layout here since
*> FILE SECTION is defined before WORKING-STORAGE SECTION.
01  JOURNAL-RECORD PIC X(189).
