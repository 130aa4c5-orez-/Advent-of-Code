FD  PM-INTERFACE-LOG.
*> 114 bytes to match PM-LOG-DETAIL in pmlgws.cpy
*> (6+8+21+9+24+1+21+3+21); can't reference that layout here since
*> FILE SECTION is defined before WORKING-STORAGE SECTION.
01  PM-LOG-RECORD PIC X(114).
