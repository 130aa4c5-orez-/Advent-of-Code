FD  REGISTRY-TRANS.
*> 107 bytes to match TRANS-DETAIL in srtrws.cpy
*> (1+8+30+20+8+4+8+8+8+12); can't reference that layout here since
*> FILE SECTION is defined before WORKING-STORAGE SECTION.
01  TRANS-RECORD PIC X(107).
