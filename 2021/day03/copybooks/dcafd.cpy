FD  DECISIONS-AUDIT.
*> 180 bytes to match DECAUDIT-DETAIL in dcaws.cpy
*> (21+8+8+6+1+64+64+8); can't reference that layout here since FILE
*> SECTION is defined before WORKING-STORAGE SECTION.
01  DECAUDIT-RECORD PIC X(180).
