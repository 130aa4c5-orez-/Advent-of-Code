FD  JOB-AUDIT.
*> 230 bytes to match AUDIT-DETAIL in audtws.cpy
*> (8+9+21+21+44+9+9+9+9+1+1+4+64+4+9+8); can't reference that
*> layout here since FILE SECTION is defined before WORKING-STORAGE
*> SECTION.
01  AUDIT-RECORD PIC X(230).
