FD  ALERT-ACKS.
*> 36 bytes to match ACK-DETAIL in aackws.cpy (9+12+3+4+8); can't
*> reference that layout here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  ACK-RECORD PIC X(36).
