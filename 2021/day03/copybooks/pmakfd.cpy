FD  PM-ACKS.
*> 109 bytes to match PM-ACK-DETAIL in pmakws.cpy (6+8+1+9+24+21+40);
*> can't reference that layout here since FILE SECTION is defined
*> before WORKING-STORAGE SECTION.
01  PM-ACK-RECORD PIC X(109).
