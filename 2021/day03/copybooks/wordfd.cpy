FD  WORK-ORDERS.
*> 108 bytes to match WORK-ORDER-DETAIL in wordws.cpy
*> (6+8+1+40+8+8+1+8+8+8+4+8); can't reference that layout here since
*> FILE SECTION is defined before WORKING-STORAGE SECTION.
01  WORK-ORDER-RECORD PIC X(108).
