FD  PM-OUTBOUND.
*> 200 bytes, the generation records copied across unchanged (see
*> pmgnws.cpy); can't reference those layouts here since FILE
*> SECTION is defined before WORKING-STORAGE SECTION.
01  PM-OUTBOUND-RECORD PIC X(200).
