FD  CHANNEL-DUTY.
*> 132 bytes to match the print-line layouts in cdrpws.cpy; can't
*> reference those here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  CHANNEL-DUTY-RECORD PIC X(132).
