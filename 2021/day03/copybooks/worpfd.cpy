FD  OPEN-ORDERS-REPORT.
*> 132 bytes to match the print-line layouts in worpws.cpy; can't
*> reference those here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  OPEN-ORDERS-RECORD PIC X(132).
