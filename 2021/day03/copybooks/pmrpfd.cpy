FD  PM-INTERFACE-REPORT.
*> 132 bytes to match the print-line layouts in pmrpws.cpy; can't
*> reference those here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  PM-INTERFACE-RPT-RECORD PIC X(132).
