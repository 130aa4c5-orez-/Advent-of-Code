FD  BACKOUT-REPORT.
*> 132 bytes to match the print-line layouts in bkrpws.cpy; can't
*> reference those here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  BACKOUT-REPORT-RECORD PIC X(132).
