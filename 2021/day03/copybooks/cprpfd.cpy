FD  CAPACITY-REPORT.
*> 132 bytes to match the print-line layouts in cprpws.cpy; can't
*> reference those here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  CAPACITY-REPORT-RECORD PIC X(132).
