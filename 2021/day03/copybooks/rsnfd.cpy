FD  RESTATEMENT-NOTICE.
*> 132 bytes to match the print-line layouts in rsnws.cpy; can't
*> reference those here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  NOTICE-RECORD PIC X(132).
