FD  HISTRPT-CONTROL.
*> 33 bytes to match QUERY-DETAIL in qryws.cpy (8+8+8+8+1); can't
*> reference that layout here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  QUERY-CONTROL-RECORD PIC X(33).
