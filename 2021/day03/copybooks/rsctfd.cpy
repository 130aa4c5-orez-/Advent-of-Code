FD  RUNSHEET-CONTROL.
*> 17 bytes to match RUNSHEET-CONTROL-DETAIL in rsctws.cpy (a
*> YYYYMMDD business date and a chain id, 8+9); can't reference that
*> layout here since FILE SECTION is defined before WORKING-STORAGE
*> SECTION.
01  RUNSHEET-CONTROL-RECORD PIC X(17).
