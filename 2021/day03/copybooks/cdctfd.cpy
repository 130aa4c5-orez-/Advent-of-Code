FD  CHANDUTY-CONTROL.
*> 27 bytes to match CHANDUTY-CONTROL-DETAIL in cdctws.cpy
*> (8+8+8+3); can't reference that layout here since FILE SECTION is
*> defined before WORKING-STORAGE SECTION.
01  CHANDUTY-CONTROL-RECORD PIC X(27).
