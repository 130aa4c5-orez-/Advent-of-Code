FD  RECONCILE-DECISIONS.
*> 31 bytes to match DECISION-DETAIL in rdecws.cpy (8+8+6+1+8); can't
*> reference that layout here since FILE SECTION is defined before
*> WORKING-STORAGE SECTION.
01  DECISION-RECORD PIC X(31).
