FD  PM-GENERATION.
*> 200 bytes to match the header, detail and trailer layouts in
*> pmgnws.cpy; can't reference those here since FILE SECTION is
*> defined before WORKING-STORAGE SECTION.
01  PM-GENERATION-RECORD PIC X(200).
