000012* migration: compile this program against the new
000013* SLVND01.CBL/FDVND02.CBL, OPEN OUTPUT builds the
000014* file fresh with the new structure, and the
000015* unload's 300-byte images carry every current
000016* field into it. The reloaded count must equal
000017* the unloaded count before the old file is let
000018* go - both are on the Run Control Log.
000034
000035 FD  VENDOR-UNLOAD-FILE
000036     LABEL RECORDS ARE STANDARD.
000037 01  UNLOAD-RECORD                 PIC X(300).
000038
000039 WORKING-STORAGE SECTION.
000040
