000040* changes. One record is appended for every add,
000050* correction or status change so it can be answered
000060* later who changed a vendor and when.
000062* The images are split: the first 250 bytes of the
000064* vendor record in AUD-BEFORE-IMAGE/AUD-AFTER-IMAGE
000066* and bytes 251-300 in the two EXTENSION fields at
000068* the end, so older log lines still read in place.
000070*--------------------------------------------------
000080 FD  VENDOR-AUDIT-LOG
000090     LABEL RECORDS ARE STANDARD.
000150     05  AUD-ACTION              PIC X(6).
000160     05  AUD-BEFORE-IMAGE        PIC X(250).
000170     05  AUD-AFTER-IMAGE         PIC X(250).
000180     05  AUD-BEFORE-EXTENSION    PIC X(50).
000190     05  AUD-AFTER-EXTENSION     PIC X(50).
