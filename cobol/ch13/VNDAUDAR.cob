000040     COPY "FDAUD01.CBL".
000041
000042*--------------------------------------------------
000043* Archive and retain records are full 633-byte
000044* AUDIT-RECORD images.
000045*--------------------------------------------------
000046 FD  AUDIT-ARCHIVE-FILE
000047     LABEL RECORDS ARE STANDARD.
000048 01  ARCHIVE-RECORD              PIC X(633).
000049
000050 FD  AUDIT-RETAIN-FILE
000051     LABEL RECORDS ARE STANDARD.
000052 01  RETAIN-RECORD               PIC X(633).
000053
000054 FD  ARCHIVAL-SUMMARY
000055     LABEL RECORDS ARE STANDARD.
