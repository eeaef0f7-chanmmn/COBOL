000050* duplicate by the time the survivor's audit
000051* record is written.
000052*--------------------------------------------------
000053 01 WS-SURVIVOR-RECORD PIC X(300).
000054     COPY "WSVND01.CBL".
000055
000056     COPY "WSSGN01.CBL".
