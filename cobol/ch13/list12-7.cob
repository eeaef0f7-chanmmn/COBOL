000032* newly-entered fields while the existing record at
000033* that VENDOR-NUMBER is READ to check its status.
000034*--------------------------------------------------
000035 01 WS-SAVE-VENDOR-RECORD PIC X(300).
000036 01 WS-REUSE-SWITCH PIC X(1) VALUE "N".
000037     88 WS-REUSED-INACTIVE VALUE "Y".
000038     COPY "WSVND01.CBL".
