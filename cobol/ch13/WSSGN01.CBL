000008* The caller sets WS-REQUIRED-AUTHORITY before
000009* PERFORMing CHECK-OPERATOR-AUTHORITY and tests
000010* WS-AUTHORITY-OK after.
000011* WS-OPERATOR-APPROVAL-LIMIT is the signed-on
000012* operator's invoice approval limit, zero when
000013* none is on file.
000014*--------------------------------------------------
000015 01  WS-OPR-FILE-STATUS       PIC X(2) VALUE "00".
000016 01  WS-OPERATOR-AUTHORITY    PIC 9(1) VALUE ZERO.
000017 01  WS-OPERATOR-APPROVAL-LIMIT PIC 9(7)V99 VALUE ZERO.
000018 01  WS-REQUIRED-AUTHORITY    PIC 9(1) VALUE ZERO.
000019 01  WS-SIGN-ON-TRIES         PIC 9(1) VALUE ZERO.
000020 01  WS-SIGNED-ON-SWITCH      PIC X(1) VALUE "N".
000021     88  WS-SIGNED-ON             VALUE "Y".
000022 01  WS-AUTHORITY-OK-SWITCH   PIC X(1) VALUE "N".
000023     88  WS-AUTHORITY-OK          VALUE "Y".
