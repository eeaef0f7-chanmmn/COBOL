000011*--------------------------------------------------
000012 SIGN-ON-OPERATOR.
000013      MOVE ZEROES TO WS-OPERATOR-AUTHORITY.
000014      MOVE ZEROES TO WS-OPERATOR-APPROVAL-LIMIT.
000015      MOVE ZEROES TO WS-SIGN-ON-TRIES.
000016      MOVE "N" TO WS-SIGNED-ON-SWITCH.
000017      MOVE SPACES TO WS-OPERATOR-ID.
000018      OPEN INPUT OPERATOR-FILE.
000019      IF WS-OPR-FILE-STATUS NOT = "00"
000020          DISPLAY "OPERATOR FILE OPEN FAILED - STATUS "
000021              WS-OPR-FILE-STATUS
000022      ELSE
000023          PERFORM GET-AND-CHECK-OPERATOR-ID
000024              UNTIL WS-SIGNED-ON
000025                  OR WS-SIGN-ON-TRIES >= 3
000026          CLOSE OPERATOR-FILE
000027      END-IF.
000028
000029 GET-AND-CHECK-OPERATOR-ID.
000030      ADD 1 TO WS-SIGN-ON-TRIES.
000031      DISPLAY "ENTER OPERATOR ID".
000032      ACCEPT WS-OPERATOR-ID.
000033      MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
000034      READ OPERATOR-FILE
000035          INVALID KEY
000036              DISPLAY "OPERATOR NOT ON FILE"
000037          NOT INVALID KEY
000038              MOVE OPR-AUTHORITY TO WS-OPERATOR-AUTHORITY
000039              IF OPR-APPROVAL-LIMIT IS NUMERIC
000040                  MOVE OPR-APPROVAL-LIMIT
000041                      TO WS-OPERATOR-APPROVAL-LIMIT
000042              END-IF
000043              MOVE "Y" TO WS-SIGNED-ON-SWITCH
000044              DISPLAY "SIGNED ON - " OPR-NAME
000045      END-READ.
000046
000047*--------------------------------------------------
000048* The caller names the level its work needs in
000049* WS-REQUIRED-AUTHORITY first. An unsigned
000050* operator - the file would not open, or three
000051* bad ids - never passes.
000052*--------------------------------------------------
000053 CHECK-OPERATOR-AUTHORITY.
000054      MOVE "N" TO WS-AUTHORITY-OK-SWITCH.
000055      IF WS-SIGNED-ON
000056          AND WS-OPERATOR-AUTHORITY >= WS-REQUIRED-AUTHORITY
000057          MOVE "Y" TO WS-AUTHORITY-OK-SWITCH
000058      ELSE
000059          DISPLAY "NOT AUTHORIZED - OPERATOR "
000060              WS-OPERATOR-ID
000061      END-IF.
