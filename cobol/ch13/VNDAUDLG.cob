000028 01  LK-OPERATOR-ID              PIC X(8).
000029 01  LK-VENDOR-NUMBER            PIC 9(5).
000030 01  LK-ACTION                   PIC X(6).
000031 01  LK-BEFORE-IMAGE             PIC X(300).
000032 01  LK-AFTER-IMAGE              PIC X(300).
000033
000034 PROCEDURE DIVISION USING LK-OPERATOR-ID
000035     LK-VENDOR-NUMBER LK-ACTION LK-BEFORE-IMAGE
000041      MOVE LK-OPERATOR-ID TO AUD-OPERATOR-ID.
000042      MOVE LK-VENDOR-NUMBER TO AUD-VENDOR-NUMBER.
000043      MOVE LK-ACTION TO AUD-ACTION.
000044      MOVE LK-BEFORE-IMAGE (1:250) TO AUD-BEFORE-IMAGE.
000045      MOVE LK-AFTER-IMAGE (1:250) TO AUD-AFTER-IMAGE.
000046      MOVE LK-BEFORE-IMAGE (251:50) TO AUD-BEFORE-EXTENSION.
000047      MOVE LK-AFTER-IMAGE (251:50) TO AUD-AFTER-EXTENSION.
000048      OPEN EXTEND VENDOR-AUDIT-LOG.
000049      WRITE AUDIT-RECORD.
000050      IF WS-AUD-FILE-STATUS NOT = "00"
000051          DISPLAY "AUDIT LOG WRITE FAILED - STATUS "
000052              WS-AUD-FILE-STATUS
000053      END-IF.
000054      CLOSE VENDOR-AUDIT-LOG.
000055
000056 PROGRAM-DONE.
000057      GOBACK.
