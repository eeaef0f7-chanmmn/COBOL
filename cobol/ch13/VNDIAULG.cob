000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDIAULG.
000003*------------------------------------------------
000004* Appends one before/after record to the Invoice
000005* Audit Log - the invoice counterpart of VNDAUDLG.
000006* CALLed by VNDINM01 after every successful
000007* change, cancel, dispute hold or hold release,
000008* so it can be answered later who altered an
000009* invoice after entry and when.
000010*------------------------------------------------
000011 ENVIRONMENT DIVISION.
000012 INPUT-OUTPUT SECTION.
000013 FILE-CONTROL.
000014
000015     COPY "SLIAU01.CBL".
000016
000017 DATA DIVISION.
000018 FILE SECTION.
000019
000020     COPY "FDIAU01.CBL".
000021
000022 WORKING-STORAGE SECTION.
000023
000024 01 WS-IAU-FILE-STATUS          PIC X(2) VALUE "00".
000025
000026 LINKAGE SECTION.
000027
000028 01  LK-OPERATOR-ID              PIC X(8).
000029 01  LK-INVOICE-KEY              PIC X(15).
000030 01  LK-ACTION                   PIC X(6).
000031 01  LK-BEFORE-IMAGE             PIC X(250).
000032 01  LK-AFTER-IMAGE              PIC X(250).
000033
000034 PROCEDURE DIVISION USING LK-OPERATOR-ID
000035     LK-INVOICE-KEY LK-ACTION LK-BEFORE-IMAGE
000036     LK-AFTER-IMAGE.
000037
000038 PROGRAM-BEGIN.
000039      ACCEPT IAU-DATE FROM DATE YYYYMMDD.
000040      ACCEPT IAU-TIME FROM TIME.
000041      MOVE LK-OPERATOR-ID TO IAU-OPERATOR-ID.
000042      MOVE LK-INVOICE-KEY TO IAU-INVOICE-KEY.
000043      MOVE LK-ACTION TO IAU-ACTION.
000044      MOVE LK-BEFORE-IMAGE TO IAU-BEFORE-IMAGE.
000045      MOVE LK-AFTER-IMAGE TO IAU-AFTER-IMAGE.
000046      OPEN EXTEND INVOICE-AUDIT-LOG.
000047      IF WS-IAU-FILE-STATUS = "35"
000048          OPEN OUTPUT INVOICE-AUDIT-LOG
000049      END-IF.
000050      WRITE INVOICE-AUDIT-RECORD.
000051      IF WS-IAU-FILE-STATUS NOT = "00"
000052          DISPLAY "INVOICE AUDIT LOG WRITE FAILED - STATUS "
000053              WS-IAU-FILE-STATUS
000054      END-IF.
000055      CLOSE INVOICE-AUDIT-LOG.
000056
000057 PROGRAM-DONE.
000058      GOBACK.
