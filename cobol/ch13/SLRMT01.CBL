000001*--------------------------------------------------
000002* SLRMT01.CBL
000003* FILE-CONTROL entry for the indexed Vendor Remit-To
000004* Address File - one record per vendor per remit-to
000005* code, keyed by RMT-REMIT-KEY. VNDRMT01 maintains
000006* it, VNDINV01 checks an invoice's code against it,
000007* and VNDPAY01/VNDSTM01 read it to address checks,
000008* remittance advices and statements. OPTIONAL so a
000009* run finds no remit-to addresses rather than
000010* failing before the first one is keyed. The
000011* copying program must define WS-RMT-FILE-STATUS
000012* PIC X(2) in WORKING-STORAGE.
000013*--------------------------------------------------
000014 SELECT OPTIONAL REMIT-TO-FILE
000015     ASSIGN TO "vndremitto"
000016     ORGANIZATION IS INDEXED
000017     RECORD KEY IS RMT-REMIT-KEY
000018     ACCESS MODE IS DYNAMIC
000019     FILE STATUS IS WS-RMT-FILE-STATUS.
