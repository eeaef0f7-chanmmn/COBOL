000001*--------------------------------------------------
000002* SLCMP01.CBL
000003* FILE-CONTROL entry for the indexed Vendor
000004* Compliance Document File - one record per
000005* vendor per document type, keyed by CMP-DOC-KEY.
000006* VNDCMP01 maintains it, VNDCMR01 reports what is
000007* about to lapse, and VNDPAY01/VNDCSH01 read the
000008* insurance certificate to hold payment. OPTIONAL
000009* so a run finds no documents rather than failing
000010* before the first one is keyed. The copying
000011* program must define WS-CMP-FILE-STATUS PIC X(2)
000012* in WORKING-STORAGE.
000013*--------------------------------------------------
000014 SELECT OPTIONAL VENDOR-DOCUMENT-FILE
000015     ASSIGN TO "vnddocs"
000016     ORGANIZATION IS INDEXED
000017     RECORD KEY IS CMP-DOC-KEY
000018     ACCESS MODE IS DYNAMIC
000019     FILE STATUS IS WS-CMP-FILE-STATUS.
