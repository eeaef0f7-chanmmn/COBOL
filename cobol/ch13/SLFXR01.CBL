000001*--------------------------------------------------
000002* SLFXR01.CBL
000003* FILE-CONTROL entry for the indexed Exchange Rate
000004* File - one record per currency per effective
000005* date, keyed by FXR-RATE-KEY. VNDFXR01 maintains
000006* the rates; VNDFXRCK answers the rate in effect
000007* for a currency on a date. OPTIONAL so a site
000008* that pays only in US dollars needs no file. The
000009* copying program must define WS-FXR-FILE-STATUS
000010* PIC X(2) in WORKING-STORAGE.
000011*--------------------------------------------------
000012 SELECT OPTIONAL EXCHANGE-RATE-FILE
000013     ASSIGN TO "vndfxrate"
000014     ORGANIZATION IS INDEXED
000015     RECORD KEY IS FXR-RATE-KEY
000016     ACCESS MODE IS DYNAMIC
000017     FILE STATUS IS WS-FXR-FILE-STATUS.
