000001*--------------------------------------------------
000002* SLPER01.CBL
000003* FILE-CONTROL entry for the indexed AP Period
000004* File - one record per accounting month, keyed
000005* by PER-PERIOD (YYYYMM), open until VNDCLS01's
000006* month-end close ties the AP control roll-
000007* forward and closes it. VNDPER01 opens periods;
000008* VNDPERCK answers whether a date may be posted.
000009* OPTIONAL so a site that has not cut over to
000010* period control still enters invoices. The
000011* copying program must define WS-PER-FILE-STATUS
000012* PIC X(2) in WORKING-STORAGE.
000013*--------------------------------------------------
000014 SELECT OPTIONAL AP-PERIOD-FILE
000015     ASSIGN TO "vndperiod"
000016     ORGANIZATION IS INDEXED
000017     RECORD KEY IS PER-PERIOD
000018     ACCESS MODE IS DYNAMIC
000019     FILE STATUS IS WS-PER-FILE-STATUS.
