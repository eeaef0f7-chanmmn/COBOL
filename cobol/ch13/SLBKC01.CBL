000001*--------------------------------------------------
000002* SLBKC01.CBL
000003* FILE-CONTROL entry for the indexed Vendor Bank
000004* Change File. A change to VENDOR-BANK-ROUTING or
000005* VENDOR-BANK-ACCOUNT keyed in VNDUPD01, VNDSCR01
000006* or VNDMNT01 is parked here instead of on the
000007* vendor master until a second, payment-level
000008* operator approves it in VNDBKA01. One record per
000009* vendor, keyed by VENDOR-NUMBER, so a vendor can
000010* have only one bank change in progress at a time.
000011* OPTIONAL so the first change keyed builds the
000012* file.
000013*--------------------------------------------------
000014 SELECT OPTIONAL BANK-CHANGE-FILE
000015     ASSIGN TO "vndbkchg"
000016     ORGANIZATION IS INDEXED
000017     RECORD KEY IS BKC-VENDOR-NUMBER
000018     ACCESS MODE IS DYNAMIC.
