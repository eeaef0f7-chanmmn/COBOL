000001*--------------------------------------------------
000002* SLIAU01.CBL
000003* FILE-CONTROL entry for the Invoice Audit Log,
000004* the Open Invoice File's counterpart of the
000005* Vendor Audit Log in SLAUD01.CBL.
000006*--------------------------------------------------
000007 SELECT INVOICE-AUDIT-LOG
000008     ASSIGN TO "invoiceaud.txt"
000009     ORGANIZATION IS LINE SEQUENTIAL
000010     FILE STATUS IS WS-IAU-FILE-STATUS.
