000001*--------------------------------------------------
000002* SLNAC01.CBL
000003* FILE-CONTROL entry for the NACHA ACH origination
000004* file - the CCD+ file treasury uploads to the bank
000005* for the payment run's electronic payments. Fixed
000006* 94-byte records, written fresh by each run. The
000007* copying program must COPY WSNAC01.CBL, which
000008* defines WS-NAC-FILE-STATUS and WS-NAC-FILE-NAME.
000009* The name is vndnacha.txt unless the program
000010* moves another before the OPEN - VNDPRE01 writes
000011* its prenotes to vndprenote.txt so they never
000012* overwrite a payment file not yet uploaded.
000013*--------------------------------------------------
000014 SELECT NACHA-FILE
000015     ASSIGN TO WS-NAC-FILE-NAME
000016     ORGANIZATION IS LINE SEQUENTIAL
000017     FILE STATUS IS WS-NAC-FILE-STATUS.
