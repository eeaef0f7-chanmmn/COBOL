000001*--------------------------------------------------
000002* SLPCK01.CBL
000003* FILE-CONTROL entry for the Payment Run Checkpoint
000004* File. VNDPAY01 starts it fresh with a header
000005* record at the top of each run, appends one
000006* record after every vendor group it pays, and
000007* closes it with an end record - each record
000008* written and the file closed again at once, so
000009* what a run finished survives the run dying. A
000010* header with no end record is a run to restart.
000011* The copying program must define
000012* WS-PCK-FILE-STATUS PIC X(2) in WORKING-STORAGE.
000013*--------------------------------------------------
000014 SELECT PAYMENT-CHECKPOINT-FILE
000015     ASSIGN TO "vndpayckp.txt"
000016     ORGANIZATION IS LINE SEQUENTIAL
000017     FILE STATUS IS WS-PCK-FILE-STATUS.
