000001*--------------------------------------------------
000002* SLGLI01.CBL
000003* FILE-CONTROL entry for the GL Interface File -
000004* the AP subledger's month-end journal, written
000005* fresh by each VNDCLS01 close for the general
000006* ledger to pick up. Line sequential, one record
000007* per account and source, then a trailer.
000008*--------------------------------------------------
000009 SELECT GL-INTERFACE-FILE
000010     ASSIGN TO "vndglint.txt"
000011     ORGANIZATION IS LINE SEQUENTIAL
000012     FILE STATUS IS WS-GLI-FILE-STATUS.
