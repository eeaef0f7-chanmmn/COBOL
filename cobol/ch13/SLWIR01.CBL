000001*--------------------------------------------------
000002* SLWIR01.CBL
000003* FILE-CONTROL entry for the Wire Request File -
000004* the international wires a VNDPAY01 run pays,
000005* for treasury to release through the bank's wire
000006* service. Written fresh by each run, the same way
000007* the NACHA file is. Line sequential, one record
000008* per wire, then a trailer. The copying program
000009* must define WS-WIR-FILE-STATUS PIC X(2) in
000010* WORKING-STORAGE.
000011*--------------------------------------------------
000012 SELECT WIRE-REQUEST-FILE
000013     ASSIGN TO "vndwire.txt"
000014     ORGANIZATION IS LINE SEQUENTIAL
000015     FILE STATUS IS WS-WIR-FILE-STATUS.
