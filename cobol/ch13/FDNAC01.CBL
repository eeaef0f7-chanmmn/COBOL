000001*--------------------------------------------------
000002* FDNAC01.CBL
000003* NACHA ACH origination file. Every record is 94
000004* bytes; the first byte names the record type, so
000005* each type has its own 01 over the one record
000006* area:
000007*   1 file header      5 batch header
000008*   6 entry detail     7 addenda (CCD+ remittance)
000009*   8 batch control    9 file control
000010* The file is padded out to a whole block of ten
000011* records with all-9 filler records, the way the
000012* bank's ACH specification requires. Amounts are
000013* unedited with two implied decimals.
000014*--------------------------------------------------
000015 FD  NACHA-FILE
000016     LABEL RECORDS ARE STANDARD.
000017 01  NAC-FILE-HEADER-RECORD.
000018     05  NAC-FH-RECORD-TYPE      PIC X(1).
000019     05  NAC-FH-PRIORITY-CODE    PIC X(2).
000020     05  NAC-FH-IMMEDIATE-DEST   PIC X(10).
000021     05  NAC-FH-IMMEDIATE-ORIGIN PIC X(10).
000022     05  NAC-FH-CREATION-DATE    PIC 9(6).
000023     05  NAC-FH-CREATION-TIME    PIC 9(4).
000024     05  NAC-FH-FILE-ID-MODIFIER PIC X(1).
000025     05  NAC-FH-RECORD-SIZE      PIC X(3).
000026     05  NAC-FH-BLOCKING-FACTOR  PIC X(2).
000027     05  NAC-FH-FORMAT-CODE      PIC X(1).
000028     05  NAC-FH-DEST-NAME        PIC X(23).
000029     05  NAC-FH-ORIGIN-NAME      PIC X(23).
000030     05  NAC-FH-REFERENCE-CODE   PIC X(8).
000031 01  NAC-BATCH-HEADER-RECORD.
000032     05  NAC-BH-RECORD-TYPE      PIC X(1).
000033     05  NAC-BH-SERVICE-CLASS    PIC X(3).
000034     05  NAC-BH-COMPANY-NAME     PIC X(16).
000035     05  NAC-BH-DISCRETIONARY    PIC X(20).
000036     05  NAC-BH-COMPANY-ID       PIC X(10).
000037     05  NAC-BH-SEC-CODE         PIC X(3).
000038     05  NAC-BH-ENTRY-DESC       PIC X(10).
000039     05  NAC-BH-DESCRIPTIVE-DATE PIC X(6).
000040     05  NAC-BH-EFFECTIVE-DATE   PIC 9(6).
000041     05  NAC-BH-SETTLEMENT-DATE  PIC X(3).
000042     05  NAC-BH-ORIGINATOR-STATUS PIC X(1).
000043     05  NAC-BH-ODFI-ID          PIC X(8).
000044     05  NAC-BH-BATCH-NUMBER     PIC 9(7).
000045 01  NAC-ENTRY-DETAIL-RECORD.
000046     05  NAC-ED-RECORD-TYPE      PIC X(1).
000047     05  NAC-ED-TRAN-CODE        PIC X(2).
000048     05  NAC-ED-RDFI-ID          PIC 9(8).
000049     05  NAC-ED-CHECK-DIGIT      PIC 9(1).
000050     05  NAC-ED-DFI-ACCOUNT      PIC X(17).
000051     05  NAC-ED-AMOUNT           PIC 9(8)V99.
000052     05  NAC-ED-INDIVIDUAL-ID    PIC X(15).
000053     05  NAC-ED-INDIVIDUAL-NAME  PIC X(22).
000054     05  NAC-ED-DISCRETIONARY    PIC X(2).
000055     05  NAC-ED-ADDENDA-INDICATOR PIC X(1).
000056     05  NAC-ED-TRACE-NUMBER.
000057         10  NAC-ED-TRACE-ODFI   PIC X(8).
000058         10  NAC-ED-TRACE-SEQUENCE PIC 9(7).
000059 01  NAC-ADDENDA-RECORD.
000060     05  NAC-AD-RECORD-TYPE      PIC X(1).
000061     05  NAC-AD-TYPE-CODE        PIC X(2).
000062     05  NAC-AD-PAYMENT-INFO     PIC X(80).
000063     05  NAC-AD-SEQUENCE         PIC 9(4).
000064     05  NAC-AD-ENTRY-SEQUENCE   PIC 9(7).
000065 01  NAC-BATCH-CONTROL-RECORD.
000066     05  NAC-BC-RECORD-TYPE      PIC X(1).
000067     05  NAC-BC-SERVICE-CLASS    PIC X(3).
000068     05  NAC-BC-ENTRY-COUNT      PIC 9(6).
000069     05  NAC-BC-ENTRY-HASH       PIC 9(10).
000070     05  NAC-BC-TOTAL-DEBIT      PIC 9(10)V99.
000071     05  NAC-BC-TOTAL-CREDIT     PIC 9(10)V99.
000072     05  NAC-BC-COMPANY-ID       PIC X(10).
000073     05  NAC-BC-AUTH-CODE        PIC X(19).
000074     05  NAC-BC-RESERVED         PIC X(6).
000075     05  NAC-BC-ODFI-ID          PIC X(8).
000076     05  NAC-BC-BATCH-NUMBER     PIC 9(7).
000077 01  NAC-FILE-CONTROL-RECORD.
000078     05  NAC-FC-RECORD-TYPE      PIC X(1).
000079     05  NAC-FC-BATCH-COUNT      PIC 9(6).
000080     05  NAC-FC-BLOCK-COUNT      PIC 9(6).
000081     05  NAC-FC-ENTRY-COUNT      PIC 9(8).
000082     05  NAC-FC-ENTRY-HASH       PIC 9(10).
000083     05  NAC-FC-TOTAL-DEBIT      PIC 9(10)V99.
000084     05  NAC-FC-TOTAL-CREDIT     PIC 9(10)V99.
000085     05  NAC-FC-RESERVED         PIC X(39).
000086 01  NAC-FILLER-RECORD           PIC X(94).
