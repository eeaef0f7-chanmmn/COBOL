000001*--------------------------------------------------
000002* WSNAC01.CBL
000003* Shared WORKING-STORAGE items for the PRNAC01
000004* NACHA file-building paragraphs.
000005*--------------------------------------------------
000006 01  WS-NAC-FILE-STATUS       PIC X(2) VALUE "00".
000007 01  WS-NAC-FILE-NAME         PIC X(20) VALUE "vndnacha.txt".
000008
000009*--------------------------------------------------
000010* Origination identifiers as set up in the ACH
000011* agreement with the originating bank. The
000012* immediate destination is the bank's routing
000013* number with a leading blank; the immediate
000014* origin and company id are the company's federal
000015* id with the "1" prefix the bank assigned.
000016*--------------------------------------------------
000017 01  WS-NAC-IMMEDIATE-DEST    PIC X(10) VALUE " 071000013".
000018 01  WS-NAC-IMMEDIATE-ORIGIN  PIC X(10) VALUE "1362685749".
000019 01  WS-NAC-DEST-NAME         PIC X(23) VALUE
000020     "FIRST NATIONAL BANK".
000021 01  WS-NAC-ORIGIN-NAME       PIC X(23) VALUE
000022     "ACCOUNTS PAYABLE".
000023 01  WS-NAC-COMPANY-NAME      PIC X(16) VALUE
000024     "ACCOUNTS PAYABLE".
000025 01  WS-NAC-COMPANY-ID        PIC X(10) VALUE "1362685749".
000026 01  WS-NAC-ODFI-ID           PIC X(8)  VALUE "07100001".
000027
000028*--------------------------------------------------
000029* Set by the caller before the first entry: the
000030* batch entry description the payee's bank shows
000031* on the statement, and the effective entry date
000032* as YYYYMMDD.
000033*--------------------------------------------------
000034 01  WS-NAC-ENTRY-DESC        PIC X(10) VALUE SPACES.
000035 01  WS-NAC-EFFECTIVE-DATE    PIC 9(8) VALUE ZERO.
000036
000037*--------------------------------------------------
000038* One entry, filled by the caller before each
000039* PERFORM WRITE-NACHA-ENTRY. WS-NAC-TRAN-CODE is
000040* "22" for a checking credit, "23" for a zero-
000041* dollar checking prenote. A blank
000042* WS-NAC-PAYMENT-INFO writes no addenda record.
000043*--------------------------------------------------
000044 01  WS-NAC-TRAN-CODE         PIC X(2)  VALUE "22".
000045 01  WS-NAC-ROUTING           PIC 9(9)  VALUE ZERO.
000046 01  WS-NAC-ROUTING-PARTS REDEFINES WS-NAC-ROUTING.
000047     05  WS-NAC-RDFI-ID       PIC 9(8).
000048     05  WS-NAC-CHECK-DIGIT   PIC 9(1).
000049 01  WS-NAC-ACCOUNT           PIC X(17) VALUE SPACES.
000050 01  WS-NAC-AMOUNT            PIC 9(8)V99 VALUE ZERO.
000051 01  WS-NAC-INDIVIDUAL-ID     PIC X(15) VALUE SPACES.
000052 01  WS-NAC-INDIVIDUAL-NAME   PIC X(22) VALUE SPACES.
000053 01  WS-NAC-PAYMENT-INFO      PIC X(80) VALUE SPACES.
000054
000055*--------------------------------------------------
000056* File totals for the batch and file control
000057* records. The entry hash is the sum of the
000058* receiving banks' 8-digit routing ids, carried
000059* wider than the 10 digits the control records
000060* hold so the MOVE drops the high-order overflow
000061* the specification says to drop.
000062*--------------------------------------------------
000063 01  WS-NAC-STARTED-SWITCH    PIC X(1) VALUE "N".
000064     88  WS-NAC-FILE-STARTED      VALUE "Y".
000065 01  WS-NAC-CREATION-DATE     PIC 9(8) VALUE ZERO.
000066 01  WS-NAC-CREATION-TIME     PIC 9(8) VALUE ZERO.
000067 01  WS-NAC-ENTRY-COUNT       PIC 9(6) VALUE ZERO.
000068 01  WS-NAC-ADDENDA-COUNT     PIC 9(6) VALUE ZERO.
000069 01  WS-NAC-RECORD-COUNT      PIC 9(6) VALUE ZERO.
000070 01  WS-NAC-BLOCK-COUNT       PIC 9(6) VALUE ZERO.
000071 01  WS-NAC-PAD-COUNT         PIC 9(2) VALUE ZERO.
000072 01  WS-NAC-HASH-TOTAL        PIC 9(12) VALUE ZERO.
000073 01  WS-NAC-CREDIT-TOTAL      PIC 9(10)V99 VALUE ZERO.
000074 01  WS-NAC-DEBIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
