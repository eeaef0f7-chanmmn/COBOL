000001*--------------------------------------------------
000002* FDWIR01.CBL
000003* Wire Request record. A "D" detail is one wire:
000004* the beneficiary off the Vendor File with its
000005* SWIFT/BIC and IBAN, the currency and amount to
000006* send, the US dollar amount the register and
000007* history carry, and the invoice numbers paid,
000008* built the way the ACH addenda is. The one "T"
000009* trailer carries the wire count and the US
000010* dollar total, which ties to the register's WIRE
000011* AMOUNT line.
000012*--------------------------------------------------
000013 FD  WIRE-REQUEST-FILE
000014     LABEL RECORDS ARE STANDARD.
000015 01  WIRE-REQUEST-RECORD.
000016     05  WIR-RECORD-TYPE         PIC X(1).
000017         88  WIR-DETAIL              VALUE "D".
000018         88  WIR-TRAILER             VALUE "T".
000019     05  WIR-RUN-ID              PIC X(14).
000020     05  WIR-VALUE-DATE          PIC 9(8).
000021     05  WIR-VENDOR-NUMBER       PIC 9(5).
000022     05  WIR-BENEFICIARY-NAME    PIC X(30).
000023     05  WIR-BENEFICIARY-COUNTRY PIC X(2).
000024     05  WIR-SWIFT-BIC           PIC X(11).
000025     05  WIR-IBAN                PIC X(34).
000026     05  WIR-CURRENCY-CODE       PIC X(3).
000027     05  WIR-CURRENCY-AMOUNT     PIC 9(9)V99.
000028     05  WIR-USD-AMOUNT          PIC 9(9)V99.
000029     05  WIR-REMITTANCE-INFO     PIC X(80).
000030 01  WIRE-TRAILER-RECORD.
000031     05  WIR-TR-RECORD-TYPE      PIC X(1).
000032     05  WIR-TR-RUN-ID           PIC X(14).
000033     05  WIR-TR-VALUE-DATE       PIC 9(8).
000034     05  WIR-TR-WIRE-COUNT       PIC 9(6).
000035     05  WIR-TR-USD-TOTAL        PIC 9(11)V99.
000036     05  FILLER                  PIC X(168).
