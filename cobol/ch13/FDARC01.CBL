000026     05  ARC-VENDOR-BANK-ACCOUNT PIC X(17).
000027     05  ARC-VENDOR-COUNTRY      PIC X(2).
000028     05  ARC-VENDOR-HOLD-FLAG    PIC X(1).
000029     05  ARC-VENDOR-SWIFT-BIC    PIC X(11).
000030     05  ARC-VENDOR-IBAN         PIC X(34).
000031     05  ARC-VENDOR-TIN-STATUS   PIC X(1).
000032     05  ARC-VENDOR-TIN-MATCH-CODE PIC X(1).
000033     05  ARC-VENDOR-TIN-MATCH-DATE PIC 9(8).
