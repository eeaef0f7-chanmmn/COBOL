000030* Shared WORKING-STORAGE items used by the PRVND01
000040* shared vendor field-entry paragraphs.
000050*--------------------------------------------------
000060 01  WS-DUP-SAVE-RECORD       PIC X(300).
000070 01  WS-DUP-SAVE-NUMBER       PIC 9(5).
000080 01  WS-DUP-CHECK-NAME        PIC X(30).
000090 01  WS-DUP-FOUND-SWITCH      PIC X(1) VALUE "N".
000340*--------------------------------------------------
000350 01  WS-OPERATOR-ID           PIC X(8).
000360 01  WS-AUDIT-ACTION          PIC X(6).
000370 01  WS-AUDIT-BEFORE-IMAGE    PIC X(300).
000380 01  WS-AUDIT-AFTER-IMAGE     PIC X(300).
000390
000400*--------------------------------------------------
000410* Intermediate ACCEPT field for VENDOR-BANK-ROUTING
000770 01  WS-RECORD-IN-USE-SWITCH  PIC X(1) VALUE "N".
000780     88  WS-RECORD-IN-USE         VALUE "Y".
000790 01  WS-RETRY-FIELD           PIC X(1).
000795
000800*--------------------------------------------------
000810* Bank details as read, and the outcome of parking
000820* a changed routing or account on the Vendor Bank
000830* Change File through VNDBKCHG. The caller names
000840* itself in WS-BANK-CHANGE-SOURCE.
000850*--------------------------------------------------
000860 01  WS-OLD-BANK-ROUTING      PIC 9(9).
000870 01  WS-OLD-BANK-ACCOUNT      PIC X(17).
000880 01  WS-BANK-CHANGE-SOURCE    PIC X(8).
000890 01  WS-BANK-CHANGE-RESULT    PIC X(1) VALUE "N".
000900     88  WS-BANK-CHANGE-QUEUED    VALUE "Q".
000910     88  WS-BANK-CHANGE-BUSY      VALUE "B".
000920*--------------------------------------------------
000930* Wire beneficiary details as read - they go
000940* through the same bank change approval as the
000950* routing and account - and the entry edits for
000960* them.
000970*--------------------------------------------------
000980 01  WS-OLD-SWIFT-BIC         PIC X(11).
000990 01  WS-OLD-IBAN              PIC X(34).
001000 01  WS-SWIFT-BIC-VALID-SWITCH PIC X(1) VALUE "N".
001010     88  WS-SWIFT-BIC-VALID       VALUE "Y".
001020 01  WS-IBAN-VALID-SWITCH     PIC X(1) VALUE "N".
001030     88  WS-IBAN-VALID            VALUE "Y".
001040*--------------------------------------------------
001050* Tax id as read, so a changed one can be sent
001060* back through the IRS TIN match.
001070*--------------------------------------------------
001080 01  WS-OLD-TAX-ID            PIC X(11).
