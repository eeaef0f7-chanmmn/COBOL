000001*--------------------------------------------------
000002* FDBKC01.CBL
000003* Vendor Bank Change record. BKC-STATUS walks one
000004* change through dual control and the prenote:
000005*   P keyed, waiting for a second operator
000006*   A approved and applied to the vendor master,
000007*     waiting for VNDPRE01 to send the prenote
000008*   N zero-dollar prenote sent on BKC-PRENOTE-DATE;
000009*     the vendor stays on check payments until
000010*     BKC-ACH-READY-DATE
000011*   C cleared - the vendor may be paid by ACH
000012*   R rejected by the approving operator
000013*   X cancelled by a VNDACHRT return of the
000014*     prenote, old bank details put back
000015* A change in P, A or N is still in progress and a
000016* second change for the same vendor is refused
000017* until it finishes. The old bank details are kept
000018* so an approval can check nothing else changed
000019* the master meanwhile, and so a returned prenote
000020* can put them back.
000021* The wire beneficiary SWIFT BIC and IBAN ride the
000022* same change, old and new, appended at the end;
000023* they read as SPACES on records written before.
000024*--------------------------------------------------
000025 FD  BANK-CHANGE-FILE
000026     LABEL RECORDS ARE STANDARD.
000027 01  BANK-CHANGE-RECORD.
000028     05  BKC-VENDOR-NUMBER       PIC 9(5).
000029     05  BKC-STATUS              PIC X(1).
000030         88  BKC-PENDING             VALUE "P".
000031         88  BKC-APPROVED            VALUE "A".
000032         88  BKC-PRENOTED            VALUE "N".
000033         88  BKC-CLEARED             VALUE "C".
000034         88  BKC-REJECTED            VALUE "R".
000035         88  BKC-CANCELLED           VALUE "X".
000036         88  BKC-CHANGE-IN-PROGRESS  VALUES "P" "A" "N".
000037     05  BKC-OLD-ROUTING         PIC 9(9).
000038     05  BKC-OLD-ACCOUNT         PIC X(17).
000039     05  BKC-NEW-ROUTING         PIC 9(9).
000040     05  BKC-NEW-ACCOUNT         PIC X(17).
000041     05  BKC-KEYED-BY            PIC X(8).
000042     05  BKC-KEYED-DATE          PIC 9(8).
000043     05  BKC-KEYED-PROGRAM       PIC X(8).
000044     05  BKC-APPROVED-BY         PIC X(8).
000045     05  BKC-APPROVED-DATE       PIC 9(8).
000046     05  BKC-PRENOTE-DATE        PIC 9(8).
000047     05  BKC-ACH-READY-DATE      PIC 9(8).
000048     05  BKC-CLOSED-DATE         PIC 9(8).
000049     05  BKC-RETURN-CODE         PIC X(3).
000050     05  BKC-OLD-SWIFT-BIC       PIC X(11).
000051     05  BKC-OLD-IBAN            PIC X(34).
000052     05  BKC-NEW-SWIFT-BIC       PIC X(11).
000053     05  BKC-NEW-IBAN            PIC X(34).
