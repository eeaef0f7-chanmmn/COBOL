000001*--------------------------------------------------
000002* FDCMP01.CBL
000003* Vendor Compliance Document record. CMP-DOC-TYPE
000004* is W9 (signed W-9 on file), INS (certificate of
000005* insurance) or CON (contract). CMP-RECEIVED-DATE
000006* zero means the document is expected but not yet
000007* held; CMP-EXPIRY-DATE zero means it does not
000008* expire - a W-9 never does. CMP-REQUIRED-FLAG "Y"
000009* on the INS record is what flags the vendor as
000010* one that must carry insurance: while the
000011* certificate is missing or past its expiry date
000012* the payment run holds the vendor. CMP-REFERENCE
000013* is free text - the policy or contract number.
000014*--------------------------------------------------
000015 FD  VENDOR-DOCUMENT-FILE
000016     LABEL RECORDS ARE STANDARD.
000017 01  VENDOR-DOCUMENT-RECORD.
000018     05  CMP-DOC-KEY.
000019         10  CMP-VENDOR-NUMBER   PIC 9(5).
000020         10  CMP-DOC-TYPE        PIC X(3).
000021             88  CMP-IS-W9           VALUE "W9 ".
000022             88  CMP-IS-INSURANCE    VALUE "INS".
000023             88  CMP-IS-CONTRACT     VALUE "CON".
000024             88  CMP-VALID-TYPE      VALUE "W9 " "INS" "CON".
000025     05  CMP-RECEIVED-DATE       PIC 9(8).
000026     05  CMP-EXPIRY-DATE         PIC 9(8).
000027     05  CMP-REQUIRED-FLAG       PIC X(1).
000028         88  CMP-DOC-REQUIRED        VALUE "Y".
000029     05  CMP-REFERENCE           PIC X(30).
000030     05  CMP-UPDATED-BY          PIC X(8).
000031     05  CMP-UPDATED-DATE        PIC 9(8).
