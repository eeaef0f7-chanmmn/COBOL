000013* byte offsets of existing fields - and the
000014* VENDOR-STATE alternate index in SLVND01.CBL -
000015* never shift for records already on file.
000016* VENDOR-SWIFT-BIC and VENDOR-IBAN are the
000017* beneficiary bank and account for an
000018* international wire; a vendor carrying both is
000019* paid by wire. Like the routing and account they
000020* reach the master only through VNDBKA01's dual
000021* control, and read back SPACES on an old record.
000022* VENDOR-TIN-STATUS is the last IRS TIN match
000023* VNDTIN02 loaded for the vendor's name and
000024* VENDOR-TAX-ID: "M" matched, "X" the IRS does
000025* not match them. Anything else - the SPACES an
000026* old record reads back, a vendor never sent -
000027* is unchecked. VENDOR-TIN-MATCH-CODE is the IRS
000028* result indicator and VENDOR-TIN-MATCH-DATE the
000029* day it was loaded. A new tax id keyed through
000030* PRVND01 or VNDMNT01 sets the status back to
000031* unchecked until the next match. A 1099 vendor
000032* with no tax id or a mismatched one is paid
000033* less backup withholding by VNDPAY01.
000034*--------------------------------------------------
000035 FD  VENDOR-FILE
000036     LABEL RECORDS ARE STANDARD.
000037 01  VENDOR-RECORD.
000038     05  VENDOR-NUMBER           PIC 9(5).
000039     05  VENDOR-NAME             PIC X(30).
000040     05  VENDOR-ADDRESS-1        PIC X(30).
000041     05  VENDOR-ADDRESS-2        PIC X(30).
000042     05  VENDOR-CITY             PIC X(20).
000043     05  VENDOR-STATE            PIC X(2).
000044     05  VENDOR-ZIP              PIC X(10).
000045     05  VENDOR-CONTACT          PIC X(30).
000046     05  VENDOR-PHONE            PIC X(15).
000047     05  VENDOR-STATUS           PIC X(1).
000048         88  VENDOR-ACTIVE           VALUE "A".
000049         88  VENDOR-INACTIVE         VALUE "I".
000050     05  VENDOR-TAX-ID           PIC X(11).
000051     05  VENDOR-1099-FLAG        PIC X(1).
000052         88  VENDOR-1099-ELIGIBLE    VALUE "Y".
000053         88  VENDOR-NOT-1099-ELIGIBLE VALUE "N".
000054     05  VENDOR-BANK-ROUTING     PIC 9(9).
000055     05  VENDOR-BANK-ACCOUNT     PIC X(17).
000056     05  VENDOR-COUNTRY          PIC X(2).
000057         88  VENDOR-IS-US            VALUE "US".
000058     05  VENDOR-HOLD-FLAG        PIC X(1).
000059         88  VENDOR-PAYMENT-HELD     VALUE "H".
000060     05  VENDOR-SWIFT-BIC        PIC X(11).
000061     05  VENDOR-IBAN             PIC X(34).
000062     05  VENDOR-TIN-STATUS       PIC X(1).
000063         88  VENDOR-TIN-MATCHED      VALUE "M".
000064         88  VENDOR-TIN-MISMATCHED   VALUE "X".
000065     05  VENDOR-TIN-MATCH-CODE   PIC X(1).
000066     05  VENDOR-TIN-MATCH-DATE   PIC 9(8).
