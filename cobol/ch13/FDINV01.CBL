000004* payable to a vendor. INV-STATUS is "O" while the
000005* invoice is open and flips to "P" when a payment
000006* run pays it - paid invoices stay on file so the
000007* payment can be answered for later. VNDINM01
000008* sets "X" on an invoice cancelled before payment,
000009* which leaves it on file but out of every open
000010* and paid total. Dates are
000011* YYYYMMDD so a due-date cutoff is a plain numeric
000012* compare.
000013* New fields are appended after the last one so
000014* records already on file stay readable - an
000015* appended field reads back as SPACES on an old
000016* record. INV-PO-NUMBER blank means the invoice
000017* was entered with no PO match.
000018* INV-DISCOUNT-PCT/INV-DISCOUNT-DATE carry early-
000019* payment terms (2%/10 net 30 is 02.00 and the
000020* tenth day after the invoice date). They read
000021* back as SPACES on a record written before they
000022* existed, so a user must test IS NUMERIC before
000023* comparing - no discount unless proved otherwise.
000024* INV-RECORD-TYPE "C" marks a credit memo - a
000025* vendor crediting us for a return - carried with
000026* a positive INV-GROSS-AMOUNT (the field is
000027* unsigned) and netted against the same vendor's
000028* invoices by the payment run. Anything else,
000029* including the SPACES an old record reads back,
000030* is an ordinary invoice.
000031* INV-APPROVAL-STATUS "P" holds a newly entered
000032* invoice out of the payment run until a second
000033* operator - not INV-ENTERED-BY, and within the
000034* OPR-APPROVAL-LIMIT on the Operator File -
000035* releases it with VNDAPR01, which stamps
000036* INV-APPROVED-BY and INV-APPROVED-DATE. Anything
000037* else, including the SPACES a record written
000038* before approval existed reads back, is approved.
000039* INV-DISPUTE-STATUS "D" is a dispute hold set and
000040* released in VNDINM01, with the reason keyed in
000041* INV-DISPUTE-REASON. A disputed invoice stays
000042* open and owed but the payment run passes it
000043* over until the hold is released.
000044* INV-ACCRUED-PERIOD is the AP period (YYYYMM)
000045* whose month-end close, VNDCLS01, accrued the
000046* invoice into the AP control account. The
000047* INV-RELIEVED- fields are stamped by the close
000048* that took it back out again - "P" for a payment
000049* relieved at INV-RELIEVED-DISCOUNT discount, "X"
000050* for a cancellation - so a later close can see a
000051* void or a cancel that undoes what it posted.
000052* They read back as SPACES on an older record and
000053* on one no close has reached yet: test IS
000054* NUMERIC before using either period.
000055* INV-CURRENCY-CODE is the currency the vendor
000056* billed in - INV-GROSS-AMOUNT and the GL
000057* distribution lines are in that currency. Blank
000058* (every older record) or USD is US dollars. A
000059* foreign invoice carries the VNDFXRCK rate it
000060* was entered at in INV-ENTRY-RATE and its US
000061* dollar value at that rate in
000062* INV-USD-GROSS-AMOUNT, which is what the AP
000063* control account and the approval limits work
000064* in. VNDPAY01 stamps INV-PAID-RATE, the rate the
000065* payment went out at, and the close that relieves
000066* the payment keeps it as INV-RELIEVED-RATE so a
000067* void reverses at the same rate. Test
000068* INV-USD-GROSS-AMOUNT IS NUMERIC before using it -
000069* on an older record INV-GROSS-AMOUNT is already
000070* US dollars.
000071* INV-WITHHELD-AMOUNT is the backup withholding
000072* VNDPAY01 kept back on the invoice's share of the
000073* payment - the close relieves cash for the rest
000074* and credits the withholding account for this -
000075* and INV-RELIEVED-WITHHELD what that close
000076* relieved, so a void turns it round. Test IS
000077* NUMERIC first; SPACES on an older record.
000078* INV-REMIT-CODE is the vendor's remit-to address
000079* (FDRMT01.CBL) the invoice is to be paid to.
000080* Blank - every older record, and every invoice
000081* keyed without one - means the vendor's default
000082* remit-to, or its Vendor File address when it has
000083* none; so does a code since removed.
000084*--------------------------------------------------
000085 FD  OPEN-INVOICE-FILE
000086     LABEL RECORDS ARE STANDARD.
000087 01  INVOICE-RECORD.
000088     05  INV-INVOICE-KEY.
000089         10  INV-VENDOR-NUMBER   PIC 9(5).
000090         10  INV-INVOICE-NUMBER  PIC X(10).
000091     05  INV-INVOICE-DATE        PIC 9(8).
000092     05  INV-DUE-DATE            PIC 9(8).
000093     05  INV-GROSS-AMOUNT        PIC 9(7)V99.
000094     05  INV-STATUS              PIC X(1).
000095         88  INVOICE-OPEN            VALUE "O".
000096         88  INVOICE-PAID            VALUE "P".
000097         88  INVOICE-CANCELLED       VALUE "X".
000098     05  INV-PAID-DATE           PIC 9(8).
000099     05  INV-PO-NUMBER           PIC X(10).
000100     05  INV-DISCOUNT-PCT        PIC 9(2)V99.
000101     05  INV-DISCOUNT-DATE       PIC 9(8).
000102     05  INV-RECORD-TYPE         PIC X(1).
000103         88  INVOICE-IS-CREDIT       VALUE "C".
000104     05  INV-APPROVAL-STATUS     PIC X(1).
000105         88  INVOICE-AWAITING-APPROVAL VALUE "P".
000106         88  INVOICE-APPROVED        VALUE "A".
000107     05  INV-ENTERED-BY          PIC X(8).
000108     05  INV-APPROVED-BY         PIC X(8).
000109     05  INV-APPROVED-DATE       PIC 9(8).
000110     05  INV-DISPUTE-STATUS      PIC X(1).
000111         88  INVOICE-DISPUTED        VALUE "D".
000112     05  INV-DISPUTE-REASON      PIC X(30).
000113     05  INV-ACCRUED-PERIOD      PIC 9(6).
000114     05  INV-RELIEVED-TYPE       PIC X(1).
000115         88  INVOICE-RELIEVED-BY-PAYMENT VALUE "P".
000116         88  INVOICE-RELIEVED-BY-CANCEL VALUE "X".
000117     05  INV-RELIEVED-PERIOD     PIC 9(6).
000118     05  INV-RELIEVED-DISCOUNT   PIC 9(7)V99.
000119     05  INV-CURRENCY-CODE       PIC X(3).
000120     05  INV-ENTRY-RATE          PIC 9(4)V9(6).
000121     05  INV-USD-GROSS-AMOUNT    PIC 9(9)V99.
000122     05  INV-PAID-RATE           PIC 9(4)V9(6).
000123     05  INV-RELIEVED-RATE       PIC 9(4)V9(6).
000124     05  INV-WITHHELD-AMOUNT     PIC 9(7)V99.
000125     05  INV-RELIEVED-WITHHELD   PIC 9(7)V99.
000126     05  INV-REMIT-CODE          PIC X(4).
