000024     05  AIV-DISCOUNT-PCT        PIC 9(2)V99.
000025     05  AIV-DISCOUNT-DATE       PIC 9(8).
000026     05  AIV-RECORD-TYPE         PIC X(1).
000027     05  AIV-APPROVAL-STATUS     PIC X(1).
000028     05  AIV-ENTERED-BY          PIC X(8).
000029     05  AIV-APPROVED-BY         PIC X(8).
000030     05  AIV-APPROVED-DATE       PIC 9(8).
000031     05  AIV-DISPUTE-STATUS      PIC X(1).
000032     05  AIV-DISPUTE-REASON      PIC X(30).
000033     05  AIV-ACCRUED-PERIOD      PIC 9(6).
000034     05  AIV-RELIEVED-TYPE       PIC X(1).
000035     05  AIV-RELIEVED-PERIOD     PIC 9(6).
000036     05  AIV-RELIEVED-DISCOUNT   PIC 9(7)V99.
000037     05  AIV-CURRENCY-CODE       PIC X(3).
000038     05  AIV-ENTRY-RATE          PIC 9(4)V9(6).
000039     05  AIV-USD-GROSS-AMOUNT    PIC 9(9)V99.
000040     05  AIV-PAID-RATE           PIC 9(4)V9(6).
000041     05  AIV-RELIEVED-RATE       PIC 9(4)V9(6).
000042     05  AIV-WITHHELD-AMOUNT     PIC 9(7)V99.
000043     05  AIV-RELIEVED-WITHHELD   PIC 9(7)V99.
000044     05  AIV-REMIT-CODE          PIC X(4).
