000008* name the payment the same way the history record
000009* does; PDT-CHECK-NUMBER is zero for an electronic
000010* payment, matching PMT-CHECK-NUMBER.
000011* PDT-AMOUNT is the US dollars paid against the
000012* invoice. A foreign-currency invoice also carries
000013* its currency, the net paid in that currency and
000014* the rate it was paid at; the fields read back
000015* SPACES on an older record, which was US dollars.
000016*--------------------------------------------------
000017 FD  PAYMENT-DETAIL-FILE
000018     LABEL RECORDS ARE STANDARD.
000019 01  PAYMENT-DETAIL-RECORD.
000020     05  PDT-PAYMENT-DATE        PIC 9(8).
000021     05  PDT-VENDOR-NUMBER       PIC 9(5).
000022     05  PDT-CHECK-NUMBER        PIC 9(6).
000023     05  PDT-METHOD              PIC X(3).
000024     05  PDT-INVOICE-NUMBER      PIC X(10).
000025     05  PDT-AMOUNT              PIC 9(7)V99.
000026     05  PDT-CURRENCY-CODE       PIC X(3).
000027     05  PDT-CURRENCY-AMOUNT     PIC 9(7)V99.
000028     05  PDT-PAID-RATE           PIC 9(4)V9(6).
