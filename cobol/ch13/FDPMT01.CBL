000025* by VNDBNK01 when the bank's cleared-items file
000026* shows the check paid; the same test-for-the-
000027* letter rule applies - only "C" means cleared.
000028* PMT-RUN-ID is the VNDPAY01 run that wrote the
000029* payment - its start date and time, the same id
000030* the Payment Run Checkpoint File carries - so a
000031* restarted run knows what it already paid.
000032* PMT-METHOD "WIR" is an international wire sent
000033* through the wire request file; like ACH it has
000034* no check number. PMT-AMOUNT is always the US
000035* dollar amount; PMT-CURRENCY-CODE and
000036* PMT-CURRENCY-AMOUNT are what the vendor was
000037* actually sent - USD and PMT-AMOUNT for every
000038* payment but a wire made in the vendor's own
000039* currency.
000040* PMT-STATUS "E" is a stale check VNDESC01 has
000041* turned over to the state as unclaimed property:
000042* it is neither outstanding nor voidable, and the
000043* bank is told to refuse it. PMT-LETTER-DATE is
000044* the day the due-diligence letter went to the
000045* payee, PMT-ESCHEAT-DATE the day it escheated -
000046* both zero until then.
000047* PMT-WITHHELD-AMOUNT is the federal backup
000048* withholding VNDPAY01 kept back from a 1099
000049* vendor with no tax id or a mismatched one.
000050* PMT-AMOUNT is what was actually sent, so the
000051* payment the 1099 reports is the two added
000052* together. Zero on every other payment.
000053* PMT-REMIT-CODE is the remit-to code (FDRMT01.CBL)
000054* the payment was addressed to - blank for the
000055* Vendor File address. A check vendor is paid one
000056* check per remit-to code in a run.
000057*--------------------------------------------------
000058 FD  VENDOR-PAYMENT-HISTORY
000059     LABEL RECORDS ARE STANDARD.
000060 01  PAYMENT-RECORD.
000061     05  PMT-PAYMENT-DATE        PIC 9(8).
000062     05  PMT-VENDOR-NUMBER       PIC 9(5).
000063     05  PMT-VENDOR-NAME         PIC X(30).
000064     05  PMT-METHOD              PIC X(3).
000065         88  PMT-BY-ACH              VALUE "ACH".
000066         88  PMT-BY-CHECK            VALUE "CHK".
000067         88  PMT-BY-WIRE             VALUE "WIR".
000068     05  PMT-CHECK-NUMBER        PIC 9(6).
000069     05  PMT-INVOICE-COUNT       PIC 9(3).
000070     05  PMT-AMOUNT              PIC 9(9)V99.
000071     05  PMT-STATUS              PIC X(1).
000072         88  PMT-VOIDED              VALUE "V".
000073         88  PMT-ESCHEATED           VALUE "E".
000074     05  PMT-CLEARED-FLAG        PIC X(1).
000075         88  PMT-CLEARED             VALUE "C".
000076     05  PMT-CLEARED-DATE        PIC 9(8).
000077     05  PMT-RUN-ID              PIC X(14).
000078     05  PMT-CURRENCY-CODE       PIC X(3).
000079     05  PMT-CURRENCY-AMOUNT     PIC 9(9)V99.
000080     05  PMT-LETTER-DATE         PIC 9(8).
000081     05  PMT-ESCHEAT-DATE        PIC 9(8).
000082     05  PMT-WITHHELD-AMOUNT     PIC 9(9)V99.
000083     05  PMT-REMIT-CODE          PIC X(4).
