000001*--------------------------------------------------
000002* FDIAU01.CBL
000003* Before/after audit trail record for Open Invoice
000004* File maintenance. One record is appended for
000005* every change, cancel, dispute hold and hold
000006* release VNDINM01 makes, so it can be answered
000007* later who altered an invoice after entry and
000008* what it said before. The images are the whole
000009* INVOICE-RECORD, space-filled on the right.
000010*--------------------------------------------------
000011 FD  INVOICE-AUDIT-LOG
000012     LABEL RECORDS ARE STANDARD.
000013 01  INVOICE-AUDIT-RECORD.
000014     05  IAU-DATE                PIC 9(8).
000015     05  IAU-TIME                PIC 9(8).
000016     05  IAU-OPERATOR-ID         PIC X(8).
000017     05  IAU-INVOICE-KEY.
000018         10  IAU-VENDOR-NUMBER   PIC 9(5).
000019         10  IAU-INVOICE-NUMBER  PIC X(10).
000020     05  IAU-ACTION              PIC X(6).
000021     05  IAU-BEFORE-IMAGE        PIC X(250).
000022     05  IAU-AFTER-IMAGE         PIC X(250).
