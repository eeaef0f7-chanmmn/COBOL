000001*--------------------------------------------------
000002* FDPER01.CBL
000003* AP Period record. PER-STATUS "O" is open for
000004* posting, "C" closed by VNDCLS01. The balance
000005* and movement fields are the AP control roll-
000006* forward the close proved for the month -
000007* opening plus invoices, less credits and
000008* cancellations, less payments, plus voids, is
000009* the closing balance, which becomes the next
000010* period's opening balance. They are zero on a
000011* period that is still open, except the opening
000012* balance of the first period, which VNDPER01
000013* sets at cutover from the invoices already on
000014* file.
000015*--------------------------------------------------
000016 FD  AP-PERIOD-FILE
000017     LABEL RECORDS ARE STANDARD.
000018 01  AP-PERIOD-RECORD.
000019     05  PER-PERIOD              PIC 9(6).
000020     05  PER-STATUS              PIC X(1).
000021         88  PERIOD-OPEN             VALUE "O".
000022         88  PERIOD-CLOSED           VALUE "C".
000023     05  PER-OPENING-BALANCE     PIC S9(11)V99.
000024     05  PER-INVOICE-TOTAL       PIC S9(11)V99.
000025     05  PER-CREDIT-TOTAL        PIC S9(11)V99.
000026     05  PER-PAYMENT-TOTAL       PIC S9(11)V99.
000027     05  PER-VOID-TOTAL          PIC S9(11)V99.
000028     05  PER-CLOSING-BALANCE     PIC S9(11)V99.
000029     05  PER-OPENED-BY           PIC X(8).
000030     05  PER-OPENED-DATE         PIC 9(8).
000031     05  PER-CLOSED-BY           PIC X(8).
000032     05  PER-CLOSED-DATE         PIC 9(8).
