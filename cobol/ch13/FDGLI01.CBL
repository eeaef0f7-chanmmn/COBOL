000001*--------------------------------------------------
000002* FDGLI01.CBL
000003* GL Interface record. A "D" detail carries one
000004* account's net movement for one source - ACCRUAL
000005* for invoices accrued, CREDIT for credit memos
000006* and cancellations, PAYMENT for payments
000007* relieving the AP control account, VOID for
000008* payments voided after a close relieved them -
000009* as a debit or a credit, never both. The one "T"
000010* trailer carries the detail count and the debit
000011* and credit totals, which are equal: the file
000012* balances or it is not written.
000013*--------------------------------------------------
000014 FD  GL-INTERFACE-FILE
000015     LABEL RECORDS ARE STANDARD.
000016 01  GL-INTERFACE-RECORD.
000017     05  GLI-RECORD-TYPE         PIC X(1).
000018         88  GLI-DETAIL              VALUE "D".
000019         88  GLI-TRAILER             VALUE "T".
000020     05  GLI-PERIOD              PIC 9(6).
000021     05  GLI-POSTING-DATE        PIC 9(8).
000022     05  GLI-ACCOUNT             PIC X(8).
000023     05  GLI-SOURCE              PIC X(8).
000024     05  GLI-DEBIT-AMOUNT        PIC 9(11)V99.
000025     05  GLI-CREDIT-AMOUNT       PIC 9(11)V99.
000026     05  GLI-ENTRY-COUNT         PIC 9(5).
000027     05  GLI-DESCRIPTION         PIC X(30).
