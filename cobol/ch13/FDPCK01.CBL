000001*--------------------------------------------------
000002* FDPCK01.CBL
000003* Payment Run Checkpoint record. PCK-RUN-ID is the
000004* run's start date and time, YYYYMMDDHHMMSS, and
000005* is the same value VNDPAY01 stamps on every
000006* PMT-RUN-ID the run writes to the history.
000007* The header carries the run's cutoff and payment
000008* dates, and in PCK-CHECK-NUMBER the last check
000009* number on the control file when the run began.
000010* A vendor record carries the payment as it was
000011* written to the history, currency and amount
000012* sent included. A restart record is
000013* written each time the run is picked up again; a
000014* positive pay record once the day's Positive Pay
000015* file has the run's checks on it; an end record
000016* when the run has finished. PCK-REMIT-CODE is the
000017* vendor's remit-to code the payment went to -
000018* a check vendor can be paid once per code.
000019*--------------------------------------------------
000020 FD  PAYMENT-CHECKPOINT-FILE
000021     LABEL RECORDS ARE STANDARD.
000022 01  PAYMENT-CHECKPOINT-RECORD.
000023     05  PCK-RECORD-TYPE         PIC X(1).
000024         88  PCK-RUN-HEADER          VALUE "H".
000025         88  PCK-VENDOR-PAID         VALUE "V".
000026         88  PCK-RUN-RESTARTED       VALUE "R".
000027         88  PCK-POSITIVE-PAY-SENT   VALUE "P".
000028         88  PCK-RUN-ENDED           VALUE "E".
000029     05  PCK-RUN-ID              PIC X(14).
000030     05  PCK-CUTOFF-DATE         PIC 9(8).
000031     05  PCK-RUN-DATE            PIC 9(8).
000032     05  PCK-OPERATOR-ID         PIC X(8).
000033     05  PCK-VENDOR-NUMBER       PIC 9(5).
000034     05  PCK-METHOD              PIC X(3).
000035     05  PCK-CHECK-NUMBER        PIC 9(6).
000036     05  PCK-INVOICE-COUNT       PIC 9(3).
000037     05  PCK-AMOUNT              PIC 9(9)V99.
000038     05  PCK-CURRENCY-CODE       PIC X(3).
000039     05  PCK-CURRENCY-AMOUNT     PIC 9(9)V99.
000040     05  PCK-REMIT-CODE          PIC X(4).
