000006* and merges and see full bank account numbers. A
000007* program checks "at least level N", so a higher
000008* level always includes the lower ones.
000009* OPR-APPROVAL-LIMIT is the largest invoice the
000010* operator may release for payment in VNDAPR01.
000011* It reads back as SPACES on a record written
000012* before the limit existed, so test IS NUMERIC -
000013* no limit on file means no approvals.
000014*--------------------------------------------------
000015 FD  OPERATOR-FILE
000016     LABEL RECORDS ARE STANDARD.
000017 01  OPERATOR-RECORD.
000018     05  OPR-OPERATOR-ID         PIC X(8).
000019     05  OPR-NAME                PIC X(30).
000020     05  OPR-AUTHORITY           PIC 9(1).
000021         88  OPR-INQUIRY-LEVEL       VALUE 1.
000022         88  OPR-UPDATE-LEVEL        VALUE 2.
000023         88  OPR-PAYMENT-LEVEL       VALUE 3.
000024     05  OPR-APPROVAL-LIMIT      PIC 9(7)V99.
