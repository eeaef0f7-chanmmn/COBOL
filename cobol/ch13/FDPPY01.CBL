000001*--------------------------------------------------
000002* FDPPY01.CBL
000003* Positive Pay issue file. One "I" record per
000004* check issued and one "V" record per check
000005* voided, in the order they happened, then one
000006* "T" trailer carrying the record count and the
000007* dollar total of every record above it. The
000008* detail layout is PPW-RECORD in FDPPW01.CBL -
000009* detail records pass through the work file
000010* unchanged.
000011*--------------------------------------------------
000012 FD  POSITIVE-PAY-FILE
000013     LABEL RECORDS ARE STANDARD.
000014 01  PPY-DETAIL-RECORD.
000015     05  PPY-RECORD-TYPE         PIC X(1).
000016         88  PPY-TRAILER             VALUE "T".
000017     05  FILLER                  PIC X(79).
000018 01  PPY-TRAILER-RECORD.
000019     05  PPY-TRL-RECORD-TYPE     PIC X(1).
000020     05  PPY-TRL-ACCOUNT-NUMBER  PIC X(17).
000021     05  PPY-TRL-FILE-DATE       PIC 9(8).
000022     05  PPY-TRL-RECORD-COUNT    PIC 9(6).
000023     05  PPY-TRL-TOTAL-AMOUNT    PIC 9(12)V99.
000024     05  FILLER                  PIC X(34).
