000001*--------------------------------------------------
000002* FDPPW01.CBL
000003* Positive Pay detail record, as held on the work
000004* file and as sent on the day's issue file.
000005* PPW-RECORD-TYPE is "I" for an issued check and
000006* "V" for a void; PPW-ISSUE-DATE on a void is the
000007* date the check was originally issued. The
000008* amount has two implied decimals.
000009*--------------------------------------------------
000010 FD  POSITIVE-PAY-WORK
000011     LABEL RECORDS ARE STANDARD.
000012 01  PPW-RECORD.
000013     05  PPW-RECORD-TYPE         PIC X(1).
000014         88  PPW-ISSUE               VALUE "I".
000015         88  PPW-VOID                VALUE "V".
000016     05  PPW-ACCOUNT-NUMBER      PIC X(17).
000017     05  PPW-CHECK-NUMBER        PIC 9(10).
000018     05  PPW-AMOUNT              PIC 9(10)V99.
000019     05  PPW-ISSUE-DATE          PIC 9(8).
000020     05  PPW-PAYEE-NAME          PIC X(30).
000021     05  FILLER                  PIC X(2).
