000001*--------------------------------------------------
000002* WSPPY01.CBL
000003* Shared WORKING-STORAGE items for the PRPPY01
000004* Positive Pay paragraphs.
000005*--------------------------------------------------
000006 01  WS-PPY-FILE-STATUS       PIC X(2) VALUE "00".
000007 01  WS-PPW-FILE-STATUS       PIC X(2) VALUE "00".
000008 01  WS-PPY-FILE-DATE         PIC 9(8) VALUE ZERO.
000009 01  WS-PPY-FILE-NAME         PIC X(20) VALUE SPACES.
000010 01  WS-PPY-EOF-SWITCH        PIC X(1) VALUE "N".
000011     88  WS-PPY-AT-EOF            VALUE "Y".
000012 01  WS-PPY-OPEN-SWITCH       PIC X(1) VALUE "N".
000013     88  WS-PPY-OPEN              VALUE "Y".
000014
000015*--------------------------------------------------
000016* The disbursement account the checks are drawn
000017* on, as the bank has it on the Positive Pay
000018* service agreement.
000019*--------------------------------------------------
000020 01  WS-PPY-ACCOUNT-NUMBER    PIC X(17) VALUE
000021     "000004418723".
000022
000023*--------------------------------------------------
000024* One record, filled by the caller before each
000025* PERFORM WRITE-POSITIVE-PAY-RECORD.
000026*--------------------------------------------------
000027 01  WS-PPY-RECORD-TYPE       PIC X(1) VALUE "I".
000028 01  WS-PPY-CHECK-NUMBER      PIC 9(6) VALUE ZERO.
000029 01  WS-PPY-AMOUNT            PIC 9(9)V99 VALUE ZERO.
000030 01  WS-PPY-ISSUE-DATE        PIC 9(8) VALUE ZERO.
000031 01  WS-PPY-PAYEE-NAME        PIC X(30) VALUE SPACES.
000032
000033*--------------------------------------------------
000034* Trailer totals - everything already on the
000035* day's file plus everything this program adds.
000036*--------------------------------------------------
000037 01  WS-PPY-RECORD-COUNT      PIC 9(6) VALUE ZERO.
000038 01  WS-PPY-TOTAL-AMOUNT      PIC 9(12)V99 VALUE ZERO.
000039 01  WS-PPY-ADDED-COUNT       PIC 9(5) VALUE ZERO.
