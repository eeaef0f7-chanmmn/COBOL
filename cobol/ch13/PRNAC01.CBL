000001*--------------------------------------------------
000002* PRNAC01.CBL
000003* Shared paragraphs that build a one-batch NACHA
000004* CCD+ credit file, COPYed into the PROCEDURE
000005* DIVISION the way PRSGN01.CBL is. The copying
000006* program COPYs FDNAC01.CBL and WSNAC01.CBL, opens
000007* NACHA-FILE OUTPUT, sets WS-NAC-ENTRY-DESC and
000008* WS-NAC-EFFECTIVE-DATE, PERFORMs WRITE-NACHA-ENTRY
000009* once per entry and FINISH-NACHA-FILE once at the
000010* end, then closes the file. The headers go out
000011* with the first entry, so a run with no entries
000012* leaves an empty file rather than a header-only
000013* one the bank would reject.
000014*--------------------------------------------------
000015 START-NACHA-FILE.
000016      ACCEPT WS-NAC-CREATION-DATE FROM DATE YYYYMMDD.
000017      ACCEPT WS-NAC-CREATION-TIME FROM TIME.
000018      MOVE SPACES TO NAC-FILE-HEADER-RECORD.
000019      MOVE "1" TO NAC-FH-RECORD-TYPE.
000020      MOVE "01" TO NAC-FH-PRIORITY-CODE.
000021      MOVE WS-NAC-IMMEDIATE-DEST TO NAC-FH-IMMEDIATE-DEST.
000022      MOVE WS-NAC-IMMEDIATE-ORIGIN
000023          TO NAC-FH-IMMEDIATE-ORIGIN.
000024      MOVE WS-NAC-CREATION-DATE (3:6)
000025          TO NAC-FH-CREATION-DATE.
000026      MOVE WS-NAC-CREATION-TIME (1:4)
000027          TO NAC-FH-CREATION-TIME.
000028      MOVE "A" TO NAC-FH-FILE-ID-MODIFIER.
000029      MOVE "094" TO NAC-FH-RECORD-SIZE.
000030      MOVE "10" TO NAC-FH-BLOCKING-FACTOR.
000031      MOVE "1" TO NAC-FH-FORMAT-CODE.
000032      MOVE WS-NAC-DEST-NAME TO NAC-FH-DEST-NAME.
000033      MOVE WS-NAC-ORIGIN-NAME TO NAC-FH-ORIGIN-NAME.
000034      WRITE NAC-FILE-HEADER-RECORD.
000035      PERFORM CHECK-NACHA-WRITE.
000036      MOVE SPACES TO NAC-BATCH-HEADER-RECORD.
000037      MOVE "5" TO NAC-BH-RECORD-TYPE.
000038      MOVE "220" TO NAC-BH-SERVICE-CLASS.
000039      MOVE WS-NAC-COMPANY-NAME TO NAC-BH-COMPANY-NAME.
000040      MOVE WS-NAC-COMPANY-ID TO NAC-BH-COMPANY-ID.
000041      MOVE "CCD" TO NAC-BH-SEC-CODE.
000042      MOVE WS-NAC-ENTRY-DESC TO NAC-BH-ENTRY-DESC.
000043      MOVE WS-NAC-EFFECTIVE-DATE (3:6)
000044          TO NAC-BH-DESCRIPTIVE-DATE.
000045      MOVE WS-NAC-EFFECTIVE-DATE (3:6)
000046          TO NAC-BH-EFFECTIVE-DATE.
000047      MOVE "1" TO NAC-BH-ORIGINATOR-STATUS.
000048      MOVE WS-NAC-ODFI-ID TO NAC-BH-ODFI-ID.
000049      MOVE 1 TO NAC-BH-BATCH-NUMBER.
000050      WRITE NAC-BATCH-HEADER-RECORD.
000051      PERFORM CHECK-NACHA-WRITE.
000052      MOVE "Y" TO WS-NAC-STARTED-SWITCH.
000053
000054*--------------------------------------------------
000055* One entry detail record and, when the caller
000056* supplied remittance text, its one CCD+ addenda
000057* record. The trace number is the originating
000058* bank's id and the entry's sequence in the batch.
000059*--------------------------------------------------
000060 WRITE-NACHA-ENTRY.
000061      IF NOT WS-NAC-FILE-STARTED
000062          PERFORM START-NACHA-FILE
000063      END-IF.
000064      ADD 1 TO WS-NAC-ENTRY-COUNT.
000065      MOVE SPACES TO NAC-ENTRY-DETAIL-RECORD.
000066      MOVE "6" TO NAC-ED-RECORD-TYPE.
000067      MOVE WS-NAC-TRAN-CODE TO NAC-ED-TRAN-CODE.
000068      MOVE WS-NAC-RDFI-ID TO NAC-ED-RDFI-ID.
000069      MOVE WS-NAC-CHECK-DIGIT TO NAC-ED-CHECK-DIGIT.
000070      MOVE WS-NAC-ACCOUNT TO NAC-ED-DFI-ACCOUNT.
000071      MOVE WS-NAC-AMOUNT TO NAC-ED-AMOUNT.
000072      MOVE WS-NAC-INDIVIDUAL-ID TO NAC-ED-INDIVIDUAL-ID.
000073      MOVE WS-NAC-INDIVIDUAL-NAME
000074          TO NAC-ED-INDIVIDUAL-NAME.
000075      IF WS-NAC-PAYMENT-INFO = SPACES
000076          MOVE "0" TO NAC-ED-ADDENDA-INDICATOR
000077      ELSE
000078          MOVE "1" TO NAC-ED-ADDENDA-INDICATOR
000079      END-IF.
000080      MOVE WS-NAC-ODFI-ID TO NAC-ED-TRACE-ODFI.
000081      MOVE WS-NAC-ENTRY-COUNT TO NAC-ED-TRACE-SEQUENCE.
000082      WRITE NAC-ENTRY-DETAIL-RECORD.
000083      PERFORM CHECK-NACHA-WRITE.
000084      ADD WS-NAC-RDFI-ID TO WS-NAC-HASH-TOTAL.
000085      ADD WS-NAC-AMOUNT TO WS-NAC-CREDIT-TOTAL.
000086      IF WS-NAC-PAYMENT-INFO NOT = SPACES
000087          PERFORM WRITE-NACHA-ADDENDA
000088      END-IF.
000089
000090 WRITE-NACHA-ADDENDA.
000091      ADD 1 TO WS-NAC-ADDENDA-COUNT.
000092      MOVE SPACES TO NAC-ADDENDA-RECORD.
000093      MOVE "7" TO NAC-AD-RECORD-TYPE.
000094      MOVE "05" TO NAC-AD-TYPE-CODE.
000095      MOVE WS-NAC-PAYMENT-INFO TO NAC-AD-PAYMENT-INFO.
000096      MOVE 1 TO NAC-AD-SEQUENCE.
000097      MOVE WS-NAC-ENTRY-COUNT TO NAC-AD-ENTRY-SEQUENCE.
000098      WRITE NAC-ADDENDA-RECORD.
000099      PERFORM CHECK-NACHA-WRITE.
000100
000101*--------------------------------------------------
000102* Batch control, file control and the all-9 pad
000103* records that fill out the last block of ten.
000104* Nothing is written when no entry ever was. The
000105* block count includes the file control record
000106* about to be written.
000107*--------------------------------------------------
000108 FINISH-NACHA-FILE.
000109      IF WS-NAC-FILE-STARTED
000110          PERFORM WRITE-NACHA-BATCH-CONTROL
000111          PERFORM WRITE-NACHA-FILE-CONTROL
000112          PERFORM WRITE-NACHA-PAD-RECORD
000113              UNTIL WS-NAC-PAD-COUNT = ZEROES
000114      END-IF.
000115
000116 WRITE-NACHA-BATCH-CONTROL.
000117      MOVE SPACES TO NAC-BATCH-CONTROL-RECORD.
000118      MOVE "8" TO NAC-BC-RECORD-TYPE.
000119      MOVE "220" TO NAC-BC-SERVICE-CLASS.
000120      COMPUTE NAC-BC-ENTRY-COUNT =
000121          WS-NAC-ENTRY-COUNT + WS-NAC-ADDENDA-COUNT.
000122      MOVE WS-NAC-HASH-TOTAL TO NAC-BC-ENTRY-HASH.
000123      MOVE WS-NAC-DEBIT-TOTAL TO NAC-BC-TOTAL-DEBIT.
000124      MOVE WS-NAC-CREDIT-TOTAL TO NAC-BC-TOTAL-CREDIT.
000125      MOVE WS-NAC-COMPANY-ID TO NAC-BC-COMPANY-ID.
000126      MOVE WS-NAC-ODFI-ID TO NAC-BC-ODFI-ID.
000127      MOVE 1 TO NAC-BC-BATCH-NUMBER.
000128      WRITE NAC-BATCH-CONTROL-RECORD.
000129      PERFORM CHECK-NACHA-WRITE.
000130
000131 WRITE-NACHA-FILE-CONTROL.
000132      ADD 1 TO WS-NAC-RECORD-COUNT.
000133      COMPUTE WS-NAC-BLOCK-COUNT =
000134          (WS-NAC-RECORD-COUNT + 9) / 10.
000135      COMPUTE WS-NAC-PAD-COUNT =
000136          WS-NAC-BLOCK-COUNT * 10 - WS-NAC-RECORD-COUNT.
000137      MOVE SPACES TO NAC-FILE-CONTROL-RECORD.
000138      MOVE "9" TO NAC-FC-RECORD-TYPE.
000139      MOVE 1 TO NAC-FC-BATCH-COUNT.
000140      MOVE WS-NAC-BLOCK-COUNT TO NAC-FC-BLOCK-COUNT.
000141      COMPUTE NAC-FC-ENTRY-COUNT =
000142          WS-NAC-ENTRY-COUNT + WS-NAC-ADDENDA-COUNT.
000143      MOVE WS-NAC-HASH-TOTAL TO NAC-FC-ENTRY-HASH.
000144      MOVE WS-NAC-DEBIT-TOTAL TO NAC-FC-TOTAL-DEBIT.
000145      MOVE WS-NAC-CREDIT-TOTAL TO NAC-FC-TOTAL-CREDIT.
000146      WRITE NAC-FILE-CONTROL-RECORD.
000147      IF WS-NAC-FILE-STATUS NOT = "00"
000148          DISPLAY "NACHA FILE WRITE FAILED - STATUS "
000149              WS-NAC-FILE-STATUS
000150      END-IF.
000151
000152 WRITE-NACHA-PAD-RECORD.
000153      MOVE ALL "9" TO NAC-FILLER-RECORD.
000154      WRITE NAC-FILLER-RECORD.
000155      SUBTRACT 1 FROM WS-NAC-PAD-COUNT.
000156
000157*--------------------------------------------------
000158* Every record but the file control and the pads
000159* is counted here toward the block count.
000160*--------------------------------------------------
000161 CHECK-NACHA-WRITE.
000162      ADD 1 TO WS-NAC-RECORD-COUNT.
000163      IF WS-NAC-FILE-STATUS NOT = "00"
000164          DISPLAY "NACHA FILE WRITE FAILED - STATUS "
000165              WS-NAC-FILE-STATUS
000166      END-IF.
