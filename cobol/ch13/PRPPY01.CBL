000001*--------------------------------------------------
000002* PRPPY01.CBL
000003* Shared Positive Pay paragraphs, COPYed into the
000004* PROCEDURE DIVISION the way PRSGN01.CBL is. The
000005* copying program COPYs SLPPY01/FDPPY01 and
000006* SLPPW01/FDPPW01 for the day's file and its work
000007* file and WSPPY01.CBL for the fields, PERFORMs
000008* WRITE-POSITIVE-PAY-RECORD once per check issued
000009* or voided, and CLOSE-POSITIVE-PAY-FILE once at
000010* the end. The day's file is only touched when
000011* something is actually written to it.
000012*--------------------------------------------------
000013 OPEN-POSITIVE-PAY-FILE.
000014      ACCEPT WS-PPY-FILE-DATE FROM DATE YYYYMMDD.
000015      MOVE SPACES TO WS-PPY-FILE-NAME.
000016      STRING "ppy" WS-PPY-FILE-DATE ".txt"
000017          DELIMITED BY SIZE
000018          INTO WS-PPY-FILE-NAME.
000019      MOVE ZEROES TO WS-PPY-RECORD-COUNT.
000020      MOVE ZEROES TO WS-PPY-TOTAL-AMOUNT.
000021      OPEN OUTPUT POSITIVE-PAY-WORK.
000022      IF WS-PPW-FILE-STATUS NOT = "00"
000023          DISPLAY "POSITIVE PAY WORK OPEN FAILED - STATUS "
000024              WS-PPW-FILE-STATUS
000025      END-IF.
000026      OPEN INPUT POSITIVE-PAY-FILE.
000027      IF WS-PPY-FILE-STATUS = "00"
000028          MOVE "N" TO WS-PPY-EOF-SWITCH
000029          PERFORM CARRY-FORWARD-PPY-RECORD
000030              UNTIL WS-PPY-AT-EOF
000031          CLOSE POSITIVE-PAY-FILE
000032      ELSE
000033          IF WS-PPY-FILE-STATUS NOT = "35"
000034              DISPLAY "POSITIVE PAY OPEN FAILED - STATUS "
000035                  WS-PPY-FILE-STATUS
000036          END-IF
000037      END-IF.
000038      MOVE "Y" TO WS-PPY-OPEN-SWITCH.
000039
000040*--------------------------------------------------
000041* An earlier run's records today are carried to
000042* the work file; its trailer is dropped, to be
000043* replaced by one covering the whole day.
000044*--------------------------------------------------
000045 CARRY-FORWARD-PPY-RECORD.
000046      READ POSITIVE-PAY-FILE
000047          AT END
000048              MOVE "Y" TO WS-PPY-EOF-SWITCH
000049          NOT AT END
000050              IF NOT PPY-TRAILER
000051                  MOVE PPY-DETAIL-RECORD TO PPW-RECORD
000052                  PERFORM WRITE-PPY-WORK-RECORD
000053              END-IF
000054      END-READ.
000055
000056 WRITE-POSITIVE-PAY-RECORD.
000057      IF NOT WS-PPY-OPEN
000058          PERFORM OPEN-POSITIVE-PAY-FILE
000059      END-IF.
000060      MOVE SPACES TO PPW-RECORD.
000061      MOVE WS-PPY-RECORD-TYPE TO PPW-RECORD-TYPE.
000062      MOVE WS-PPY-ACCOUNT-NUMBER TO PPW-ACCOUNT-NUMBER.
000063      MOVE WS-PPY-CHECK-NUMBER TO PPW-CHECK-NUMBER.
000064      MOVE WS-PPY-AMOUNT TO PPW-AMOUNT.
000065      MOVE WS-PPY-ISSUE-DATE TO PPW-ISSUE-DATE.
000066      MOVE WS-PPY-PAYEE-NAME TO PPW-PAYEE-NAME.
000067      PERFORM WRITE-PPY-WORK-RECORD.
000068      ADD 1 TO WS-PPY-ADDED-COUNT.
000069
000070 WRITE-PPY-WORK-RECORD.
000071      ADD 1 TO WS-PPY-RECORD-COUNT.
000072      ADD PPW-AMOUNT TO WS-PPY-TOTAL-AMOUNT.
000073      WRITE PPW-RECORD.
000074      IF WS-PPW-FILE-STATUS NOT = "00"
000075          DISPLAY "POSITIVE PAY WORK WRITE FAILED - STATUS "
000076              WS-PPW-FILE-STATUS
000077      END-IF.
000078
000079*--------------------------------------------------
000080* The work file goes back over the day's file
000081* whole, with one trailer for the lot.
000082*--------------------------------------------------
000083 CLOSE-POSITIVE-PAY-FILE.
000084      IF WS-PPY-OPEN
000085          CLOSE POSITIVE-PAY-WORK
000086          OPEN INPUT POSITIVE-PAY-WORK
000087          OPEN OUTPUT POSITIVE-PAY-FILE
000088          MOVE "N" TO WS-PPY-EOF-SWITCH
000089          PERFORM COPY-BACK-PPY-RECORD
000090              UNTIL WS-PPY-AT-EOF
000091          PERFORM WRITE-PPY-TRAILER
000092          CLOSE POSITIVE-PAY-WORK
000093          CLOSE POSITIVE-PAY-FILE
000094          MOVE "N" TO WS-PPY-OPEN-SWITCH
000095      END-IF.
000096
000097 COPY-BACK-PPY-RECORD.
000098      READ POSITIVE-PAY-WORK
000099          AT END
000100              MOVE "Y" TO WS-PPY-EOF-SWITCH
000101          NOT AT END
000102              MOVE PPW-RECORD TO PPY-DETAIL-RECORD
000103              WRITE PPY-DETAIL-RECORD
000104      END-READ.
000105
000106 WRITE-PPY-TRAILER.
000107      MOVE SPACES TO PPY-TRAILER-RECORD.
000108      MOVE "T" TO PPY-TRL-RECORD-TYPE.
000109      MOVE WS-PPY-ACCOUNT-NUMBER TO PPY-TRL-ACCOUNT-NUMBER.
000110      MOVE WS-PPY-FILE-DATE TO PPY-TRL-FILE-DATE.
000111      MOVE WS-PPY-RECORD-COUNT TO PPY-TRL-RECORD-COUNT.
000112      MOVE WS-PPY-TOTAL-AMOUNT TO PPY-TRL-TOTAL-AMOUNT.
000113      WRITE PPY-TRAILER-RECORD.
000114      IF WS-PPY-FILE-STATUS NOT = "00"
000115          DISPLAY "POSITIVE PAY WRITE FAILED - STATUS "
000116              WS-PPY-FILE-STATUS
000117      END-IF.
