000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDBKA01.
000003*------------------------------------------------
000004* Approve vendor bank detail changes. VNDUPD01,
000005* VNDSCR01 and VNDMNT01 never put a new routing or
000006* account number on the vendor master themselves;
000007* they park it on the Vendor Bank Change File and
000008* it waits here for a second operator. The run
000009* walks every change still pending and, for each,
000010* shows the vendor with the bank details on file
000011* and the ones keyed. Only a payment-level
000012* operator may run it, and nobody may approve a
000013* change they keyed themselves (BKC-KEYED-BY).
000014* An approval first checks the master still holds
000015* the bank details the change was keyed against -
000016* if anything else has touched them it is refused
000017* and must be rejected and re-keyed - then applies
000018* the new details to the master, audits the change
000019* through VNDAUDLG as BANKCH, and leaves the change
000020* approved for VNDPRE01 to prenote. A change that
000021* takes the vendor off ACH needs no prenote and is
000022* cleared at once. A rejection closes the change
000023* without touching the master.
000024* The wire SWIFT BIC and IBAN travel with the
000025* change and are checked and applied the same way;
000026* a change that leaves the routing and account as
000027* they were has nothing to prenote and is cleared
000028* at once too.
000029*------------------------------------------------
000030 ENVIRONMENT DIVISION.
000031 INPUT-OUTPUT SECTION.
000032 FILE-CONTROL.
000033
000034     COPY "SLVND01.CBL".
000035
000036     COPY "SLBKC01.CBL".
000037
000038     COPY "SLOPR01.CBL".
000039
000040 DATA DIVISION.
000041 FILE SECTION.
000042
000043     COPY "FDVND02.CBL".
000044
000045     COPY "FDBKC01.CBL".
000046
000047     COPY "FDOPR01.CBL".
000048
000049 WORKING-STORAGE SECTION.
000050
000051 01 WS-CHANGE-EOF-SWITCH PIC X(1) VALUE "N".
000052     88 NO-MORE-CHANGE-RECORDS VALUE "Y".
000053 01 WS-STOP-SWITCH PIC X(1) VALUE "N".
000054     88 WS-STOPPED VALUE "Y".
000055 01 WS-ACTION-FIELD PIC X(1).
000056 01 WS-ACTION-VALID-SWITCH PIC X(1) VALUE "N".
000057     88 WS-ACTION-VALID VALUE "Y".
000058 01 WS-TODAY PIC 9(8) VALUE ZERO.
000059 01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
000060 01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
000061 01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
000062 01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
000063
000064*--------------------------------------------------
000065* Run Control Log fields for the START/END records
000066* this run writes through VNDRUNLG.
000067*--------------------------------------------------
000068 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDBKA01".
000069 01 WS-RUN-ENTRY-TYPE PIC X(5).
000070 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000071
000072     COPY "WSVND01.CBL".
000073
000074     COPY "WSSGN01.CBL".
000075
000076 PROCEDURE DIVISION.
000077 PROGRAM-BEGIN.
000078      PERFORM SIGN-ON-OPERATOR.
000079      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000080      PERFORM CHECK-OPERATOR-AUTHORITY.
000081      IF WS-AUTHORITY-OK
000082          PERFORM RUN-BANK-CHANGE-APPROVAL
000083      END-IF.
000084
000085 PROGRAM-DONE.
000086      STOP RUN.
000087
000088 RUN-BANK-CHANGE-APPROVAL.
000089      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000090      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000091          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000092          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000093          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000094      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000095      OPEN I-O VENDOR-FILE.
000096      IF WS-VND-FILE-STATUS NOT = "00"
000097          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000098              WS-VND-FILE-STATUS
000099          MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000100      END-IF.
000101      OPEN I-O BANK-CHANGE-FILE.
000102      MOVE ZEROES TO BKC-VENDOR-NUMBER.
000103      START BANK-CHANGE-FILE
000104          KEY IS NOT LESS THAN BKC-VENDOR-NUMBER
000105          INVALID KEY
000106              MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000107      END-START.
000108      IF NOT NO-MORE-CHANGE-RECORDS
000109          PERFORM READ-CHANGE-RECORD
000110      END-IF.
000111      PERFORM REVIEW-ONE-CHANGE
000112          UNTIL NO-MORE-CHANGE-RECORDS
000113              OR WS-STOPPED.
000114      CLOSE VENDOR-FILE.
000115      CLOSE BANK-CHANGE-FILE.
000116      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000117      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000118          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000119          WS-PENDING-COUNT WS-APPROVED-COUNT
000120          WS-REJECTED-COUNT WS-REFUSED-COUNT.
000121      DISPLAY WS-PENDING-COUNT " BANK CHANGES PENDING".
000122      DISPLAY WS-APPROVED-COUNT " BANK CHANGES APPROVED".
000123      DISPLAY WS-REJECTED-COUNT " BANK CHANGES REJECTED".
000124      DISPLAY WS-REFUSED-COUNT " BANK CHANGES REFUSED".
000125
000126 READ-CHANGE-RECORD.
000127      READ BANK-CHANGE-FILE NEXT RECORD
000128          AT END
000129              MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000130      END-READ.
000131
000132 REVIEW-ONE-CHANGE.
000133      IF BKC-PENDING
000134          ADD 1 TO WS-PENDING-COUNT
000135          PERFORM FIND-CHANGE-VENDOR
000136      END-IF.
000137      IF NOT WS-STOPPED
000138          PERFORM READ-CHANGE-RECORD
000139      END-IF.
000140
000141 FIND-CHANGE-VENDOR.
000142      MOVE BKC-VENDOR-NUMBER TO VENDOR-NUMBER.
000143      READ VENDOR-FILE
000144          INVALID KEY
000145              DISPLAY "VENDOR " BKC-VENDOR-NUMBER
000146                  " NOT ON FILE - CHANGE LEFT PENDING"
000147              ADD 1 TO WS-REFUSED-COUNT
000148          NOT INVALID KEY
000149              PERFORM SHOW-PENDING-CHANGE
000150              PERFORM CHECK-CHANGE-RULES
000151      END-READ.
000152
000153 SHOW-PENDING-CHANGE.
000154      DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME.
000155      DISPLAY "  KEYED BY " BKC-KEYED-BY
000156          " ON " BKC-KEYED-DATE
000157          " IN " BKC-KEYED-PROGRAM.
000158      DISPLAY "  ON FILE  ROUTING " BKC-OLD-ROUTING
000159          "  ACCOUNT " BKC-OLD-ACCOUNT.
000160      DISPLAY "  KEYED    ROUTING " BKC-NEW-ROUTING
000161          "  ACCOUNT " BKC-NEW-ACCOUNT.
000162      DISPLAY "  ON FILE  SWIFT " BKC-OLD-SWIFT-BIC
000163          "  IBAN " BKC-OLD-IBAN.
000164      DISPLAY "  KEYED    SWIFT " BKC-NEW-SWIFT-BIC
000165          "  IBAN " BKC-NEW-IBAN.
000166
000167*--------------------------------------------------
000168* The keying operator is checked before the
000169* approver is even asked, and so is the master - a
000170* change keyed against bank details that have
000171* since moved would quietly undo whatever moved
000172* them.
000173*--------------------------------------------------
000174 CHECK-CHANGE-RULES.
000175      IF BKC-KEYED-BY = WS-OPERATOR-ID
000176          DISPLAY "  KEYED BY YOU - ANOTHER OPERATOR"
000177              " MUST APPROVE IT"
000178          ADD 1 TO WS-REFUSED-COUNT
000179      ELSE
000180          IF VENDOR-BANK-ROUTING NOT = BKC-OLD-ROUTING
000181              OR VENDOR-BANK-ACCOUNT NOT = BKC-OLD-ACCOUNT
000182              OR VENDOR-SWIFT-BIC NOT = BKC-OLD-SWIFT-BIC
000183              OR VENDOR-IBAN NOT = BKC-OLD-IBAN
000184              DISPLAY "  BANK DETAILS ON FILE HAVE CHANGED"
000185                  " SINCE - REJECT AND RE-KEY"
000186              PERFORM ENTER-REJECT-ONLY-ACTION
000187          ELSE
000188              PERFORM ENTER-CHANGE-ACTION
000189          END-IF
000190      END-IF.
000191
000192 ENTER-CHANGE-ACTION.
000193      MOVE "N" TO WS-ACTION-VALID-SWITCH.
000194      PERFORM GET-AND-CHECK-ACTION
000195          UNTIL WS-ACTION-VALID.
000196      IF WS-ACTION-FIELD = "A"
000197          PERFORM APPROVE-ONE-CHANGE
000198      ELSE
000199          PERFORM APPLY-NON-APPROVAL-ACTION
000200      END-IF.
000201
000202 GET-AND-CHECK-ACTION.
000203      DISPLAY "APPROVE, REJECT, SKIP OR STOP (A/R/S/X)".
000204      ACCEPT WS-ACTION-FIELD.
000205      IF WS-ACTION-FIELD = "A" OR WS-ACTION-FIELD = "R"
000206          OR WS-ACTION-FIELD = "S" OR WS-ACTION-FIELD = "X"
000207          MOVE "Y" TO WS-ACTION-VALID-SWITCH
000208      ELSE
000209          DISPLAY "INVALID ACTION - PLEASE RE-ENTER"
000210      END-IF.
000211
000212 ENTER-REJECT-ONLY-ACTION.
000213      MOVE "N" TO WS-ACTION-VALID-SWITCH.
000214      PERFORM GET-AND-CHECK-REJECT-ACTION
000215          UNTIL WS-ACTION-VALID.
000216      PERFORM APPLY-NON-APPROVAL-ACTION.
000217
000218 GET-AND-CHECK-REJECT-ACTION.
000219      DISPLAY "REJECT, SKIP OR STOP (R/S/X)".
000220      ACCEPT WS-ACTION-FIELD.
000221      IF WS-ACTION-FIELD = "R"
000222          OR WS-ACTION-FIELD = "S" OR WS-ACTION-FIELD = "X"
000223          MOVE "Y" TO WS-ACTION-VALID-SWITCH
000224      ELSE
000225          DISPLAY "INVALID ACTION - PLEASE RE-ENTER"
000226      END-IF.
000227
000228 APPLY-NON-APPROVAL-ACTION.
000229      IF WS-ACTION-FIELD = "R"
000230          PERFORM REJECT-ONE-CHANGE
000231      ELSE
000232          IF WS-ACTION-FIELD = "X"
000233              MOVE "Y" TO WS-STOP-SWITCH
000234          END-IF
000235      END-IF.
000236
000237*--------------------------------------------------
000238* The master is REWRITten first; only once the new
000239* bank details are really on it does the change
000240* move on to approved, so a failed REWRITE leaves
000241* the change pending to try again.
000242*--------------------------------------------------
000243 APPROVE-ONE-CHANGE.
000244      MOVE VENDOR-RECORD TO WS-AUDIT-BEFORE-IMAGE.
000245      MOVE BKC-NEW-ROUTING TO VENDOR-BANK-ROUTING.
000246      MOVE BKC-NEW-ACCOUNT TO VENDOR-BANK-ACCOUNT.
000247      MOVE BKC-NEW-SWIFT-BIC TO VENDOR-SWIFT-BIC.
000248      MOVE BKC-NEW-IBAN TO VENDOR-IBAN.
000249      REWRITE VENDOR-RECORD
000250          INVALID KEY
000251              DISPLAY "  VENDOR REWRITE FAILED - LEFT PENDING"
000252          NOT INVALID KEY
000253              MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000254              MOVE "BANKCH" TO WS-AUDIT-ACTION
000255              PERFORM WRITE-AUDIT-RECORD
000256              PERFORM MARK-CHANGE-APPROVED
000257      END-REWRITE.
000258
000259 MARK-CHANGE-APPROVED.
000260      MOVE WS-OPERATOR-ID TO BKC-APPROVED-BY.
000261      MOVE WS-TODAY TO BKC-APPROVED-DATE.
000262      IF BKC-NEW-ROUTING = ZEROES
000263          MOVE "C" TO BKC-STATUS
000264          MOVE WS-TODAY TO BKC-CLOSED-DATE
000265      ELSE
000266      IF BKC-NEW-ROUTING = BKC-OLD-ROUTING
000267          AND BKC-NEW-ACCOUNT = BKC-OLD-ACCOUNT
000268          MOVE "C" TO BKC-STATUS
000269          MOVE WS-TODAY TO BKC-CLOSED-DATE
000270      ELSE
000271          MOVE "A" TO BKC-STATUS
000272      END-IF
000273      END-IF.
000274      REWRITE BANK-CHANGE-RECORD
000275          INVALID KEY
000276              DISPLAY "  BANK CHANGE REWRITE FAILED"
000277          NOT INVALID KEY
000278              ADD 1 TO WS-APPROVED-COUNT
000279              IF BKC-CLEARED
000280                  AND BKC-NEW-ROUTING NOT = ZEROES
000281                  DISPLAY "  APPROVED - NO PRENOTE NEEDED"
000282              ELSE
000283              IF BKC-CLEARED
000284                  DISPLAY "  APPROVED - VENDOR NOW PAID BY CHECK"
000285              ELSE
000286                  DISPLAY "  APPROVED - CHECK PAYMENTS UNTIL"
000287                      " THE PRENOTE CLEARS"
000288              END-IF
000289              END-IF
000290      END-REWRITE.
000291
000292 REJECT-ONE-CHANGE.
000293      MOVE "R" TO BKC-STATUS.
000294      MOVE WS-OPERATOR-ID TO BKC-APPROVED-BY.
000295      MOVE WS-TODAY TO BKC-APPROVED-DATE.
000296      MOVE WS-TODAY TO BKC-CLOSED-DATE.
000297      REWRITE BANK-CHANGE-RECORD
000298          INVALID KEY
000299              DISPLAY "  BANK CHANGE REWRITE FAILED"
000300          NOT INVALID KEY
000301              ADD 1 TO WS-REJECTED-COUNT
000302              DISPLAY "  REJECTED - BANK DETAILS UNCHANGED"
000303      END-REWRITE.
000304
000305     COPY "PRVND01.CBL".
000306
000307     COPY "PRSGN01.CBL".
