000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDAPR01.
000003*------------------------------------------------
000004* Release invoices for payment. Every invoice
000005* VNDINV01, VNDINVLD or VNDRGN01 writes starts out
000006* awaiting approval, and VNDPAY01 and VNDCSH01
000007* pass it over until a second operator releases
000008* it here. The operator keys a vendor number and
000009* is walked through that vendor's invoices still
000010* awaiting approval, approving, skipping or
000011* stopping at each one. Two rules are enforced,
000012* not just displayed: nobody approves an invoice
000013* they entered themselves (INV-ENTERED-BY), and
000014* nobody approves an invoice larger than their
000015* OPR-APPROVAL-LIMIT on the Operator File. An
000016* approval stamps INV-APPROVED-BY and
000017* INV-APPROVED-DATE and REWRITEs the invoice in
000018* place. VNDAPR02 prints what is still waiting.
000019* The limit is in US dollars, so a foreign-
000020* currency invoice is held to it at its US dollar
000021* value.
000022*------------------------------------------------
000023 ENVIRONMENT DIVISION.
000024 INPUT-OUTPUT SECTION.
000025 FILE-CONTROL.
000026
000027     COPY "SLVND01.CBL".
000028
000029     COPY "SLINV01.CBL".
000030
000031     COPY "SLOPR01.CBL".
000032
000033 DATA DIVISION.
000034 FILE SECTION.
000035
000036     COPY "FDVND02.CBL".
000037
000038     COPY "FDINV01.CBL".
000039
000040     COPY "FDOPR01.CBL".
000041
000042 WORKING-STORAGE SECTION.
000043
000044 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000045 01 VENDOR-NUMBER-FIELD PIC Z(5).
000046 01 WS-MORE-VENDORS PIC X(1) VALUE "Y".
000047     88 NO-MORE-VENDORS VALUE "N".
000048 01 WS-INVOICE-EOF-SWITCH PIC X(1) VALUE "N".
000049     88 NO-MORE-INVOICE-RECORDS VALUE "Y".
000050 01 WS-VENDOR-STOP-SWITCH PIC X(1) VALUE "N".
000051     88 WS-VENDOR-STOPPED VALUE "Y".
000052 01 WS-ACTION-FIELD PIC X(1).
000053 01 WS-ACTION-VALID-SWITCH PIC X(1) VALUE "N".
000054     88 WS-ACTION-VALID VALUE "Y".
000055 01 WS-APPROVAL-VENDOR PIC 9(5) VALUE ZERO.
000056 01 WS-TODAY PIC 9(8) VALUE ZERO.
000057 01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
000058 01 WS-DISPLAY-USD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
000059 01 WS-DISPLAY-LIMIT PIC Z,ZZZ,ZZ9.99.
000060 01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
000061 01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
000062 01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
000063 01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
000064
000065*--------------------------------------------------
000066* Run Control Log fields for the START/END records
000067* this run writes through VNDRUNLG.
000068*--------------------------------------------------
000069 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDAPR01".
000070 01 WS-RUN-ENTRY-TYPE PIC X(5).
000071 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000072 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000073
000074     COPY "WSSGN01.CBL".
000075
000076     COPY "WSFXR01.CBL".
000077
000078 PROCEDURE DIVISION.
000079 PROGRAM-BEGIN.
000080      PERFORM SIGN-ON-OPERATOR.
000081      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000082      PERFORM CHECK-OPERATOR-AUTHORITY.
000083      IF WS-AUTHORITY-OK
000084          PERFORM RUN-APPROVAL-SESSION
000085      END-IF.
000086
000087 PROGRAM-DONE.
000088      STOP RUN.
000089
000090 RUN-APPROVAL-SESSION.
000091      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000092      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000093          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000094          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000095          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000096      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000097      MOVE WS-OPERATOR-APPROVAL-LIMIT TO WS-DISPLAY-LIMIT.
000098      DISPLAY "YOUR APPROVAL LIMIT IS " WS-DISPLAY-LIMIT.
000099      IF WS-OPERATOR-APPROVAL-LIMIT = ZEROES
000100          DISPLAY "NO APPROVAL LIMIT ON FILE - SEE VNDOPR01"
000101          MOVE "N" TO WS-MORE-VENDORS
000102      END-IF.
000103      OPEN INPUT VENDOR-FILE.
000104      IF WS-VND-FILE-STATUS NOT = "00"
000105          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000106              WS-VND-FILE-STATUS
000107          MOVE "N" TO WS-MORE-VENDORS
000108      END-IF.
000109      OPEN I-O OPEN-INVOICE-FILE.
000110      PERFORM APPROVE-VENDOR-INVOICES
000111          UNTIL NO-MORE-VENDORS.
000112      CLOSE VENDOR-FILE.
000113      CLOSE OPEN-INVOICE-FILE.
000114      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000115      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000116          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000117          WS-PENDING-COUNT WS-APPROVED-COUNT
000118          WS-SKIPPED-COUNT WS-REFUSED-COUNT.
000119      DISPLAY WS-PENDING-COUNT " INVOICES AWAITING APPROVAL".
000120      DISPLAY WS-APPROVED-COUNT " INVOICES APPROVED".
000121      DISPLAY WS-SKIPPED-COUNT " INVOICES SKIPPED".
000122      DISPLAY WS-REFUSED-COUNT " INVOICES REFUSED".
000123
000124 APPROVE-VENDOR-INVOICES.
000125      DISPLAY "ENTER VENDOR NUMBER (0 TO STOP)".
000126      ACCEPT VENDOR-NUMBER-FIELD.
000127      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000128      IF VENDOR-NUMBER = ZEROES
000129          MOVE "N" TO WS-MORE-VENDORS
000130      ELSE
000131          PERFORM FIND-APPROVAL-VENDOR
000132      END-IF.
000133
000134 FIND-APPROVAL-VENDOR.
000135      READ VENDOR-FILE
000136          INVALID KEY
000137              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000138          NOT INVALID KEY
000139              DISPLAY "APPROVING INVOICES FOR " VENDOR-NAME
000140              PERFORM WALK-VENDOR-INVOICES
000141      END-READ.
000142
000143*--------------------------------------------------
000144* The vendor's invoices are read off in key order
000145* from the first one on file. The REWRITE of an
000146* approval replaces only the record just read, so
000147* the next READ NEXT carries on where it was.
000148*--------------------------------------------------
000149 WALK-VENDOR-INVOICES.
000150      MOVE VENDOR-NUMBER TO WS-APPROVAL-VENDOR.
000151      MOVE "N" TO WS-INVOICE-EOF-SWITCH.
000152      MOVE "N" TO WS-VENDOR-STOP-SWITCH.
000153      MOVE WS-APPROVAL-VENDOR TO INV-VENDOR-NUMBER.
000154      MOVE LOW-VALUES TO INV-INVOICE-NUMBER.
000155      START OPEN-INVOICE-FILE
000156          KEY IS NOT LESS THAN INV-INVOICE-KEY
000157          INVALID KEY
000158              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000159      END-START.
000160      IF NOT NO-MORE-INVOICE-RECORDS
000161          PERFORM READ-INVOICE-RECORD
000162      END-IF.
000163      PERFORM REVIEW-ONE-INVOICE
000164          UNTIL NO-MORE-INVOICE-RECORDS
000165              OR WS-VENDOR-STOPPED.
000166
000167 READ-INVOICE-RECORD.
000168      READ OPEN-INVOICE-FILE NEXT RECORD
000169          AT END
000170              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000171          NOT AT END
000172              IF INV-VENDOR-NUMBER NOT = WS-APPROVAL-VENDOR
000173                  MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000174              END-IF
000175      END-READ.
000176
000177 REVIEW-ONE-INVOICE.
000178      IF INVOICE-OPEN
000179          AND INVOICE-AWAITING-APPROVAL
000180          ADD 1 TO WS-PENDING-COUNT
000181          PERFORM SHOW-PENDING-INVOICE
000182          PERFORM CHECK-APPROVAL-RULES
000183      END-IF.
000184      IF NOT WS-VENDOR-STOPPED
000185          PERFORM READ-INVOICE-RECORD
000186      END-IF.
000187
000188 SHOW-PENDING-INVOICE.
000189      MOVE INV-GROSS-AMOUNT TO WS-DISPLAY-AMOUNT.
000190      IF INVOICE-IS-CREDIT
000191          DISPLAY "CREDIT MEMO " INV-INVOICE-NUMBER
000192      ELSE
000193          DISPLAY "INVOICE " INV-INVOICE-NUMBER
000194      END-IF.
000195      DISPLAY "  DATED " INV-INVOICE-DATE
000196          "  DUE " INV-DUE-DATE
000197          "  AMOUNT " WS-DISPLAY-AMOUNT.
000198      PERFORM LOAD-INVOICE-USD-GROSS.
000199      IF INV-CURRENCY-CODE NOT = SPACES
000200          MOVE WS-INVOICE-USD-GROSS TO WS-DISPLAY-USD-AMOUNT
000201          DISPLAY "  IN " INV-CURRENCY-CODE
000202              "  US DOLLARS " WS-DISPLAY-USD-AMOUNT
000203      END-IF.
000204      DISPLAY "  ENTERED BY " INV-ENTERED-BY
000205          "  PO " INV-PO-NUMBER.
000206
000207*--------------------------------------------------
000208* The keying operator and the approval limit are
000209* checked before the operator is even asked - a
000210* refused invoice is reported and left waiting for
000211* somebody who may approve it.
000212*--------------------------------------------------
000213 CHECK-APPROVAL-RULES.
000214      IF INV-ENTERED-BY = WS-OPERATOR-ID
000215          DISPLAY "  ENTERED BY YOU - ANOTHER OPERATOR"
000216              " MUST APPROVE IT"
000217          ADD 1 TO WS-REFUSED-COUNT
000218      ELSE
000219          IF WS-INVOICE-USD-GROSS
000220              > WS-OPERATOR-APPROVAL-LIMIT
000221              DISPLAY "  OVER YOUR APPROVAL LIMIT OF "
000222                  WS-DISPLAY-LIMIT
000223              ADD 1 TO WS-REFUSED-COUNT
000224          ELSE
000225              PERFORM ENTER-APPROVAL-ACTION
000226          END-IF
000227      END-IF.
000228
000229 ENTER-APPROVAL-ACTION.
000230      MOVE "N" TO WS-ACTION-VALID-SWITCH.
000231      PERFORM GET-AND-CHECK-ACTION
000232          UNTIL WS-ACTION-VALID.
000233      IF WS-ACTION-FIELD = "A"
000234          PERFORM APPROVE-ONE-INVOICE
000235      ELSE
000236          ADD 1 TO WS-SKIPPED-COUNT
000237          IF WS-ACTION-FIELD = "X"
000238              MOVE "Y" TO WS-VENDOR-STOP-SWITCH
000239          END-IF
000240      END-IF.
000241
000242 GET-AND-CHECK-ACTION.
000243      DISPLAY "APPROVE, SKIP, OR STOP THIS VENDOR (A/S/X)".
000244      ACCEPT WS-ACTION-FIELD.
000245      IF WS-ACTION-FIELD = "A" OR WS-ACTION-FIELD = "S"
000246          OR WS-ACTION-FIELD = "X"
000247          MOVE "Y" TO WS-ACTION-VALID-SWITCH
000248      ELSE
000249          DISPLAY "INVALID ACTION - PLEASE RE-ENTER"
000250      END-IF.
000251
000252 APPROVE-ONE-INVOICE.
000253      MOVE "A" TO INV-APPROVAL-STATUS.
000254      MOVE WS-OPERATOR-ID TO INV-APPROVED-BY.
000255      MOVE WS-TODAY TO INV-APPROVED-DATE.
000256      REWRITE INVOICE-RECORD
000257          INVALID KEY
000258              DISPLAY "REWRITE FAILED - INVOICE "
000259                  INV-INVOICE-NUMBER
000260          NOT INVALID KEY
000261              ADD 1 TO WS-APPROVED-COUNT
000262              DISPLAY "  APPROVED"
000263      END-REWRITE.
000264
000265     COPY "PRSGN01.CBL".
000266
000267     COPY "PRFXR01.CBL".
