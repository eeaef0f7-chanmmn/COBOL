000017* the remittance advice by hand. A check VNDBNK01
000018* has already marked cleared is refused outright -
000019* the bank paid it, so backing it out is a bank
000020* recall, not a void. A check VNDESC01 has
000021* escheated is refused too - the money is with the
000022* state, and the payee claims it from the state.
000023* Every void is also sent to the bank on the
000024* day's Positive Pay issue file as a void record,
000025* so the voided check is refused if it is ever
000026* presented.
000027*------------------------------------------------
000028 ENVIRONMENT DIVISION.
000029 INPUT-OUTPUT SECTION.
000030 FILE-CONTROL.
000031
000032     COPY "SLINV01.CBL".
000033
000034     COPY "SLPMT01.CBL".
000035
000036     COPY "SLPDT01.CBL".
000037
000038     COPY "SLOPR01.CBL".
000039
000040     COPY "SLPPY01.CBL".
000041
000042     COPY "SLPPW01.CBL".
000043
000044 DATA DIVISION.
000045 FILE SECTION.
000046
000047     COPY "FDINV01.CBL".
000048
000049     COPY "FDPMT01.CBL".
000050
000051     COPY "FDPDT01.CBL".
000052
000053     COPY "FDOPR01.CBL".
000054
000055     COPY "FDPPY01.CBL".
000056
000057     COPY "FDPPW01.CBL".
000058
000059 WORKING-STORAGE SECTION.
000060
000061 01 WS-PMT-FILE-STATUS          PIC X(2) VALUE "00".
000062 01 WS-PDT-FILE-STATUS          PIC X(2) VALUE "00".
000063 01 WS-MORE-VOIDS               PIC X(1) VALUE "Y".
000064     88 NO-MORE-VOIDS               VALUE "N".
000065 01 WS-PMT-EOF-SWITCH           PIC X(1) VALUE "N".
000066     88 NO-MORE-PAYMENT-RECORDS     VALUE "Y".
000067 01 WS-PDT-EOF-SWITCH           PIC X(1) VALUE "N".
000068     88 NO-MORE-DETAIL-RECORDS      VALUE "Y".
000069 01 WS-PAYMENT-FOUND-SWITCH     PIC X(1) VALUE "N".
000070     88 WS-PAYMENT-FOUND             VALUE "Y".
000071 01 WS-VOID-REFUSED-SWITCH      PIC X(1) VALUE "N".
000072     88 WS-VOID-REFUSED              VALUE "Y".
000073*--------------------------------------------------
000074* Intermediate ACCEPT field so a bad check number
000075* is re-prompted instead of moving undefined
000076* content into a numeric field, the same way
000077* VNDPAY01 re-prompts its cutoff date.
000078*--------------------------------------------------
000079 01 WS-CHECK-NUMBER-FIELD       PIC X(6).
000080 01 WS-VOID-CHECK-NUMBER        PIC 9(6).
000081*--------------------------------------------------
000082* The payment being voided, saved off the history
000083* record so the detail scan matches on the same
000084* date-vendor-check triple the run wrote.
000085*--------------------------------------------------
000086 01 WS-VOID-PAYMENT-DATE        PIC 9(8).
000087 01 WS-VOID-VENDOR-NUMBER       PIC 9(5).
000088 01 WS-REOPENED-COUNT           PIC 9(3) VALUE ZERO.
000089 01 WS-VOIDED-COUNT             PIC 9(5) VALUE ZERO.
000090 01 WS-TOTAL-REOPENED-COUNT     PIC 9(5) VALUE ZERO.
000091 01 WS-REQUEST-COUNT            PIC 9(5) VALUE ZERO.
000092 01 WS-NOT-FOUND-COUNT          PIC 9(5) VALUE ZERO.
000093 01 WS-REFUSED-COUNT            PIC 9(5) VALUE ZERO.
000094
000095*--------------------------------------------------
000096* Run Control Log fields for the START/END records
000097* this run writes through VNDRUNLG.
000098*--------------------------------------------------
000099 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDVOID01".
000100 01 WS-RUN-ENTRY-TYPE PIC X(5).
000101 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000102 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000103
000104     COPY "WSSGN01.CBL".
000105
000106     COPY "WSPPY01.CBL".
000107
000108 PROCEDURE DIVISION.
000109 PROGRAM-BEGIN.
000110      PERFORM SIGN-ON-OPERATOR.
000111      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000112      PERFORM CHECK-OPERATOR-AUTHORITY.
000113      IF WS-AUTHORITY-OK
000114          PERFORM RUN-VOID-SESSION
000115      END-IF.
000116
000117 PROGRAM-DONE.
000118      STOP RUN.
000119
000120 RUN-VOID-SESSION.
000121      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000122      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000123          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000124          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000125          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000126      OPEN I-O OPEN-INVOICE-FILE.
000127      PERFORM VOID-CHECK-REQUESTS
000128          UNTIL NO-MORE-VOIDS.
000129      CLOSE OPEN-INVOICE-FILE.
000130      PERFORM CLOSE-POSITIVE-PAY-FILE.
000131      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000132      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000133          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000134          WS-REQUEST-COUNT WS-VOIDED-COUNT
000135          WS-TOTAL-REOPENED-COUNT WS-NOT-FOUND-COUNT.
000136      DISPLAY WS-VOIDED-COUNT " PAYMENTS VOIDED".
000137      DISPLAY WS-TOTAL-REOPENED-COUNT " INVOICES REOPENED".
000138      DISPLAY WS-REFUSED-COUNT
000139          " CLEARED OR ESCHEATED CHECKS REFUSED".
000140
000141
000142 VOID-CHECK-REQUESTS.
000143      DISPLAY "ENTER CHECK NUMBER TO VOID (0 TO STOP)".
000144      ACCEPT WS-CHECK-NUMBER-FIELD.
000145      IF WS-CHECK-NUMBER-FIELD IS NUMERIC
000146          MOVE WS-CHECK-NUMBER-FIELD TO WS-VOID-CHECK-NUMBER
000147          IF WS-VOID-CHECK-NUMBER = ZEROES
000148              MOVE "N" TO WS-MORE-VOIDS
000149          ELSE
000150              ADD 1 TO WS-REQUEST-COUNT
000151              PERFORM VOID-ONE-CHECK
000152          END-IF
000153      ELSE
000154          DISPLAY "INVALID CHECK NUMBER - PLEASE RE-ENTER"
000155      END-IF.
000156
000157*--------------------------------------------------
000158* The history is opened I-O fresh for every void so
000159* the sequential scan starts at the top - the same
000160* reopen-per-use VND1099RPT does for its per-vendor
000161* totals. The first live check payment carrying the
000162* keyed number is the one voided; a check number is
000163* never reused, so there cannot be two.
000164* The CLOSE sits inside the opened-OK branch and
000165* runs unconditionally there - a scan that reaches
000166* end of file leaves status "10", and testing the
000167* status again before the CLOSE would leave the
000168* file open and fail the next request's OPEN.
000169*--------------------------------------------------
000170 VOID-ONE-CHECK.
000171      MOVE "N" TO WS-PAYMENT-FOUND-SWITCH.
000172      MOVE "N" TO WS-VOID-REFUSED-SWITCH.
000173      MOVE "N" TO WS-PMT-EOF-SWITCH.
000174      OPEN I-O VENDOR-PAYMENT-HISTORY.
000175      IF WS-PMT-FILE-STATUS = "00"
000176          PERFORM SCAN-FOR-CHECK-PAYMENT
000177              UNTIL NO-MORE-PAYMENT-RECORDS
000178                  OR WS-PAYMENT-FOUND
000179                  OR WS-VOID-REFUSED
000180          CLOSE VENDOR-PAYMENT-HISTORY
000181      ELSE
000182          DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
000183              WS-PMT-FILE-STATUS
000184      END-IF.
000185      IF WS-PAYMENT-FOUND
000186          PERFORM REOPEN-PAID-INVOICES
000187      ELSE
000188          IF NOT WS-VOID-REFUSED
000189              DISPLAY "NO LIVE CHECK PAYMENT FOR NUMBER "
000190                  WS-VOID-CHECK-NUMBER
000191              ADD 1 TO WS-NOT-FOUND-COUNT
000192          END-IF
000193      END-IF.
000194
000195 SCAN-FOR-CHECK-PAYMENT.
000196      READ VENDOR-PAYMENT-HISTORY
000197          AT END
000198              MOVE "Y" TO WS-PMT-EOF-SWITCH
000199          NOT AT END
000200              IF PMT-BY-CHECK
000201                  AND PMT-CHECK-NUMBER = WS-VOID-CHECK-NUMBER
000202                  AND NOT PMT-VOIDED
000203                  IF PMT-CLEARED
000204                      PERFORM REFUSE-CLEARED-PAYMENT
000205                  ELSE
000206                      IF PMT-ESCHEATED
000207                          PERFORM REFUSE-ESCHEATED-PAYMENT
000208                      ELSE
000209                          PERFORM MARK-PAYMENT-VOIDED
000210                      END-IF
000211                  END-IF
000212              END-IF
000213      END-READ.
000214
000215*--------------------------------------------------
000216* A check the bank has already paid cannot be
000217* voided here - reopening its invoices would pay
000218* them a second time on top of the cashed check.
000219* Recovering cashed money is a bank recall, not a
000220* void.
000221*--------------------------------------------------
000222 REFUSE-CLEARED-PAYMENT.
000223      DISPLAY "CHECK " WS-VOID-CHECK-NUMBER
000224          " ALREADY CLEARED THE BANK ON "
000225          PMT-CLEARED-DATE " - NOT VOIDED".
000226      MOVE "Y" TO WS-VOID-REFUSED-SWITCH.
000227      ADD 1 TO WS-REFUSED-COUNT.
000228
000229 REFUSE-ESCHEATED-PAYMENT.
000230      DISPLAY "CHECK " WS-VOID-CHECK-NUMBER
000231          " ESCHEATED TO THE STATE ON "
000232          PMT-ESCHEAT-DATE " - NOT VOIDED".
000233      MOVE "Y" TO WS-VOID-REFUSED-SWITCH.
000234      ADD 1 TO WS-REFUSED-COUNT.
000235
000236 MARK-PAYMENT-VOIDED.
000237      MOVE PMT-PAYMENT-DATE TO WS-VOID-PAYMENT-DATE.
000238      MOVE PMT-VENDOR-NUMBER TO WS-VOID-VENDOR-NUMBER.
000239      MOVE "V" TO WS-PPY-RECORD-TYPE.
000240      MOVE PMT-CHECK-NUMBER TO WS-PPY-CHECK-NUMBER.
000241      MOVE PMT-AMOUNT TO WS-PPY-AMOUNT.
000242      MOVE PMT-PAYMENT-DATE TO WS-PPY-ISSUE-DATE.
000243      MOVE PMT-VENDOR-NAME TO WS-PPY-PAYEE-NAME.
000244      MOVE "V" TO PMT-STATUS.
000245      REWRITE PAYMENT-RECORD.
000246      IF WS-PMT-FILE-STATUS = "00"
000247          MOVE "Y" TO WS-PAYMENT-FOUND-SWITCH
000248          PERFORM WRITE-POSITIVE-PAY-RECORD
000249          ADD 1 TO WS-VOIDED-COUNT
000250          DISPLAY "CHECK " WS-VOID-CHECK-NUMBER
000251              " VOIDED FOR VENDOR " WS-VOID-VENDOR-NUMBER
000252      ELSE
000253          DISPLAY "HISTORY REWRITE FAILED - STATUS "
000254              WS-PMT-FILE-STATUS
000255          IF WS-PMT-FILE-STATUS = "44"
000256              DISPLAY "RECORD PREDATES THE APPENDED FIELDS"
000257              DISPLAY "RUN VNDPMTCV ONCE TO CONVERT THE"
000258              DISPLAY "PAYMENT HISTORY, THEN VOID AGAIN"
000259          END-IF
000260          MOVE "Y" TO WS-PMT-EOF-SWITCH
000261      END-IF.
000262
000263 REOPEN-PAID-INVOICES.
000264      MOVE ZEROES TO WS-REOPENED-COUNT.
000265      MOVE "N" TO WS-PDT-EOF-SWITCH.
000266      OPEN INPUT PAYMENT-DETAIL-FILE.
000267      IF WS-PDT-FILE-STATUS = "00"
000268          PERFORM SCAN-ONE-DETAIL-RECORD
000269              UNTIL NO-MORE-DETAIL-RECORDS
000270          CLOSE PAYMENT-DETAIL-FILE
000271      ELSE
000272          DISPLAY "PAYMENT DETAIL OPEN FAILED - STATUS "
000273              WS-PDT-FILE-STATUS
000274      END-IF.
000275      IF WS-REOPENED-COUNT = ZEROES
000276          DISPLAY "NO DETAIL ON FILE FOR THIS CHECK"
000277          DISPLAY "REOPEN ITS INVOICES THROUGH THE"
000278          DISPLAY "PRINTED REMITTANCE ADVICE BY HAND"
000279      ELSE
000280          DISPLAY WS-REOPENED-COUNT " INVOICES REOPENED"
000281      END-IF.
000282
000283 SCAN-ONE-DETAIL-RECORD.
000284      READ PAYMENT-DETAIL-FILE
000285          AT END
000286              MOVE "Y" TO WS-PDT-EOF-SWITCH
000287          NOT AT END
000288              IF PDT-CHECK-NUMBER = WS-VOID-CHECK-NUMBER
000289                  AND PDT-VENDOR-NUMBER = WS-VOID-VENDOR-NUMBER
000290                  AND PDT-PAYMENT-DATE = WS-VOID-PAYMENT-DATE
000291                  AND PDT-METHOD = "CHK"
000292                  PERFORM REOPEN-ONE-INVOICE
000293              END-IF
000294      END-READ.
000295
000296*--------------------------------------------------
000297* The invoice is reopened only from paid status -
000298* an invoice already reopened (a re-keyed void) or
000299* already paid again by a later run is left alone
000300* and reported, not blindly flipped.
000301*--------------------------------------------------
000302 REOPEN-ONE-INVOICE.
000303      MOVE WS-VOID-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
000304      MOVE PDT-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
000305      READ OPEN-INVOICE-FILE
000306          INVALID KEY
000307              DISPLAY "INVOICE NOT ON FILE - "
000308                  PDT-INVOICE-NUMBER
000309          NOT INVALID KEY
000310              PERFORM FLIP-INVOICE-OPEN
000311      END-READ.
000312
000313 FLIP-INVOICE-OPEN.
000314      IF NOT INVOICE-PAID
000315          DISPLAY "INVOICE NOT IN PAID STATUS - "
000316              INV-INVOICE-NUMBER
000317      ELSE
000318          IF INV-PAID-DATE NOT = WS-VOID-PAYMENT-DATE
000319              DISPLAY "INVOICE PAID BY A LATER RUN - "
000320                  INV-INVOICE-NUMBER
000321          ELSE
000322              MOVE "O" TO INV-STATUS
000323              MOVE ZEROES TO INV-PAID-DATE
000324              MOVE ZEROES TO INV-PAID-RATE
000325              MOVE ZEROES TO INV-WITHHELD-AMOUNT
000326              REWRITE INVOICE-RECORD
000327                  INVALID KEY
000328                      DISPLAY "REWRITE FAILED - INVOICE "
000329                          INV-INVOICE-NUMBER
000330                  NOT INVALID KEY
000331                      ADD 1 TO WS-REOPENED-COUNT
000332                      ADD 1 TO WS-TOTAL-REOPENED-COUNT
000333              END-REWRITE
000334          END-IF
000335      END-IF.
000336
000337     COPY "PRSGN01.CBL".
000338
000339     COPY "PRPPY01.CBL".
