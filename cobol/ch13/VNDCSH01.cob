000004* Cash requirements forecast, run before VNDPAY01
000005* so treasury knows the funding number before any
000006* invoice is flipped paid. Applies exactly the
000007* VNDPAY01 selection - INVOICE-OPEN, approved and
000008* not on dispute hold, INV-DUE-DATE on or before a
000009* cutoff, the CHECK-PAYMENT-VENDOR inactive/hold
000010* tests and the pending bank change test deciding
000011* wire, ACH or check - but OPENs every file INPUT
000012* and updates nothing. The operator keys one to
000013* three candidate cutoff dates; each vendor line
000014* carries the would-pay amount under every cutoff
000015* side by side, and the foot totals each cutoff
000016* split wire, ACH and check, so the funding date
000017* can be picked off one page. Every amount is US
000018* dollars; a foreign currency invoice is forecast
000019* at its entry rate, as the run date's rate is not
000020* yet known. A vendor held for a missing or
000021* expired insurance certificate - the same test
000022* VNDPAY01 applies, against today's date - is
000023* left out with a warning line.
000024*------------------------------------------------
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028
000029     COPY "SLVND01.CBL".
000030
000031     COPY "SLINV01.CBL".
000032
000033     COPY "SLOPR01.CBL".
000034
000035     COPY "SLBKC01.CBL".
000036
000037     COPY "SLCMP01.CBL".
000038
000039     SELECT FORECAST-REPORT
000040         ASSIGN TO "vndcshfct.txt"
000041         ORGANIZATION IS LINE SEQUENTIAL.
000042
000043 DATA DIVISION.
000044 FILE SECTION.
000045
000046     COPY "FDVND02.CBL".
000047
000048     COPY "FDINV01.CBL".
000049
000050     COPY "FDOPR01.CBL".
000051
000052     COPY "FDBKC01.CBL".
000053
000054     COPY "FDCMP01.CBL".
000055
000056 FD  FORECAST-REPORT
000057     LABEL RECORDS ARE STANDARD.
000058 01  REPORT-LINE                 PIC X(100).
000059
000060 WORKING-STORAGE SECTION.
000061
000062 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000063 01 WS-CMP-FILE-STATUS PIC X(2) VALUE "00".
000064 01 WS-INVOICE-EOF-SWITCH       PIC X(1) VALUE "N".
000065     88 NO-MORE-INVOICE-RECORDS     VALUE "Y".
000066*--------------------------------------------------
000067* One to three candidate cutoff dates. The first
000068* is required; a blank answer to the second or
000069* third stops the prompting. Each is edited the
000070* same way VNDPAY01 edits its cutoff date.
000071*--------------------------------------------------
000072 01 WS-DATE-FIELD               PIC X(8).
000073 01 WS-DATE-VALID-SWITCH        PIC X(1) VALUE "N".
000074     88 WS-DATE-VALID               VALUE "Y".
000075 01 WS-CUTOFF-TABLE.
000076     05 WS-CUTOFF-DATE OCCURS 3 TIMES PIC 9(8).
000077 01 WS-CUTOFF-USED              PIC 9(1) VALUE ZERO.
000078 01 WS-TODAY                    PIC 9(8) VALUE ZERO.
000079 01 WS-CUTOFF-IDX               PIC 9(1).
000080 01 WS-MORE-CUTOFFS-SWITCH      PIC X(1) VALUE "Y".
000081     88 NO-MORE-CUTOFFS              VALUE "N".
000082*--------------------------------------------------
000083* One vendor's forecast group, accumulated per
000084* cutoff as the vendor's invoices are read off.
000085* The vendor tests are VNDPAY01's CHECK-PAYMENT-
000086* VENDOR tests, unchanged.
000087*--------------------------------------------------
000088 01 WS-CURRENT-VENDOR           PIC 9(5) VALUE ZERO.
000089 01 WS-VENDOR-OK-SWITCH         PIC X(1) VALUE "N".
000090     88 WS-VENDOR-OK                VALUE "Y".
000091 01 WS-VENDOR-WARNED-SWITCH     PIC X(1) VALUE "N".
000092     88 WS-VENDOR-WARNED             VALUE "Y".
000093 01 WS-VENDOR-SKIP-REASON       PIC X(30).
000094 01 WS-VENDOR-METHOD            PIC X(3).
000095 01 WS-VENDOR-NAME-SAVE         PIC X(30).
000096 01 WS-VENDOR-CUT-TOTALS.
000097     05 WS-VND-CUT-AMOUNT OCCURS 3 TIMES PIC S9(9)V99.
000098 01 WS-VENDOR-SELECTED-COUNT    PIC 9(3) VALUE ZERO.
000099 01 WS-INV-SELECTED-SWITCH      PIC X(1) VALUE "N".
000100     88 WS-INV-SELECTED             VALUE "Y".
000101*--------------------------------------------------
000102* Early-payment discount work fields, computed the
000103* way VNDPAY01 computes them with the candidate
000104* cutoff standing in for the payment date, so the
000105* forecast funds the net the run would pay.
000106*--------------------------------------------------
000107 01 WS-FCT-DISCOUNT             PIC 9(7)V99 VALUE ZERO.
000108 01 WS-FCT-NET                  PIC 9(9)V99 VALUE ZERO.
000109 01 WS-CLAMP-WARNED-SWITCH      PIC X(1) VALUE "N".
000110     88 WS-CLAMP-WARNED             VALUE "Y".
000111*--------------------------------------------------
000112* Run totals per cutoff for the foot of the
000113* forecast - all paid, then wire, ACH and check.
000114*--------------------------------------------------
000115 01 WS-RUN-CUT-TOTALS.
000116     05 WS-RUN-CUT-AMOUNT OCCURS 3 TIMES PIC 9(11)V99.
000117 01 WS-WIR-CUT-TOTALS.
000118     05 WS-WIR-CUT-AMOUNT OCCURS 3 TIMES PIC 9(11)V99.
000119 01 WS-ACH-CUT-TOTALS.
000120     05 WS-ACH-CUT-AMOUNT OCCURS 3 TIMES PIC 9(11)V99.
000121 01 WS-CHK-CUT-TOTALS.
000122     05 WS-CHK-CUT-AMOUNT OCCURS 3 TIMES PIC 9(11)V99.
000123 01 WS-INV-READ-COUNT           PIC 9(5) VALUE ZERO.
000124 01 WS-VENDOR-COUNT             PIC 9(5) VALUE ZERO.
000125 01 WS-WARNING-COUNT            PIC 9(5) VALUE ZERO.
000126
000127*--------------------------------------------------
000128* Run Control Log fields for the START/END records
000129* this run writes through VNDRUNLG.
000130*--------------------------------------------------
000131 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDCSH01".
000132 01 WS-RUN-ENTRY-TYPE PIC X(5).
000133 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000134 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000135
000136 01 REPORT-HEADING-1.
000137     05 FILLER                 PIC X(26) VALUE
000138         "CASH REQUIREMENTS FORECAST".
000139
000140 01 REPORT-HEADING-2.
000141     05 FILLER                 PIC X(43) VALUE "CUTOFF DATES".
000142     05 RH2-CUTOFF-1           PIC 9(8).
000143     05 FILLER                 PIC X(7)  VALUE SPACES.
000144     05 RH2-CUTOFF-2           PIC X(8).
000145     05 FILLER                 PIC X(7)  VALUE SPACES.
000146     05 RH2-CUTOFF-3           PIC X(8).
000147
000148 01 REPORT-HEADING-3.
000149     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000150     05 FILLER                 PIC X(31) VALUE "NAME".
000151     05 FILLER                 PIC X(4)  VALUE "PAY ".
000152     05 FILLER                 PIC X(15) VALUE "       AMOUNT 1".
000153     05 FILLER                 PIC X(15) VALUE "       AMOUNT 2".
000154     05 FILLER                 PIC X(15) VALUE "       AMOUNT 3".
000155
000156 01 DETAIL-LINE.
000157     05 DL-VENDOR-NUMBER       PIC Z(4)9.
000158     05 FILLER                 PIC X(2)  VALUE SPACES.
000159     05 DL-VENDOR-NAME         PIC X(30).
000160     05 FILLER                 PIC X(1)  VALUE SPACES.
000161     05 DL-METHOD              PIC X(3).
000162     05 FILLER                 PIC X(1)  VALUE SPACES.
000163     05 DL-CUT-AMOUNT OCCURS 3 TIMES
000164                               PIC ZZZ,ZZZ,ZZ9.99.
000165
000166 01 WARNING-LINE.
000167     05 WL-VENDOR-NUMBER       PIC Z(4)9.
000168     05 FILLER                 PIC X(2)  VALUE SPACES.
000169     05 WL-MESSAGE             PIC X(40).
000170
000171 01 TOTAL-LINE.
000172     05 TL-LABEL               PIC X(26).
000173     05 FILLER                 PIC X(13) VALUE SPACES.
000174     05 TL-CUT-AMOUNT OCCURS 3 TIMES
000175                               PIC Z,ZZZ,ZZZ,ZZ9.99.
000176
000177     COPY "WSSGN01.CBL".
000178
000179     COPY "WSFXR01.CBL".
000180
000181 PROCEDURE DIVISION.
000182 PROGRAM-BEGIN.
000183      PERFORM SIGN-ON-OPERATOR.
000184      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000185      PERFORM CHECK-OPERATOR-AUTHORITY.
000186      IF WS-AUTHORITY-OK
000187          PERFORM RUN-CASH-FORECAST
000188      END-IF.
000189
000190 PROGRAM-DONE.
000191      STOP RUN.
000192
000193 RUN-CASH-FORECAST.
000194      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000195      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000196          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000197          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000198          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000199      PERFORM ENTER-CUTOFF-DATES.
000200      OPEN INPUT VENDOR-FILE.
000201      IF WS-VND-FILE-STATUS NOT = "00"
000202          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000203              WS-VND-FILE-STATUS
000204          MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000205      END-IF.
000206      OPEN INPUT OPEN-INVOICE-FILE.
000207      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000208      OPEN INPUT BANK-CHANGE-FILE.
000209      OPEN INPUT VENDOR-DOCUMENT-FILE.
000210      OPEN OUTPUT FORECAST-REPORT.
000211      MOVE ZEROES TO WS-RUN-CUT-TOTALS.
000212      MOVE ZEROES TO WS-WIR-CUT-TOTALS.
000213      MOVE ZEROES TO WS-ACH-CUT-TOTALS.
000214      MOVE ZEROES TO WS-CHK-CUT-TOTALS.
000215      PERFORM PRINT-REPORT-HEADINGS.
000216      PERFORM START-INVOICE-FILE.
000217      PERFORM FORECAST-INVOICE-RECORDS
000218          UNTIL NO-MORE-INVOICE-RECORDS.
000219      PERFORM FINISH-VENDOR-FORECAST.
000220      PERFORM PRINT-FORECAST-TOTALS.
000221      CLOSE VENDOR-FILE.
000222      CLOSE OPEN-INVOICE-FILE.
000223      CLOSE BANK-CHANGE-FILE.
000224      CLOSE VENDOR-DOCUMENT-FILE.
000225      CLOSE FORECAST-REPORT.
000226      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000227      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000228          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000229          WS-INV-READ-COUNT WS-VENDOR-COUNT
000230          WS-RUN-ZERO-COUNT WS-WARNING-COUNT.
000231      DISPLAY WS-VENDOR-COUNT " VENDORS FORECAST".
000232
000233
000234 ENTER-CUTOFF-DATES.
000235      MOVE ZEROES TO WS-CUTOFF-TABLE.
000236      MOVE "Y" TO WS-MORE-CUTOFFS-SWITCH.
000237      PERFORM ENTER-ONE-CUTOFF-DATE
000238          UNTIL NO-MORE-CUTOFFS
000239              OR WS-CUTOFF-USED = 3.
000240
000241*--------------------------------------------------
000242* The first cutoff is required - a forecast with no
000243* date is not a forecast. A blank second or third
000244* answer just stops the prompting.
000245*--------------------------------------------------
000246 ENTER-ONE-CUTOFF-DATE.
000247      DISPLAY "ENTER CANDIDATE CUTOFF DATE (YYYYMMDD)".
000248      IF WS-CUTOFF-USED > 0
000249          DISPLAY "OR BLANK IF NO MORE DATES"
000250      END-IF.
000251      ACCEPT WS-DATE-FIELD.
000252      IF WS-DATE-FIELD = SPACES AND WS-CUTOFF-USED > 0
000253          MOVE "N" TO WS-MORE-CUTOFFS-SWITCH
000254      ELSE
000255          PERFORM VALIDATE-DATE-FIELD
000256          IF WS-DATE-VALID
000257              ADD 1 TO WS-CUTOFF-USED
000258              MOVE WS-DATE-FIELD
000259                  TO WS-CUTOFF-DATE (WS-CUTOFF-USED)
000260          ELSE
000261              DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000262          END-IF
000263      END-IF.
000264
000265 VALIDATE-DATE-FIELD.
000266      MOVE "N" TO WS-DATE-VALID-SWITCH.
000267      IF WS-DATE-FIELD IS NUMERIC
000268          AND WS-DATE-FIELD (5:2) >= "01"
000269          AND WS-DATE-FIELD (5:2) <= "12"
000270          AND WS-DATE-FIELD (7:2) >= "01"
000271          AND WS-DATE-FIELD (7:2) <= "31"
000272          MOVE "Y" TO WS-DATE-VALID-SWITCH
000273      END-IF.
000274
000275 START-INVOICE-FILE.
000276      MOVE LOW-VALUES TO INV-INVOICE-KEY.
000277      START OPEN-INVOICE-FILE
000278          KEY IS NOT LESS THAN INV-INVOICE-KEY
000279          INVALID KEY
000280              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000281      END-START.
000282      IF NOT NO-MORE-INVOICE-RECORDS
000283          PERFORM READ-INVOICE-RECORD
000284      END-IF.
000285
000286 READ-INVOICE-RECORD.
000287      READ OPEN-INVOICE-FILE NEXT RECORD
000288          AT END
000289              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000290          NOT AT END
000291              ADD 1 TO WS-INV-READ-COUNT
000292      END-READ.
000293
000294 FORECAST-INVOICE-RECORDS.
000295      IF INV-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
000296          PERFORM FINISH-VENDOR-FORECAST
000297          PERFORM START-VENDOR-FORECAST
000298      END-IF.
000299      IF INVOICE-OPEN
000300          AND NOT INVOICE-AWAITING-APPROVAL
000301          AND NOT INVOICE-DISPUTED
000302          IF WS-VENDOR-OK
000303              PERFORM TALLY-ONE-INVOICE
000304          ELSE
000305              IF INV-DUE-DATE <= WS-CUTOFF-DATE (1)
000306                  PERFORM WARN-UNPAYABLE-VENDOR
000307              END-IF
000308          END-IF
000309      END-IF.
000310      PERFORM READ-INVOICE-RECORD.
000311
000312 START-VENDOR-FORECAST.
000313      MOVE INV-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
000314      MOVE ZEROES TO WS-VENDOR-CUT-TOTALS.
000315      MOVE ZEROES TO WS-VENDOR-SELECTED-COUNT.
000316      MOVE "N" TO WS-VENDOR-WARNED-SWITCH.
000317      MOVE "N" TO WS-VENDOR-OK-SWITCH.
000318      MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER.
000319      READ VENDOR-FILE
000320          INVALID KEY
000321              MOVE "VENDOR NOT ON FILE" TO
000322                  WS-VENDOR-SKIP-REASON
000323          NOT INVALID KEY
000324              MOVE VENDOR-NAME TO WS-VENDOR-NAME-SAVE
000325              PERFORM CHECK-PAYMENT-VENDOR
000326      END-READ.
000327
000328*--------------------------------------------------
000329* VNDPAY01's CHECK-PAYMENT-VENDOR, its bank
000330* change prenote test and its insurance hold,
000331* unchanged, so the forecast and the real run
000332* agree on who gets paid and how.
000333*--------------------------------------------------
000334 CHECK-PAYMENT-VENDOR.
000335      IF VENDOR-INACTIVE
000336          MOVE "VENDOR INACTIVE" TO WS-VENDOR-SKIP-REASON
000337      ELSE
000338          MOVE "Y" TO WS-VENDOR-OK-SWITCH
000339          IF VENDOR-SWIFT-BIC NOT = SPACES
000340              AND VENDOR-IBAN NOT = SPACES
000341              AND NOT VENDOR-PAYMENT-HELD
000342              MOVE "WIR" TO WS-VENDOR-METHOD
000343          ELSE
000344              IF VENDOR-BANK-ROUTING NOT = ZEROES
000345                  AND NOT VENDOR-PAYMENT-HELD
000346                  MOVE "ACH" TO WS-VENDOR-METHOD
000347                  PERFORM CHECK-BANK-CHANGE-PRENOTE
000348              ELSE
000349                  MOVE "CHK" TO WS-VENDOR-METHOD
000350              END-IF
000351          END-IF
000352          PERFORM CHECK-INSURANCE-CERTIFICATE
000353      END-IF.
000354
000355*--------------------------------------------------
000356* A vendor whose new bank details VNDBKA01 has
000357* applied is paid by check until the prenote has
000358* gone and its waiting period has passed without
000359* a return - VNDPRE01 sets BKC-ACH-READY-DATE.
000360*--------------------------------------------------
000361 CHECK-BANK-CHANGE-PRENOTE.
000362      MOVE VENDOR-NUMBER TO BKC-VENDOR-NUMBER.
000363      READ BANK-CHANGE-FILE
000364          INVALID KEY
000365              CONTINUE
000366          NOT INVALID KEY
000367              IF BKC-APPROVED
000368                  OR (BKC-PRENOTED
000369                      AND WS-TODAY < BKC-ACH-READY-DATE)
000370                  MOVE "CHK" TO WS-VENDOR-METHOD
000371              END-IF
000372      END-READ.
000373
000374 CHECK-INSURANCE-CERTIFICATE.
000375      MOVE VENDOR-NUMBER TO CMP-VENDOR-NUMBER.
000376      MOVE "INS" TO CMP-DOC-TYPE.
000377      READ VENDOR-DOCUMENT-FILE
000378          INVALID KEY
000379              CONTINUE
000380          NOT INVALID KEY
000381              IF CMP-DOC-REQUIRED
000382                  IF CMP-RECEIVED-DATE IS NOT NUMERIC
000383                      OR CMP-RECEIVED-DATE = ZEROES
000384                      OR CMP-EXPIRY-DATE IS NOT NUMERIC
000385                      OR CMP-EXPIRY-DATE = ZEROES
000386                      OR CMP-EXPIRY-DATE < WS-TODAY
000387                      MOVE "N" TO WS-VENDOR-OK-SWITCH
000388                      MOVE "INSURANCE CERTIFICATE EXPIRED"
000389                          TO WS-VENDOR-SKIP-REASON
000390                  END-IF
000391              END-IF
000392      END-READ.
000393
000394 WARN-UNPAYABLE-VENDOR.
000395      IF NOT WS-VENDOR-WARNED
000396          MOVE WS-CURRENT-VENDOR TO WL-VENDOR-NUMBER
000397          MOVE WS-VENDOR-SKIP-REASON TO WL-MESSAGE
000398          MOVE WARNING-LINE TO REPORT-LINE
000399          WRITE REPORT-LINE
000400          MOVE "Y" TO WS-VENDOR-WARNED-SWITCH
000401          ADD 1 TO WS-WARNING-COUNT
000402      END-IF.
000403
000404*--------------------------------------------------
000405* One open invoice tallied against every candidate
000406* cutoff it is due by. The same invoice lands in
000407* the amount column of each cutoff that would pick
000408* it up, which is the side-by-side the funding
000409* decision needs.
000410*--------------------------------------------------
000411 TALLY-ONE-INVOICE.
000412      MOVE "N" TO WS-INV-SELECTED-SWITCH.
000413      PERFORM LOAD-INVOICE-USD-GROSS.
000414      MOVE 1 TO WS-CUTOFF-IDX.
000415      PERFORM TALLY-ONE-CUTOFF
000416          UNTIL WS-CUTOFF-IDX > WS-CUTOFF-USED.
000417      IF WS-INV-SELECTED
000418          ADD 1 TO WS-VENDOR-SELECTED-COUNT
000419      END-IF.
000420
000421*--------------------------------------------------
000422* An open credit memo nets against every cutoff -
000423* the real run selects a vendor's credits whenever
000424* it pays the vendor, whichever cutoff is picked.
000425*--------------------------------------------------
000426 TALLY-ONE-CUTOFF.
000427      IF INVOICE-IS-CREDIT
000428          SUBTRACT WS-INVOICE-USD-GROSS
000429              FROM WS-VND-CUT-AMOUNT (WS-CUTOFF-IDX)
000430          MOVE "Y" TO WS-INV-SELECTED-SWITCH
000431      ELSE
000432          IF INV-DUE-DATE <= WS-CUTOFF-DATE (WS-CUTOFF-IDX)
000433              PERFORM COMPUTE-FORECAST-NET
000434              ADD WS-FCT-NET
000435                  TO WS-VND-CUT-AMOUNT (WS-CUTOFF-IDX)
000436              MOVE "Y" TO WS-INV-SELECTED-SWITCH
000437          END-IF
000438      END-IF.
000439      ADD 1 TO WS-CUTOFF-IDX.
000440
000441*--------------------------------------------------
000442* The net in the invoice's own currency, then in
000443* US dollars at its entry rate.
000444*--------------------------------------------------
000445 COMPUTE-FORECAST-NET.
000446      MOVE INV-GROSS-AMOUNT TO WS-FCT-NET.
000447      IF INV-DISCOUNT-PCT IS NUMERIC
000448          AND INV-DISCOUNT-DATE IS NUMERIC
000449          AND INV-DISCOUNT-PCT > ZEROES
000450          AND WS-CUTOFF-DATE (WS-CUTOFF-IDX)
000451              <= INV-DISCOUNT-DATE
000452          COMPUTE WS-FCT-DISCOUNT ROUNDED =
000453              INV-GROSS-AMOUNT * INV-DISCOUNT-PCT / 100
000454          SUBTRACT WS-FCT-DISCOUNT FROM WS-FCT-NET
000455      END-IF.
000456      COMPUTE WS-FCT-NET ROUNDED =
000457          WS-FCT-NET * WS-INVOICE-ENTRY-RATE.
000458
000459*--------------------------------------------------
000460* A cutoff under which the vendor's credits exceed
000461* its charges funds nothing - the real run skips
000462* the vendor whole under that cutoff - so the
000463* negative shows as zero with a warning line.
000464*--------------------------------------------------
000465 FINISH-VENDOR-FORECAST.
000466      IF WS-CURRENT-VENDOR NOT = ZEROES
000467          AND WS-VENDOR-SELECTED-COUNT > 0
000468          PERFORM CLAMP-NEGATIVE-CUTOFFS
000469          PERFORM WRITE-FORECAST-DETAIL
000470          PERFORM ADD-VENDOR-TO-RUN-TOTALS
000471          ADD 1 TO WS-VENDOR-COUNT
000472      END-IF.
000473
000474 CLAMP-NEGATIVE-CUTOFFS.
000475      MOVE "N" TO WS-CLAMP-WARNED-SWITCH.
000476      MOVE 1 TO WS-CUTOFF-IDX.
000477      PERFORM CLAMP-ONE-CUTOFF
000478          UNTIL WS-CUTOFF-IDX > WS-CUTOFF-USED.
000479
000480 CLAMP-ONE-CUTOFF.
000481      IF WS-VND-CUT-AMOUNT (WS-CUTOFF-IDX) < ZEROES
000482          MOVE ZEROES TO WS-VND-CUT-AMOUNT (WS-CUTOFF-IDX)
000483          IF NOT WS-CLAMP-WARNED
000484              MOVE WS-CURRENT-VENDOR TO WL-VENDOR-NUMBER
000485              MOVE "CREDITS EXCEED CHARGES - NOT PAID"
000486                  TO WL-MESSAGE
000487              MOVE WARNING-LINE TO REPORT-LINE
000488              WRITE REPORT-LINE
000489              MOVE "Y" TO WS-CLAMP-WARNED-SWITCH
000490              ADD 1 TO WS-WARNING-COUNT
000491          END-IF
000492      END-IF.
000493      ADD 1 TO WS-CUTOFF-IDX.
000494
000495 WRITE-FORECAST-DETAIL.
000496      MOVE WS-CURRENT-VENDOR TO DL-VENDOR-NUMBER.
000497      MOVE WS-VENDOR-NAME-SAVE TO DL-VENDOR-NAME.
000498      MOVE WS-VENDOR-METHOD TO DL-METHOD.
000499      MOVE WS-VND-CUT-AMOUNT (1) TO DL-CUT-AMOUNT (1).
000500      MOVE WS-VND-CUT-AMOUNT (2) TO DL-CUT-AMOUNT (2).
000501      MOVE WS-VND-CUT-AMOUNT (3) TO DL-CUT-AMOUNT (3).
000502      MOVE DETAIL-LINE TO REPORT-LINE.
000503      WRITE REPORT-LINE.
000504
000505 ADD-VENDOR-TO-RUN-TOTALS.
000506      MOVE 1 TO WS-CUTOFF-IDX.
000507      PERFORM ADD-VENDOR-ONE-CUTOFF
000508          UNTIL WS-CUTOFF-IDX > WS-CUTOFF-USED.
000509
000510 ADD-VENDOR-ONE-CUTOFF.
000511      ADD WS-VND-CUT-AMOUNT (WS-CUTOFF-IDX)
000512          TO WS-RUN-CUT-AMOUNT (WS-CUTOFF-IDX).
000513      IF WS-VENDOR-METHOD = "ACH"
000514          ADD WS-VND-CUT-AMOUNT (WS-CUTOFF-IDX)
000515              TO WS-ACH-CUT-AMOUNT (WS-CUTOFF-IDX)
000516      ELSE
000517          IF WS-VENDOR-METHOD = "WIR"
000518              ADD WS-VND-CUT-AMOUNT (WS-CUTOFF-IDX)
000519                  TO WS-WIR-CUT-AMOUNT (WS-CUTOFF-IDX)
000520          ELSE
000521              ADD WS-VND-CUT-AMOUNT (WS-CUTOFF-IDX)
000522                  TO WS-CHK-CUT-AMOUNT (WS-CUTOFF-IDX)
000523          END-IF
000524      END-IF.
000525      ADD 1 TO WS-CUTOFF-IDX.
000526
000527 PRINT-REPORT-HEADINGS.
000528      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000529      WRITE REPORT-LINE.
000530      MOVE WS-CUTOFF-DATE (1) TO RH2-CUTOFF-1.
000531      IF WS-CUTOFF-USED > 1
000532          MOVE WS-CUTOFF-DATE (2) TO RH2-CUTOFF-2
000533      ELSE
000534          MOVE SPACES TO RH2-CUTOFF-2
000535      END-IF.
000536      IF WS-CUTOFF-USED > 2
000537          MOVE WS-CUTOFF-DATE (3) TO RH2-CUTOFF-3
000538      ELSE
000539          MOVE SPACES TO RH2-CUTOFF-3
000540      END-IF.
000541      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000542      WRITE REPORT-LINE.
000543      MOVE REPORT-HEADING-3 TO REPORT-LINE.
000544      WRITE REPORT-LINE.
000545      MOVE SPACES TO REPORT-LINE.
000546      WRITE REPORT-LINE.
000547
000548 PRINT-FORECAST-TOTALS.
000549      MOVE SPACES TO REPORT-LINE.
000550      WRITE REPORT-LINE.
000551      MOVE "TOTAL CASH REQUIRED" TO TL-LABEL.
000552      MOVE WS-RUN-CUT-AMOUNT (1) TO TL-CUT-AMOUNT (1).
000553      MOVE WS-RUN-CUT-AMOUNT (2) TO TL-CUT-AMOUNT (2).
000554      MOVE WS-RUN-CUT-AMOUNT (3) TO TL-CUT-AMOUNT (3).
000555      MOVE TOTAL-LINE TO REPORT-LINE.
000556      WRITE REPORT-LINE.
000557      MOVE "TOTAL BY WIRE" TO TL-LABEL.
000558      MOVE WS-WIR-CUT-AMOUNT (1) TO TL-CUT-AMOUNT (1).
000559      MOVE WS-WIR-CUT-AMOUNT (2) TO TL-CUT-AMOUNT (2).
000560      MOVE WS-WIR-CUT-AMOUNT (3) TO TL-CUT-AMOUNT (3).
000561      MOVE TOTAL-LINE TO REPORT-LINE.
000562      WRITE REPORT-LINE.
000563      MOVE "TOTAL BY ACH" TO TL-LABEL.
000564      MOVE WS-ACH-CUT-AMOUNT (1) TO TL-CUT-AMOUNT (1).
000565      MOVE WS-ACH-CUT-AMOUNT (2) TO TL-CUT-AMOUNT (2).
000566      MOVE WS-ACH-CUT-AMOUNT (3) TO TL-CUT-AMOUNT (3).
000567      MOVE TOTAL-LINE TO REPORT-LINE.
000568      WRITE REPORT-LINE.
000569      MOVE "TOTAL BY CHECK" TO TL-LABEL.
000570      MOVE WS-CHK-CUT-AMOUNT (1) TO TL-CUT-AMOUNT (1).
000571      MOVE WS-CHK-CUT-AMOUNT (2) TO TL-CUT-AMOUNT (2).
000572      MOVE WS-CHK-CUT-AMOUNT (3) TO TL-CUT-AMOUNT (3).
000573      MOVE TOTAL-LINE TO REPORT-LINE.
000574      WRITE REPORT-LINE.
000575
000576     COPY "PRSGN01.CBL".
000577
000578     COPY "PRFXR01.CBL".
