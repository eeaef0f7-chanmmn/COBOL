000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDINM01.
000003*------------------------------------------------
000004* Open invoice maintenance - the correction side
000005* of VNDINV01, which can only add. The operator
000006* keys a vendor and invoice number and, for an
000007* invoice still open, picks one of four actions:
000008* correct fields off a menu (invoice date, due
000009* date, gross amount, discount terms, PO), cancel
000010* the invoice, put it on a dispute hold, or
000011* release the hold. A paid invoice is refused -
000012* its payment is backed out through VNDVOID01
000013* first.
000014* A changed gross or PO backs the old amount out
000015* of the old PO's PO-INVOICED-AMOUNT and rolls the
000016* new one into the new PO, under the same open-
000017* amount test VNDINV01 applies, and a closed PO
000018* is refused as a new PO; a changed gross
000019* also has its GL distribution lines re-keyed to
000020* the new amount and goes back for approval in
000021* VNDAPR01, stamped with this operator as the
000022* enterer. A cancel sets INV-STATUS "X", backs
000023* the amount out of its PO and deletes its
000024* distribution lines. A disputed invoice stays
000025* open but VNDPAY01 passes it over.
000026* Every change is logged through VNDIAULG with
000027* the invoice before and after, the way VNDAUDLG
000028* logs the vendor master.
000029* Once a month-end close (VNDCLS01) has accrued
000030* an invoice into the AP control account its
000031* invoice date and gross amount are locked - a
000032* mistake is put right with a credit memo or a
000033* cancel, which the next close reverses - and a
000034* cancel keeps its distribution lines so that
000035* reversal hits the same accounts. A corrected
000036* invoice date must fall in an open AP period,
000037* the VNDPERCK test VNDINV01 applies at entry.
000038* A foreign-currency invoice keeps the rate it
000039* was entered at; a corrected gross is restated
000040* to US dollars at that rate, and the PO amounts
000041* move in US dollars as they do at entry.
000042*------------------------------------------------
000043 ENVIRONMENT DIVISION.
000044 INPUT-OUTPUT SECTION.
000045 FILE-CONTROL.
000046
000047     COPY "SLVND01.CBL".
000048
000049     COPY "SLINV01.CBL".
000050
000051     COPY "SLPO01.CBL".
000052
000053     COPY "SLGLD01.CBL".
000054
000055     COPY "SLOPR01.CBL".
000056
000057 DATA DIVISION.
000058 FILE SECTION.
000059
000060     COPY "FDVND02.CBL".
000061
000062     COPY "FDINV01.CBL".
000063
000064     COPY "FDPO01.CBL".
000065
000066     COPY "FDGLD01.CBL".
000067
000068     COPY "FDOPR01.CBL".
000069
000070 WORKING-STORAGE SECTION.
000071
000072 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000073 01 VENDOR-NUMBER-FIELD PIC Z(5).
000074 01 WS-MORE-VENDORS PIC X(1) VALUE "Y".
000075     88 NO-MORE-VENDORS VALUE "N".
000076 01 WS-MORE-VENDOR-INVOICES PIC X(1) VALUE "Y".
000077     88 NO-MORE-VENDOR-INVOICES VALUE "N".
000078*--------------------------------------------------
000079* Action and field-correction menu choices, the
000080* same shape as VNDUPD01's. A field choice of 0
000081* means the operator is done correcting.
000082*--------------------------------------------------
000083 01 WS-ACTION-CHOICE PIC 9 VALUE ZERO.
000084 01 WS-FIELD-CHOICE PIC 99 VALUE ZERO.
000085 01 WS-MORE-FIELD-CHANGES PIC X(1) VALUE "Y".
000086     88 NO-MORE-FIELD-CHANGES VALUE "N".
000087 01 WS-CONFIRM-FIELD PIC X(1).
000088*--------------------------------------------------
000089* The change is accepted only if the PO and the
000090* distribution lines still agree with the new
000091* amount; any refusal turns this off and the
000092* invoice is left as it was on file.
000093*--------------------------------------------------
000094 01 WS-CHANGE-OK-SWITCH PIC X(1) VALUE "Y".
000095     88 WS-CHANGE-OK VALUE "Y".
000096*--------------------------------------------------
000097* The invoice as it was read, for the PO backout
000098* and the audit log's before image.
000099*--------------------------------------------------
000100 01 WS-OLD-GROSS-AMOUNT PIC 9(7)V99.
000101 01 WS-OLD-PO-NUMBER PIC X(10).
000102 01 WS-OLD-USD-GROSS-AMOUNT PIC 9(9)V99.
000103 01 WS-INVOICE-AUDIT-ACTION PIC X(6).
000104 01 WS-INVOICE-BEFORE-IMAGE PIC X(250).
000105 01 WS-INVOICE-AFTER-IMAGE PIC X(250).
000106*--------------------------------------------------
000107* Intermediate ACCEPT fields so a bad date or
000108* amount can be detected and re-prompted, the same
000109* edits VNDINV01 applies at entry.
000110*--------------------------------------------------
000111 01 WS-DATE-FIELD PIC X(8).
000112 01 WS-DATE-VALID-SWITCH PIC X(1) VALUE "N".
000113     88 WS-DATE-VALID VALUE "Y".
000114 01 WS-AMOUNT-FIELD PIC X(10).
000115 01 WS-AMOUNT-VALID-SWITCH PIC X(1) VALUE "N".
000116     88 WS-AMOUNT-VALID VALUE "Y".
000117 01 WS-AMOUNT-DOLLARS-TEXT PIC X(8).
000118 01 WS-AMOUNT-DOLLAR-LENGTH PIC 9(2) COMP.
000119 01 WS-AMOUNT-CENTS-TEXT PIC X(3).
000120 01 WS-AMOUNT-DOLLARS PIC 9(7).
000121 01 WS-AMOUNT-CENTS PIC 9(2).
000122 01 WS-EDITED-AMOUNT PIC 9(7)V99 VALUE ZERO.
000123 01 WS-DISC-PCT-FIELD PIC X(5).
000124 01 WS-DISC-PCT-VALID-SWITCH PIC X(1) VALUE "N".
000125     88 WS-DISC-PCT-VALID VALUE "Y".
000126 01 WS-DISC-WHOLE-TEXT PIC X(3).
000127 01 WS-DISC-WHOLE-LENGTH PIC 9(2) COMP.
000128 01 WS-DISC-FRAC-TEXT PIC X(3).
000129 01 WS-DISC-WHOLE PIC 9(2).
000130 01 WS-DISC-FRAC PIC 9(2).
000131 01 WS-PO-NUMBER-FIELD PIC X(10).
000132 01 WS-PO-OPEN-AMOUNT PIC S9(7)V99.
000133 01 WS-REASON-FIELD PIC X(30).
000134*--------------------------------------------------
000135* Set from INV-ACCRUED-PERIOD when the invoice is
000136* read; the corrected date's AP period as
000137* VNDPERCK reports it.
000138*--------------------------------------------------
000139 01 WS-ACCRUED-SWITCH PIC X(1) VALUE "N".
000140     88 WS-INVOICE-ACCRUED VALUE "Y".
000141 01 WS-POSTING-DATE PIC 9(8).
000142 01 WS-PERIOD-STATE PIC X(1).
000143     88 WS-PERIOD-CLOSED VALUE "C".
000144     88 WS-PERIOD-NOT-OPEN VALUE "N".
000145*--------------------------------------------------
000146* Re-keyed GL distribution lines for a changed
000147* gross, buffered and written only once the
000148* invoice REWRITE has gone through - the same
000149* table VNDINV01 keys into.
000150*--------------------------------------------------
000151 01 WS-DIST-TABLE.
000152     05 WS-DT-ENTRY OCCURS 10 TIMES.
000153         10 WS-DT-ACCOUNT PIC X(8).
000154         10 WS-DT-AMOUNT PIC 9(7)V99.
000155 01 WS-DIST-COUNT PIC 9(2) VALUE ZERO.
000156 01 WS-DIST-IDX PIC 9(2) COMP.
000157 01 WS-DIST-ENTERED-TOTAL PIC 9(8)V99 VALUE ZERO.
000158 01 WS-DIST-REMAINING PIC 9(8)V99 VALUE ZERO.
000159 01 WS-DIST-ACCOUNT-FIELD PIC X(8).
000160 01 WS-GLD-EOF-SWITCH PIC X(1) VALUE "N".
000161     88 NO-MORE-DISTRIBUTIONS VALUE "Y".
000162 01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
000163 01 WS-CHANGED-COUNT PIC 9(5) VALUE ZERO.
000164 01 WS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
000165 01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
000166 01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
000167
000168*--------------------------------------------------
000169* Run Control Log fields for the START/END records
000170* this run writes through VNDRUNLG.
000171*--------------------------------------------------
000172 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDINM01".
000173 01 WS-RUN-ENTRY-TYPE PIC X(5).
000174 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000175 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000176
000177     COPY "WSSGN01.CBL".
000178
000179     COPY "WSFXR01.CBL".
000180
000181 PROCEDURE DIVISION.
000182 PROGRAM-BEGIN.
000183      PERFORM SIGN-ON-OPERATOR.
000184      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000185      PERFORM CHECK-OPERATOR-AUTHORITY.
000186      IF WS-AUTHORITY-OK
000187          PERFORM RUN-MAINTENANCE-SESSION
000188      END-IF.
000189
000190 PROGRAM-DONE.
000191      STOP RUN.
000192
000193 RUN-MAINTENANCE-SESSION.
000194      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000195      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000196          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000197          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000198          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000199      OPEN INPUT VENDOR-FILE.
000200      IF WS-VND-FILE-STATUS NOT = "00"
000201          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000202              WS-VND-FILE-STATUS
000203          MOVE "N" TO WS-MORE-VENDORS
000204      END-IF.
000205      OPEN I-O OPEN-INVOICE-FILE.
000206      OPEN I-O PURCHASE-ORDER-FILE.
000207      OPEN I-O GL-DISTRIBUTION-FILE.
000208      PERFORM MAINTAIN-VENDOR-INVOICES
000209          UNTIL NO-MORE-VENDORS.
000210      CLOSE VENDOR-FILE.
000211      CLOSE OPEN-INVOICE-FILE.
000212      CLOSE PURCHASE-ORDER-FILE.
000213      CLOSE GL-DISTRIBUTION-FILE.
000214      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000215      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000216          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000217          WS-CHANGED-COUNT WS-CANCELLED-COUNT
000218          WS-HELD-COUNT WS-RELEASED-COUNT.
000219      DISPLAY WS-CHANGED-COUNT " INVOICES CHANGED".
000220      DISPLAY WS-CANCELLED-COUNT " INVOICES CANCELLED".
000221      DISPLAY WS-HELD-COUNT " INVOICES PUT ON DISPUTE HOLD".
000222      DISPLAY WS-RELEASED-COUNT " DISPUTE HOLDS RELEASED".
000223
000224 MAINTAIN-VENDOR-INVOICES.
000225      DISPLAY "ENTER VENDOR NUMBER (0 TO STOP)".
000226      ACCEPT VENDOR-NUMBER-FIELD.
000227      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000228      IF VENDOR-NUMBER = ZEROES
000229          MOVE "N" TO WS-MORE-VENDORS
000230      ELSE
000231          PERFORM FIND-MAINTENANCE-VENDOR
000232      END-IF.
000233
000234*--------------------------------------------------
000235* An inactive vendor's invoices can still be
000236* maintained - cancelling what a closed-down
000237* supplier will never be paid is exactly what is
000238* needed then.
000239*--------------------------------------------------
000240 FIND-MAINTENANCE-VENDOR.
000241      READ VENDOR-FILE
000242          INVALID KEY
000243              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000244          NOT INVALID KEY
000245              DISPLAY "MAINTAINING INVOICES FOR " VENDOR-NAME
000246              MOVE "Y" TO WS-MORE-VENDOR-INVOICES
000247              PERFORM MAINTAIN-ONE-INVOICE
000248                  UNTIL NO-MORE-VENDOR-INVOICES
000249      END-READ.
000250
000251 MAINTAIN-ONE-INVOICE.
000252      MOVE SPACES TO INVOICE-RECORD.
000253      MOVE VENDOR-NUMBER TO INV-VENDOR-NUMBER.
000254      DISPLAY "ENTER INVOICE NUMBER (BLANK WHEN DONE)".
000255      ACCEPT INV-INVOICE-NUMBER.
000256      IF INV-INVOICE-NUMBER = SPACES
000257          MOVE "N" TO WS-MORE-VENDOR-INVOICES
000258      ELSE
000259          READ OPEN-INVOICE-FILE
000260              INVALID KEY
000261                  DISPLAY "INVOICE NOT ON FILE - "
000262                      INV-INVOICE-NUMBER
000263              NOT INVALID KEY
000264                  PERFORM CHECK-INVOICE-MAINTAINABLE
000265          END-READ
000266      END-IF.
000267
000268 CHECK-INVOICE-MAINTAINABLE.
000269      IF INVOICE-OPEN
000270          PERFORM SHOW-INVOICE
000271          PERFORM SELECT-MAINTENANCE-ACTION
000272      ELSE
000273          IF INVOICE-PAID
000274              DISPLAY "INVOICE PAID " INV-PAID-DATE
000275                  " - VOID THE PAYMENT FIRST"
000276          ELSE
000277              DISPLAY "INVOICE IS CANCELLED - NOT MAINTAINED"
000278          END-IF
000279      END-IF.
000280
000281 SHOW-INVOICE.
000282      MOVE INV-GROSS-AMOUNT TO WS-DISPLAY-AMOUNT.
000283      IF INVOICE-IS-CREDIT
000284          DISPLAY "CREDIT MEMO " INV-INVOICE-NUMBER
000285      ELSE
000286          DISPLAY "INVOICE " INV-INVOICE-NUMBER
000287      END-IF.
000288      DISPLAY "  DATED " INV-INVOICE-DATE
000289          "  DUE " INV-DUE-DATE
000290          "  AMOUNT " WS-DISPLAY-AMOUNT
000291          " " INV-CURRENCY-CODE.
000292      DISPLAY "  PO " INV-PO-NUMBER
000293          "  ENTERED BY " INV-ENTERED-BY.
000294      IF INVOICE-AWAITING-APPROVAL
000295          DISPLAY "  AWAITING APPROVAL"
000296      END-IF.
000297      IF INVOICE-DISPUTED
000298          DISPLAY "  ON DISPUTE HOLD - " INV-DISPUTE-REASON
000299      END-IF.
000300
000301*--------------------------------------------------
000302* The invoice as read is saved before any action
000303* touches the record area, so the PO backout and
000304* the audit before image both see what was on
000305* file.
000306*--------------------------------------------------
000307 SELECT-MAINTENANCE-ACTION.
000308      MOVE INVOICE-RECORD TO WS-INVOICE-BEFORE-IMAGE.
000309      MOVE INV-GROSS-AMOUNT TO WS-OLD-GROSS-AMOUNT.
000310      MOVE INV-PO-NUMBER TO WS-OLD-PO-NUMBER.
000311      PERFORM LOAD-INVOICE-USD-GROSS.
000312      MOVE WS-INVOICE-USD-GROSS TO WS-OLD-USD-GROSS-AMOUNT.
000313      MOVE "N" TO WS-ACCRUED-SWITCH.
000314      IF INV-ACCRUED-PERIOD IS NUMERIC
000315          AND INV-ACCRUED-PERIOD NOT = ZEROES
000316          MOVE "Y" TO WS-ACCRUED-SWITCH
000317      END-IF.
000318      DISPLAY " 1 - CORRECT FIELDS".
000319      DISPLAY " 2 - CANCEL THE INVOICE".
000320      DISPLAY " 3 - PUT ON DISPUTE HOLD".
000321      DISPLAY " 4 - RELEASE DISPUTE HOLD".
000322      DISPLAY " 0 - LEAVE THE INVOICE AS IT IS".
000323      DISPLAY "ENTER THE NUMBER OF THE ACTION".
000324      ACCEPT WS-ACTION-CHOICE.
000325      IF WS-ACTION-CHOICE = 1
000326          PERFORM CHANGE-INVOICE
000327      ELSE
000328      IF WS-ACTION-CHOICE = 2
000329          PERFORM CANCEL-INVOICE
000330      ELSE
000331      IF WS-ACTION-CHOICE = 3
000332          PERFORM HOLD-INVOICE
000333      ELSE
000334      IF WS-ACTION-CHOICE = 4
000335          PERFORM RELEASE-INVOICE
000336      ELSE
000337          DISPLAY "INVOICE LEFT AS IT WAS"
000338      END-IF
000339      END-IF
000340      END-IF
000341      END-IF.
000342
000343*--------------------------------------------------
000344* Fields are corrected one at a time off the menu;
000345* the PO and distribution checks run once, when
000346* the operator is done, against the final values.
000347*--------------------------------------------------
000348 CHANGE-INVOICE.
000349      MOVE "Y" TO WS-MORE-FIELD-CHANGES.
000350      PERFORM CHANGE-ONE-FIELD
000351          UNTIL NO-MORE-FIELD-CHANGES.
000352      IF INV-GROSS-AMOUNT NOT = WS-OLD-GROSS-AMOUNT
000353          PERFORM RESTATE-INVOICE-USD-GROSS
000354      END-IF.
000355      MOVE "Y" TO WS-CHANGE-OK-SWITCH.
000356      IF INV-GROSS-AMOUNT NOT = WS-OLD-GROSS-AMOUNT
000357          OR INV-PO-NUMBER NOT = WS-OLD-PO-NUMBER
000358          PERFORM CHECK-CHANGED-PO
000359      END-IF.
000360      IF WS-CHANGE-OK
000361          AND INV-GROSS-AMOUNT NOT = WS-OLD-GROSS-AMOUNT
000362          DISPLAY "GROSS CHANGED - RE-ENTER GL DISTRIBUTION"
000363          PERFORM ENTER-GL-DISTRIBUTIONS
000364      END-IF.
000365      IF WS-CHANGE-OK
000366          PERFORM REWRITE-CHANGED-INVOICE
000367      ELSE
000368          DISPLAY "CHANGE ABANDONED - INVOICE LEFT AS IT WAS"
000369      END-IF.
000370
000371 CHANGE-ONE-FIELD.
000372      PERFORM DISPLAY-FIELD-MENU.
000373      ACCEPT WS-FIELD-CHOICE.
000374      PERFORM CHANGE-SELECTED-FIELD.
000375
000376 DISPLAY-FIELD-MENU.
000377      MOVE INV-GROSS-AMOUNT TO WS-DISPLAY-AMOUNT.
000378      DISPLAY " 1 - INVOICE DATE    " INV-INVOICE-DATE.
000379      DISPLAY " 2 - DUE DATE        " INV-DUE-DATE.
000380      DISPLAY " 3 - GROSS AMOUNT    " WS-DISPLAY-AMOUNT.
000381      DISPLAY " 4 - DISCOUNT TERMS  " INV-DISCOUNT-PCT
000382          " UNTIL " INV-DISCOUNT-DATE.
000383      DISPLAY " 5 - PO NUMBER       " INV-PO-NUMBER.
000384      DISPLAY " 0 - DONE, REWRITE THE INVOICE".
000385      DISPLAY "ENTER THE NUMBER OF THE FIELD TO CORRECT".
000386
000387*--------------------------------------------------
000388* Terms and PO matching do not apply to a credit
000389* memo, the same rule VNDINV01 applies at entry.
000390*--------------------------------------------------
000391 CHANGE-SELECTED-FIELD.
000392      IF WS-FIELD-CHOICE = 0
000393          MOVE "N" TO WS-MORE-FIELD-CHANGES
000394      ELSE
000395      IF WS-FIELD-CHOICE = 1 OR WS-FIELD-CHOICE = 3
000396          IF WS-INVOICE-ACCRUED
000397              DISPLAY "ACCRUED IN PERIOD " INV-ACCRUED-PERIOD
000398                  " - DATE AND AMOUNT ARE LOCKED"
000399          ELSE
000400              IF WS-FIELD-CHOICE = 1
000401                  PERFORM ENTER-INVOICE-DATE
000402              ELSE
000403                  PERFORM ENTER-INVOICE-GROSS-AMOUNT
000404              END-IF
000405          END-IF
000406      ELSE
000407      IF WS-FIELD-CHOICE = 2
000408          PERFORM ENTER-INVOICE-DUE-DATE
000409      ELSE
000410      IF WS-FIELD-CHOICE = 4 OR WS-FIELD-CHOICE = 5
000411          IF INVOICE-IS-CREDIT
000412              DISPLAY "NOT APPLICABLE TO A CREDIT MEMO"
000413          ELSE
000414              IF WS-FIELD-CHOICE = 4
000415                  PERFORM ENTER-INVOICE-DISCOUNT
000416              ELSE
000417                  PERFORM ENTER-INVOICE-PO-NUMBER
000418              END-IF
000419          END-IF
000420      ELSE
000421          DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
000422      END-IF
000423      END-IF
000424      END-IF
000425      END-IF.
000426
000427 ENTER-INVOICE-DATE.
000428      MOVE "N" TO WS-DATE-VALID-SWITCH.
000429      PERFORM GET-AND-CHECK-INVOICE-DATE
000430          UNTIL WS-DATE-VALID.
000431      MOVE WS-DATE-FIELD TO INV-INVOICE-DATE.
000432
000433 GET-AND-CHECK-INVOICE-DATE.
000434      DISPLAY "ENTER INVOICE DATE (YYYYMMDD)".
000435      ACCEPT WS-DATE-FIELD.
000436      PERFORM VALIDATE-DATE-FIELD.
000437      IF NOT WS-DATE-VALID
000438          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000439      ELSE
000440          PERFORM CHECK-INVOICE-DATE-PERIOD
000441      END-IF.
000442
000443 CHECK-INVOICE-DATE-PERIOD.
000444      MOVE WS-DATE-FIELD TO WS-POSTING-DATE.
000445      CALL "VNDPERCK" USING WS-POSTING-DATE WS-PERIOD-STATE.
000446      IF WS-PERIOD-CLOSED
000447          DISPLAY "PERIOD " WS-DATE-FIELD (1:6)
000448              " IS CLOSED - PLEASE RE-ENTER"
000449          MOVE "N" TO WS-DATE-VALID-SWITCH
000450      ELSE
000451          IF WS-PERIOD-NOT-OPEN
000452              DISPLAY "PERIOD " WS-DATE-FIELD (1:6)
000453                  " IS NOT OPEN - PLEASE RE-ENTER"
000454              MOVE "N" TO WS-DATE-VALID-SWITCH
000455          END-IF
000456      END-IF.
000457
000458 ENTER-INVOICE-DUE-DATE.
000459      MOVE "N" TO WS-DATE-VALID-SWITCH.
000460      PERFORM GET-AND-CHECK-INVOICE-DUE-DATE
000461          UNTIL WS-DATE-VALID.
000462      MOVE WS-DATE-FIELD TO INV-DUE-DATE.
000463
000464 GET-AND-CHECK-INVOICE-DUE-DATE.
000465      DISPLAY "ENTER DUE DATE (YYYYMMDD)".
000466      ACCEPT WS-DATE-FIELD.
000467      PERFORM VALIDATE-DATE-FIELD.
000468      IF NOT WS-DATE-VALID
000469          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000470      END-IF.
000471
000472*--------------------------------------------------
000473* Format edit on a YYYYMMDD date - all numeric,
000474* month 01-12, day 01-31 - the same edit VNDINV01
000475* applies.
000476*--------------------------------------------------
000477 VALIDATE-DATE-FIELD.
000478      MOVE "N" TO WS-DATE-VALID-SWITCH.
000479      IF WS-DATE-FIELD IS NUMERIC
000480          AND WS-DATE-FIELD (5:2) >= "01"
000481          AND WS-DATE-FIELD (5:2) <= "12"
000482          AND WS-DATE-FIELD (7:2) >= "01"
000483          AND WS-DATE-FIELD (7:2) <= "31"
000484          MOVE "Y" TO WS-DATE-VALID-SWITCH
000485      END-IF.
000486
000487 ENTER-INVOICE-GROSS-AMOUNT.
000488      MOVE "N" TO WS-AMOUNT-VALID-SWITCH.
000489      PERFORM GET-AND-CHECK-GROSS-AMOUNT
000490          UNTIL WS-AMOUNT-VALID.
000491      MOVE WS-EDITED-AMOUNT TO INV-GROSS-AMOUNT.
000492
000493 GET-AND-CHECK-GROSS-AMOUNT.
000494      DISPLAY "ENTER GROSS AMOUNT (NNNNNNN.NN)".
000495      ACCEPT WS-AMOUNT-FIELD.
000496      PERFORM VALIDATE-AMOUNT-FIELD.
000497      IF NOT WS-AMOUNT-VALID
000498          DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER"
000499      END-IF.
000500
000501*--------------------------------------------------
000502* Splits the keyed amount on the decimal point and
000503* edits each part before any of it reaches a
000504* numeric field, as VNDINV01 does. The result
000505* lands in WS-EDITED-AMOUNT.
000506*--------------------------------------------------
000507 VALIDATE-AMOUNT-FIELD.
000508      MOVE "N" TO WS-AMOUNT-VALID-SWITCH.
000509      MOVE SPACES TO WS-AMOUNT-DOLLARS-TEXT.
000510      MOVE SPACES TO WS-AMOUNT-CENTS-TEXT.
000511      MOVE ZEROES TO WS-AMOUNT-DOLLAR-LENGTH.
000512      UNSTRING WS-AMOUNT-FIELD
000513          DELIMITED BY "." OR " "
000514          INTO WS-AMOUNT-DOLLARS-TEXT
000515              COUNT IN WS-AMOUNT-DOLLAR-LENGTH
000516              WS-AMOUNT-CENTS-TEXT
000517      END-UNSTRING.
000518      IF WS-AMOUNT-DOLLAR-LENGTH > 0
000519          AND WS-AMOUNT-DOLLAR-LENGTH < 8
000520          AND WS-AMOUNT-DOLLARS-TEXT (1:WS-AMOUNT-DOLLAR-LENGTH)
000521              IS NUMERIC
000522          PERFORM VALIDATE-AMOUNT-CENTS
000523      END-IF.
000524
000525 VALIDATE-AMOUNT-CENTS.
000526      IF WS-AMOUNT-CENTS-TEXT = SPACES
000527          MOVE ZEROES TO WS-AMOUNT-CENTS
000528          MOVE "Y" TO WS-AMOUNT-VALID-SWITCH
000529          PERFORM MOVE-AMOUNT-TO-EDITED
000530      ELSE
000531          IF WS-AMOUNT-CENTS-TEXT (1:2) IS NUMERIC
000532              AND WS-AMOUNT-CENTS-TEXT (3:1) = SPACE
000533              MOVE WS-AMOUNT-CENTS-TEXT (1:2)
000534                  TO WS-AMOUNT-CENTS
000535              MOVE "Y" TO WS-AMOUNT-VALID-SWITCH
000536              PERFORM MOVE-AMOUNT-TO-EDITED
000537          END-IF
000538      END-IF.
000539
000540 MOVE-AMOUNT-TO-EDITED.
000541      MOVE WS-AMOUNT-DOLLARS-TEXT (1:WS-AMOUNT-DOLLAR-LENGTH)
000542          TO WS-AMOUNT-DOLLARS.
000543      COMPUTE WS-EDITED-AMOUNT =
000544          WS-AMOUNT-DOLLARS + (WS-AMOUNT-CENTS / 100).
000545
000546 ENTER-INVOICE-DISCOUNT.
000547      MOVE "N" TO WS-DISC-PCT-VALID-SWITCH.
000548      PERFORM GET-AND-CHECK-DISCOUNT-PCT
000549          UNTIL WS-DISC-PCT-VALID.
000550      IF INV-DISCOUNT-PCT > ZEROES
000551          PERFORM ENTER-DISCOUNT-EXPIRY-DATE
000552      ELSE
000553          MOVE ZEROES TO INV-DISCOUNT-DATE
000554      END-IF.
000555
000556 GET-AND-CHECK-DISCOUNT-PCT.
000557      DISPLAY "ENTER DISCOUNT PERCENT (NN.NN, BLANK IF NONE)".
000558      ACCEPT WS-DISC-PCT-FIELD.
000559      IF WS-DISC-PCT-FIELD = SPACES
000560          MOVE ZEROES TO INV-DISCOUNT-PCT
000561          MOVE "Y" TO WS-DISC-PCT-VALID-SWITCH
000562      ELSE
000563          PERFORM VALIDATE-DISCOUNT-PCT
000564          IF NOT WS-DISC-PCT-VALID
000565              DISPLAY "INVALID PERCENT - PLEASE RE-ENTER"
000566          END-IF
000567      END-IF.
000568
000569 VALIDATE-DISCOUNT-PCT.
000570      MOVE "N" TO WS-DISC-PCT-VALID-SWITCH.
000571      MOVE SPACES TO WS-DISC-WHOLE-TEXT.
000572      MOVE SPACES TO WS-DISC-FRAC-TEXT.
000573      MOVE ZEROES TO WS-DISC-WHOLE-LENGTH.
000574      UNSTRING WS-DISC-PCT-FIELD
000575          DELIMITED BY "." OR " "
000576          INTO WS-DISC-WHOLE-TEXT
000577              COUNT IN WS-DISC-WHOLE-LENGTH
000578              WS-DISC-FRAC-TEXT
000579      END-UNSTRING.
000580      IF WS-DISC-WHOLE-LENGTH > 0
000581          AND WS-DISC-WHOLE-LENGTH < 3
000582          AND WS-DISC-WHOLE-TEXT (1:WS-DISC-WHOLE-LENGTH)
000583              IS NUMERIC
000584          PERFORM VALIDATE-DISCOUNT-FRAC
000585      END-IF.
000586
000587 VALIDATE-DISCOUNT-FRAC.
000588      IF WS-DISC-FRAC-TEXT = SPACES
000589          MOVE ZEROES TO WS-DISC-FRAC
000590          MOVE "Y" TO WS-DISC-PCT-VALID-SWITCH
000591          PERFORM MOVE-PCT-TO-INVOICE
000592      ELSE
000593          IF WS-DISC-FRAC-TEXT (1:2) IS NUMERIC
000594              AND WS-DISC-FRAC-TEXT (3:1) = SPACE
000595              MOVE WS-DISC-FRAC-TEXT (1:2) TO WS-DISC-FRAC
000596              MOVE "Y" TO WS-DISC-PCT-VALID-SWITCH
000597              PERFORM MOVE-PCT-TO-INVOICE
000598          END-IF
000599      END-IF.
000600
000601 MOVE-PCT-TO-INVOICE.
000602      MOVE WS-DISC-WHOLE-TEXT (1:WS-DISC-WHOLE-LENGTH)
000603          TO WS-DISC-WHOLE.
000604      COMPUTE INV-DISCOUNT-PCT =
000605          WS-DISC-WHOLE + (WS-DISC-FRAC / 100).
000606
000607 ENTER-DISCOUNT-EXPIRY-DATE.
000608      MOVE "N" TO WS-DATE-VALID-SWITCH.
000609      PERFORM GET-AND-CHECK-DISCOUNT-DATE
000610          UNTIL WS-DATE-VALID.
000611      MOVE WS-DATE-FIELD TO INV-DISCOUNT-DATE.
000612
000613 GET-AND-CHECK-DISCOUNT-DATE.
000614      DISPLAY "ENTER DISCOUNT EXPIRY DATE (YYYYMMDD)".
000615      ACCEPT WS-DATE-FIELD.
000616      PERFORM VALIDATE-DATE-FIELD.
000617      IF NOT WS-DATE-VALID
000618          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000619      END-IF.
000620
000621*--------------------------------------------------
000622* Only the number is taken here; whether the PO is
000623* on file and has room is checked once the
000624* operator is done, against the final gross.
000625*--------------------------------------------------
000626 ENTER-INVOICE-PO-NUMBER.
000627      DISPLAY "ENTER PO NUMBER (BLANK IF NONE)".
000628      ACCEPT WS-PO-NUMBER-FIELD.
000629      MOVE WS-PO-NUMBER-FIELD TO INV-PO-NUMBER.
000630      IF INV-PO-NUMBER = SPACES
000631          DISPLAY "WARNING - NO PO, INVOICE UNMATCHED"
000632      END-IF.
000633
000634*--------------------------------------------------
000635* The new PO must be on file and have room for the
000636* new gross in its open amount. When the PO is the
000637* one the invoice already sat on, the invoice's
000638* old amount is still inside PO-INVOICED-AMOUNT,
000639* so it is counted back in as open first. A
000640* closed PO takes no new invoice; one already on
000641* it can still have its amount corrected.
000642*--------------------------------------------------
000643 CHECK-CHANGED-PO.
000644      IF INV-PO-NUMBER NOT = SPACES
000645          MOVE INV-VENDOR-NUMBER TO PO-VENDOR-NUMBER
000646          MOVE INV-PO-NUMBER TO PO-PO-NUMBER
000647          READ PURCHASE-ORDER-FILE
000648              INVALID KEY
000649                  DISPLAY "PO NOT ON FILE - CHANGE REFUSED"
000650                  MOVE "N" TO WS-CHANGE-OK-SWITCH
000651              NOT INVALID KEY
000652                  IF PO-CLOSED
000653                      AND INV-PO-NUMBER NOT = WS-OLD-PO-NUMBER
000654                      DISPLAY "PO IS CLOSED - CHANGE REFUSED"
000655                      MOVE "N" TO WS-CHANGE-OK-SWITCH
000656                  ELSE
000657                      PERFORM CHECK-CHANGED-PO-OPEN-AMOUNT
000658                  END-IF
000659          END-READ
000660      END-IF.
000661
000662 CHECK-CHANGED-PO-OPEN-AMOUNT.
000663      COMPUTE WS-PO-OPEN-AMOUNT =
000664          PO-ORDERED-AMOUNT - PO-INVOICED-AMOUNT.
000665      IF INV-PO-NUMBER = WS-OLD-PO-NUMBER
000666          ADD WS-OLD-USD-GROSS-AMOUNT TO WS-PO-OPEN-AMOUNT
000667      END-IF.
000668      IF WS-INVOICE-USD-GROSS > WS-PO-OPEN-AMOUNT
000669          DISPLAY "INVOICE EXCEEDS PO OPEN AMOUNT OF "
000670              WS-PO-OPEN-AMOUNT
000671          DISPLAY "CHANGE REFUSED"
000672          MOVE "N" TO WS-CHANGE-OK-SWITCH
000673      END-IF.
000674
000675*--------------------------------------------------
000676* The new lines must sum exactly to the new gross,
000677* as at entry. Ten lines is the same ceiling
000678* VNDINV01 uses.
000679*--------------------------------------------------
000680 ENTER-GL-DISTRIBUTIONS.
000681      MOVE ZEROES TO WS-DIST-COUNT.
000682      MOVE ZEROES TO WS-DIST-ENTERED-TOTAL.
000683      PERFORM ENTER-ONE-DISTRIBUTION
000684          UNTIL WS-DIST-ENTERED-TOTAL = INV-GROSS-AMOUNT
000685              OR WS-DIST-COUNT >= 10.
000686      IF WS-DIST-ENTERED-TOTAL NOT = INV-GROSS-AMOUNT
000687          DISPLAY "LINES DO NOT SUM TO GROSS - REFUSED"
000688          MOVE "N" TO WS-CHANGE-OK-SWITCH
000689      END-IF.
000690
000691 ENTER-ONE-DISTRIBUTION.
000692      COMPUTE WS-DIST-REMAINING =
000693          INV-GROSS-AMOUNT - WS-DIST-ENTERED-TOTAL.
000694      DISPLAY "REMAINING TO DISTRIBUTE " WS-DIST-REMAINING.
000695      DISPLAY "ENTER GL ACCOUNT (8 CHARS)".
000696      ACCEPT WS-DIST-ACCOUNT-FIELD.
000697      IF WS-DIST-ACCOUNT-FIELD = SPACES
000698          DISPLAY "ACCOUNT REQUIRED - PLEASE RE-ENTER"
000699      ELSE
000700          PERFORM ENTER-DISTRIBUTION-AMOUNT
000701      END-IF.
000702
000703 ENTER-DISTRIBUTION-AMOUNT.
000704      MOVE "N" TO WS-AMOUNT-VALID-SWITCH.
000705      PERFORM GET-AND-CHECK-DIST-AMOUNT
000706          UNTIL WS-AMOUNT-VALID.
000707      IF WS-EDITED-AMOUNT = ZEROES
000708          OR WS-EDITED-AMOUNT > WS-DIST-REMAINING
000709          DISPLAY "LINE MUST BE 0.01 UP TO THE REMAINING"
000710      ELSE
000711          ADD 1 TO WS-DIST-COUNT
000712          MOVE WS-DIST-ACCOUNT-FIELD
000713              TO WS-DT-ACCOUNT (WS-DIST-COUNT)
000714          MOVE WS-EDITED-AMOUNT
000715              TO WS-DT-AMOUNT (WS-DIST-COUNT)
000716          ADD WS-EDITED-AMOUNT TO WS-DIST-ENTERED-TOTAL
000717      END-IF.
000718
000719 GET-AND-CHECK-DIST-AMOUNT.
000720      DISPLAY "ENTER LINE AMOUNT (NNNNNNN.NN)".
000721      ACCEPT WS-AMOUNT-FIELD.
000722      PERFORM VALIDATE-AMOUNT-FIELD.
000723      IF NOT WS-AMOUNT-VALID
000724          DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER"
000725      END-IF.
000726
000727*--------------------------------------------------
000728* A changed gross is a different payable from the
000729* one that was approved, so it goes back to wait
000730* for a second operator - this one, who changed
000731* it, becomes the enterer and so cannot release
000732* it. The PO and distribution lines follow only
000733* once the REWRITE has gone through.
000734*--------------------------------------------------
000735 REWRITE-CHANGED-INVOICE.
000736      IF INV-GROSS-AMOUNT NOT = WS-OLD-GROSS-AMOUNT
000737          MOVE "P" TO INV-APPROVAL-STATUS
000738          MOVE WS-OPERATOR-ID TO INV-ENTERED-BY
000739          MOVE SPACES TO INV-APPROVED-BY
000740          MOVE ZEROES TO INV-APPROVED-DATE
000741      END-IF.
000742      REWRITE INVOICE-RECORD
000743          INVALID KEY
000744              DISPLAY "REWRITE FAILED - INVOICE "
000745                  INV-INVOICE-NUMBER
000746          NOT INVALID KEY
000747              ADD 1 TO WS-CHANGED-COUNT
000748              PERFORM APPLY-INVOICE-CHANGE
000749      END-REWRITE.
000750
000751 APPLY-INVOICE-CHANGE.
000752      IF INV-GROSS-AMOUNT NOT = WS-OLD-GROSS-AMOUNT
000753          OR INV-PO-NUMBER NOT = WS-OLD-PO-NUMBER
000754          PERFORM BACK-OUT-OLD-PO
000755          PERFORM ROLL-INTO-NEW-PO
000756      END-IF.
000757      IF INV-GROSS-AMOUNT NOT = WS-OLD-GROSS-AMOUNT
000758          PERFORM DELETE-GL-DISTRIBUTIONS
000759          PERFORM WRITE-GL-DISTRIBUTIONS
000760          DISPLAY "INVOICE CHANGED - RETURNED FOR APPROVAL"
000761      ELSE
000762          DISPLAY "INVOICE CHANGED"
000763      END-IF.
000764      MOVE "CHANGE" TO WS-INVOICE-AUDIT-ACTION.
000765      PERFORM WRITE-INVOICE-AUDIT.
000766
000767*--------------------------------------------------
000768* Cancelling leaves the record on file as "X" for
000769* the audit trail but takes it out of the PO's
000770* invoiced amount and deletes its distribution
000771* lines, so nothing posts for a bill nobody owes -
000772* unless a close has already accrued it, when the
000773* lines stay for the next close to reverse.
000774*--------------------------------------------------
000775 CANCEL-INVOICE.
000776      DISPLAY "CANCEL THIS INVOICE (Y/N)".
000777      ACCEPT WS-CONFIRM-FIELD.
000778      IF WS-CONFIRM-FIELD NOT = "Y"
000779          DISPLAY "INVOICE LEFT AS IT WAS"
000780      ELSE
000781          MOVE "X" TO INV-STATUS
000782          REWRITE INVOICE-RECORD
000783              INVALID KEY
000784                  DISPLAY "REWRITE FAILED - INVOICE "
000785                      INV-INVOICE-NUMBER
000786              NOT INVALID KEY
000787                  ADD 1 TO WS-CANCELLED-COUNT
000788                  PERFORM BACK-OUT-OLD-PO
000789                  IF NOT WS-INVOICE-ACCRUED
000790                      PERFORM DELETE-GL-DISTRIBUTIONS
000791                  END-IF
000792                  DISPLAY "INVOICE CANCELLED"
000793                  MOVE "CANCEL" TO WS-INVOICE-AUDIT-ACTION
000794                  PERFORM WRITE-INVOICE-AUDIT
000795          END-REWRITE
000796      END-IF.
000797
000798 HOLD-INVOICE.
000799      IF INVOICE-DISPUTED
000800          DISPLAY "INVOICE IS ALREADY ON DISPUTE HOLD"
000801      ELSE
000802          MOVE SPACES TO WS-REASON-FIELD
000803          PERFORM GET-DISPUTE-REASON
000804              UNTIL WS-REASON-FIELD NOT = SPACES
000805          MOVE "D" TO INV-DISPUTE-STATUS
000806          MOVE WS-REASON-FIELD TO INV-DISPUTE-REASON
000807          REWRITE INVOICE-RECORD
000808              INVALID KEY
000809                  DISPLAY "REWRITE FAILED - INVOICE "
000810                      INV-INVOICE-NUMBER
000811              NOT INVALID KEY
000812                  ADD 1 TO WS-HELD-COUNT
000813                  DISPLAY "INVOICE ON DISPUTE HOLD"
000814                  MOVE "HOLD" TO WS-INVOICE-AUDIT-ACTION
000815                  PERFORM WRITE-INVOICE-AUDIT
000816          END-REWRITE
000817      END-IF.
000818
000819 GET-DISPUTE-REASON.
000820      DISPLAY "ENTER DISPUTE REASON".
000821      ACCEPT WS-REASON-FIELD.
000822      IF WS-REASON-FIELD = SPACES
000823          DISPLAY "REASON REQUIRED - PLEASE RE-ENTER"
000824      END-IF.
000825
000826 RELEASE-INVOICE.
000827      IF NOT INVOICE-DISPUTED
000828          DISPLAY "INVOICE IS NOT ON DISPUTE HOLD"
000829      ELSE
000830          MOVE SPACES TO INV-DISPUTE-STATUS
000831          MOVE SPACES TO INV-DISPUTE-REASON
000832          REWRITE INVOICE-RECORD
000833              INVALID KEY
000834                  DISPLAY "REWRITE FAILED - INVOICE "
000835                      INV-INVOICE-NUMBER
000836              NOT INVALID KEY
000837                  ADD 1 TO WS-RELEASED-COUNT
000838                  DISPLAY "DISPUTE HOLD RELEASED"
000839                  MOVE "UNHOLD" TO WS-INVOICE-AUDIT-ACTION
000840                  PERFORM WRITE-INVOICE-AUDIT
000841          END-REWRITE
000842      END-IF.
000843
000844*--------------------------------------------------
000845* PO-INVOICED-AMOUNT never goes below zero - a PO
000846* loaded with less than its invoices already on
000847* file is floored rather than wrapped.
000848*--------------------------------------------------
000849 BACK-OUT-OLD-PO.
000850      IF WS-OLD-PO-NUMBER NOT = SPACES
000851          MOVE INV-VENDOR-NUMBER TO PO-VENDOR-NUMBER
000852          MOVE WS-OLD-PO-NUMBER TO PO-PO-NUMBER
000853          READ PURCHASE-ORDER-FILE
000854              INVALID KEY
000855                  DISPLAY "PO NOT ON FILE - " WS-OLD-PO-NUMBER
000856              NOT INVALID KEY
000857                  PERFORM SUBTRACT-OLD-PO-AMOUNT
000858          END-READ
000859      END-IF.
000860
000861 SUBTRACT-OLD-PO-AMOUNT.
000862      IF PO-INVOICED-AMOUNT < WS-OLD-USD-GROSS-AMOUNT
000863          MOVE ZEROES TO PO-INVOICED-AMOUNT
000864      ELSE
000865          SUBTRACT WS-OLD-USD-GROSS-AMOUNT
000866              FROM PO-INVOICED-AMOUNT
000867      END-IF.
000868      REWRITE PURCHASE-ORDER-RECORD
000869          INVALID KEY
000870              DISPLAY "PO REWRITE FAILED - " PO-PO-NUMBER
000871      END-REWRITE.
000872
000873 ROLL-INTO-NEW-PO.
000874      IF INV-PO-NUMBER NOT = SPACES
000875          MOVE INV-VENDOR-NUMBER TO PO-VENDOR-NUMBER
000876          MOVE INV-PO-NUMBER TO PO-PO-NUMBER
000877          READ PURCHASE-ORDER-FILE
000878              INVALID KEY
000879                  DISPLAY "PO NOT ON FILE - " INV-PO-NUMBER
000880              NOT INVALID KEY
000881                  ADD WS-INVOICE-USD-GROSS
000882                      TO PO-INVOICED-AMOUNT
000883                  MOVE INV-INVOICE-DATE TO PO-LAST-INVOICE-DATE
000884                  REWRITE PURCHASE-ORDER-RECORD
000885                      INVALID KEY
000886                          DISPLAY "PO REWRITE FAILED - "
000887                              PO-PO-NUMBER
000888                  END-REWRITE
000889          END-READ
000890      END-IF.
000891
000892*--------------------------------------------------
000893* The invoice's lines cluster under its key, so a
000894* START at line zero and READ NEXT until the key
000895* changes finds them all.
000896*--------------------------------------------------
000897 DELETE-GL-DISTRIBUTIONS.
000898      MOVE "N" TO WS-GLD-EOF-SWITCH.
000899      MOVE INV-VENDOR-NUMBER TO GLD-VENDOR-NUMBER.
000900      MOVE INV-INVOICE-NUMBER TO GLD-INVOICE-NUMBER.
000901      MOVE ZEROES TO GLD-LINE-NUMBER.
000902      START GL-DISTRIBUTION-FILE
000903          KEY IS NOT LESS THAN GLD-DIST-KEY
000904          INVALID KEY
000905              MOVE "Y" TO WS-GLD-EOF-SWITCH
000906      END-START.
000907      PERFORM DELETE-ONE-GL-DISTRIBUTION
000908          UNTIL NO-MORE-DISTRIBUTIONS.
000909
000910 DELETE-ONE-GL-DISTRIBUTION.
000911      READ GL-DISTRIBUTION-FILE NEXT RECORD
000912          AT END
000913              MOVE "Y" TO WS-GLD-EOF-SWITCH
000914          NOT AT END
000915              IF GLD-VENDOR-NUMBER = INV-VENDOR-NUMBER
000916                  AND GLD-INVOICE-NUMBER = INV-INVOICE-NUMBER
000917                  DELETE GL-DISTRIBUTION-FILE RECORD
000918                      INVALID KEY
000919                          DISPLAY "DISTRIBUTION DELETE FAILED"
000920                  END-DELETE
000921              ELSE
000922                  MOVE "Y" TO WS-GLD-EOF-SWITCH
000923              END-IF
000924      END-READ.
000925
000926 WRITE-GL-DISTRIBUTIONS.
000927      MOVE 1 TO WS-DIST-IDX.
000928      PERFORM WRITE-ONE-GL-DISTRIBUTION
000929          UNTIL WS-DIST-IDX > WS-DIST-COUNT.
000930
000931 WRITE-ONE-GL-DISTRIBUTION.
000932      MOVE INV-VENDOR-NUMBER TO GLD-VENDOR-NUMBER.
000933      MOVE INV-INVOICE-NUMBER TO GLD-INVOICE-NUMBER.
000934      MOVE WS-DIST-IDX TO GLD-LINE-NUMBER.
000935      MOVE WS-DT-ACCOUNT (WS-DIST-IDX) TO GLD-GL-ACCOUNT.
000936      MOVE WS-DT-AMOUNT (WS-DIST-IDX) TO GLD-AMOUNT.
000937      WRITE GL-DISTRIBUTION-RECORD
000938          INVALID KEY
000939              DISPLAY "DISTRIBUTION WRITE FAILED - LINE "
000940                  GLD-LINE-NUMBER
000941      END-WRITE.
000942      ADD 1 TO WS-DIST-IDX.
000943
000944 WRITE-INVOICE-AUDIT.
000945      MOVE INVOICE-RECORD TO WS-INVOICE-AFTER-IMAGE.
000946      CALL "VNDIAULG" USING WS-OPERATOR-ID INV-INVOICE-KEY
000947          WS-INVOICE-AUDIT-ACTION WS-INVOICE-BEFORE-IMAGE
000948          WS-INVOICE-AFTER-IMAGE.
000949
000950     COPY "PRSGN01.CBL".
000951
000952     COPY "PRFXR01.CBL".
