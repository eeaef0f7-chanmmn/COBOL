000008* vendor not on file, or one whose VENDOR-STATUS
000009* is inactive, is refused before any invoice
000010* fields are asked for. Each accepted invoice is
000011* WRITEn with INV-STATUS "O" (open) and
000012* INV-APPROVAL-STATUS "P", stamped with the keying
000013* operator in INV-ENTERED-BY, so the payable waits
000014* for a second operator to release it in VNDAPR01
000015* before a later payment run can select it.
000016* The operator may also key the PO the invoice
000017* bills against. An invoice naming a PO that is
000018* not on file, closed by the VNDPOC01 close-out
000019* run, or exceeding the PO's open amount
000020* (ordered minus invoiced), is refused; a PO with
000021* no receipt on file gets a warning but is
000022* accepted. An accepted match rolls the invoice
000023* into PO-INVOICED-AMOUNT so the next invoice
000024* sees the PO's remaining open amount.
000025* An invoice date in an AP period VNDCLS01 has
000026* closed, or in one VNDPER01 has not opened, is
000027* refused at the prompt - VNDPERCK answers off
000028* the AP Period File.
000029* A vendor billing in a foreign currency has the
000030* currency keyed with the invoice; the gross and
000031* the distribution lines are keyed in it, and the
000032* invoice is rated at the VNDFXRCK rate for the
000033* invoice date - a currency with no rate that
000034* early is refused at the prompt. The PO match
000035* and the approval limit work off the US dollar
000036* gross, since POs are raised in US dollars.
000037* An invoice to be paid somewhere other than the
000038* vendor's default remit-to address is keyed with
000039* the remit-to code of that address, which must be
000040* on the Remit-To Address File for the vendor.
000041*------------------------------------------------
000042 ENVIRONMENT DIVISION.
000043 INPUT-OUTPUT SECTION.
000044 FILE-CONTROL.
000045
000046     COPY "SLVND01.CBL".
000047
000048     COPY "SLINV01.CBL".
000049
000050     COPY "SLPO01.CBL".
000051
000052     COPY "SLRCT01.CBL".
000053
000054     COPY "SLGLD01.CBL".
000055
000056     COPY "SLRMT01.CBL".
000057
000058     COPY "SLOPR01.CBL".
000059
000060 DATA DIVISION.
000061 FILE SECTION.
000062
000063     COPY "FDVND02.CBL".
000064
000065     COPY "FDINV01.CBL".
000066
000067     COPY "FDPO01.CBL".
000068
000069     COPY "FDRCT01.CBL".
000070
000071     COPY "FDGLD01.CBL".
000072
000073     COPY "FDRMT01.CBL".
000074
000075     COPY "FDOPR01.CBL".
000076
000077 WORKING-STORAGE SECTION.
000078
000079 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000080 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000081 01 WS-RMT-FILE-STATUS PIC X(2) VALUE "00".
000082 01 WS-REMIT-VALID-SWITCH PIC X(1) VALUE "N".
000083     88 WS-REMIT-VALID VALUE "Y".
000084 01 VENDOR-NUMBER-FIELD PIC Z(5).
000085 01 WS-MORE-VENDORS PIC X(1) VALUE "Y".
000086     88 NO-MORE-VENDORS VALUE "N".
000087 01 WS-MORE-VENDOR-INVOICES PIC X(1) VALUE "Y".
000088     88 NO-MORE-VENDOR-INVOICES VALUE "N".
000089 01 WS-INVOICE-COUNT PIC 9(5) VALUE ZERO.
000090*--------------------------------------------------
000091* Intermediate ACCEPT fields so a bad date or
000092* amount can be detected and re-prompted instead
000093* of moving undefined content into a numeric
000094* field, the same way WS-BANK-ROUTING-FIELD is
000095* used in PRVND01.CBL.
000096*--------------------------------------------------
000097 01 WS-DATE-FIELD PIC X(8).
000098 01 WS-DATE-VALID-SWITCH PIC X(1) VALUE "N".
000099     88 WS-DATE-VALID VALUE "Y".
000100 01 WS-AMOUNT-FIELD PIC X(10).
000101 01 WS-AMOUNT-VALID-SWITCH PIC X(1) VALUE "N".
000102     88 WS-AMOUNT-VALID VALUE "Y".
000103 01 WS-AMOUNT-DOLLARS-TEXT PIC X(8).
000104 01 WS-AMOUNT-DOLLAR-LENGTH PIC 9(2) COMP.
000105 01 WS-AMOUNT-CENTS-TEXT PIC X(3).
000106 01 WS-AMOUNT-DOLLARS PIC 9(7).
000107 01 WS-AMOUNT-CENTS PIC 9(2).
000108*--------------------------------------------------
000109* PO match for the invoice being entered. The
000110* accept switch starts "Y" and a failed match
000111* turns it off, so WRITE-INVOICE-RECORD is only
000112* reached for an invoice that passed.
000113*--------------------------------------------------
000114 01 WS-PO-NUMBER-FIELD PIC X(10).
000115 01 WS-INVOICE-ACCEPT-SWITCH PIC X(1) VALUE "Y".
000116     88 WS-INVOICE-ACCEPTED VALUE "Y".
000117 01 WS-PO-OPEN-AMOUNT PIC S9(7)V99.
000118*--------------------------------------------------
000119* Early-payment discount entry - percent split on
000120* the decimal point the same way the gross amount
000121* is, so 2, 2., 2.5 and 02.50 all key cleanly.
000122*--------------------------------------------------
000123 01 WS-DISC-PCT-FIELD PIC X(5).
000124 01 WS-DISC-PCT-VALID-SWITCH PIC X(1) VALUE "N".
000125     88 WS-DISC-PCT-VALID VALUE "Y".
000126 01 WS-DISC-WHOLE-TEXT PIC X(3).
000127 01 WS-DISC-WHOLE-LENGTH PIC 9(2) COMP.
000128 01 WS-DISC-FRAC-TEXT PIC X(3).
000129 01 WS-DISC-WHOLE PIC 9(2).
000130 01 WS-DISC-FRAC PIC 9(2).
000131 01 WS-TYPE-FIELD PIC X(1).
000132 01 WS-TYPE-VALID-SWITCH PIC X(1) VALUE "N".
000133     88 WS-TYPE-VALID VALUE "Y".
000134*--------------------------------------------------
000135* The invoice date's AP period as VNDPERCK
000136* reports it.
000137*--------------------------------------------------
000138 01 WS-POSTING-DATE PIC 9(8).
000139 01 WS-PERIOD-STATE PIC X(1).
000140     88 WS-PERIOD-CLOSED VALUE "C".
000141     88 WS-PERIOD-NOT-OPEN VALUE "N".
000142*--------------------------------------------------
000143* The edited amount the shared amount paragraphs
000144* produce - moved on to the gross amount or a
000145* distribution line by whoever asked for it.
000146*--------------------------------------------------
000147 01 WS-EDITED-AMOUNT PIC 9(7)V99 VALUE ZERO.
000148*--------------------------------------------------
000149* GL distribution lines for the invoice being
000150* entered, buffered here and written only after
000151* the invoice record itself is accepted - no
000152* orphan lines for a refused or duplicate invoice.
000153* They must sum exactly to INV-GROSS-AMOUNT.
000154*--------------------------------------------------
000155 01 WS-DIST-TABLE.
000156     05 WS-DT-ENTRY OCCURS 10 TIMES.
000157         10 WS-DT-ACCOUNT PIC X(8).
000158         10 WS-DT-AMOUNT PIC 9(7)V99.
000159 01 WS-DIST-COUNT PIC 9(2) VALUE ZERO.
000160 01 WS-DIST-IDX PIC 9(2) COMP.
000161 01 WS-DIST-ENTERED-TOTAL PIC 9(8)V99 VALUE ZERO.
000162 01 WS-DIST-REMAINING PIC 9(8)V99 VALUE ZERO.
000163 01 WS-DIST-ACCOUNT-FIELD PIC X(8).
000164
000165     COPY "WSSGN01.CBL".
000166
000167     COPY "WSFXR01.CBL".
000168
000169 01 WS-CURRENCY-VALID-SWITCH PIC X(1) VALUE "N".
000170     88 WS-CURRENCY-VALID VALUE "Y".
000171
000172 PROCEDURE DIVISION.
000173 PROGRAM-BEGIN.
000174      PERFORM SIGN-ON-OPERATOR.
000175      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000176      PERFORM CHECK-OPERATOR-AUTHORITY.
000177      IF NOT WS-AUTHORITY-OK
000178          MOVE "N" TO WS-MORE-VENDORS
000179      END-IF.
000180      OPEN INPUT VENDOR-FILE.
000181      IF WS-VND-FILE-STATUS NOT = "00"
000182          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000183              WS-VND-FILE-STATUS
000184          MOVE "N" TO WS-MORE-VENDORS
000185      END-IF.
000186      OPEN I-O OPEN-INVOICE-FILE.
000187      OPEN I-O PURCHASE-ORDER-FILE.
000188      OPEN INPUT RECEIPT-FILE.
000189      OPEN I-O GL-DISTRIBUTION-FILE.
000190      OPEN INPUT REMIT-TO-FILE.
000191      PERFORM ENTER-INVOICE-VENDORS
000192          UNTIL NO-MORE-VENDORS.
000193      CLOSE VENDOR-FILE.
000194      CLOSE OPEN-INVOICE-FILE.
000195      CLOSE PURCHASE-ORDER-FILE.
000196      CLOSE RECEIPT-FILE.
000197      CLOSE GL-DISTRIBUTION-FILE.
000198      CLOSE REMIT-TO-FILE.
000199      DISPLAY WS-INVOICE-COUNT " INVOICES ENTERED".
000200
000201 PROGRAM-DONE.
000202      STOP RUN.
000203
000204 ENTER-INVOICE-VENDORS.
000205      DISPLAY "ENTER VENDOR NUMBER (0 TO STOP)".
000206      ACCEPT VENDOR-NUMBER-FIELD.
000207      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000208      IF VENDOR-NUMBER = ZEROES
000209          MOVE "N" TO WS-MORE-VENDORS
000210      ELSE
000211          PERFORM FIND-INVOICE-VENDOR
000212      END-IF.
000213
000214 FIND-INVOICE-VENDOR.
000215      READ VENDOR-FILE
000216          INVALID KEY
000217              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000218          NOT INVALID KEY
000219              PERFORM CHECK-INVOICE-VENDOR-STATUS
000220      END-READ.
000221
000222*--------------------------------------------------
000223* Refuses invoice entry for an inactive vendor the
000224* same way VNDUPD01's CORRECT-VENDOR-RECORD
000225* refuses to correct one.
000226*--------------------------------------------------
000227 CHECK-INVOICE-VENDOR-STATUS.
000228      IF VENDOR-INACTIVE
000229          DISPLAY "VENDOR " VENDOR-NUMBER " IS INACTIVE"
000230      ELSE
000231          DISPLAY "ENTERING INVOICES FOR " VENDOR-NAME
000232          MOVE "Y" TO WS-MORE-VENDOR-INVOICES
000233          PERFORM ENTER-ONE-INVOICE
000234              UNTIL NO-MORE-VENDOR-INVOICES
000235      END-IF.
000236
000237 ENTER-ONE-INVOICE.
000238      MOVE SPACES TO INVOICE-RECORD.
000239      MOVE VENDOR-NUMBER TO INV-VENDOR-NUMBER.
000240      DISPLAY "ENTER INVOICE NUMBER (BLANK WHEN DONE)".
000241      ACCEPT INV-INVOICE-NUMBER.
000242      IF INV-INVOICE-NUMBER = SPACES
000243          MOVE "N" TO WS-MORE-VENDOR-INVOICES
000244      ELSE
000245          PERFORM ENTER-INVOICE-FIELDS
000246          IF WS-INVOICE-ACCEPTED
000247              PERFORM WRITE-INVOICE-RECORD
000248          END-IF
000249      END-IF.
000250
000251 ENTER-INVOICE-FIELDS.
000252      MOVE "Y" TO WS-INVOICE-ACCEPT-SWITCH.
000253      PERFORM ENTER-INVOICE-RECORD-TYPE.
000254      PERFORM ENTER-INVOICE-DATE.
000255      PERFORM ENTER-INVOICE-CURRENCY.
000256      PERFORM ENTER-INVOICE-DUE-DATE.
000257      PERFORM ENTER-INVOICE-GROSS-AMOUNT.
000258      PERFORM RESTATE-INVOICE-USD-GROSS.
000259      IF INVOICE-IS-CREDIT
000260          MOVE ZEROES TO INV-DISCOUNT-PCT
000261          MOVE ZEROES TO INV-DISCOUNT-DATE
000262          MOVE SPACES TO INV-PO-NUMBER
000263      ELSE
000264          PERFORM ENTER-INVOICE-DISCOUNT
000265          PERFORM ENTER-INVOICE-PO-NUMBER
000266      END-IF.
000267      PERFORM ENTER-INVOICE-REMIT-CODE.
000268      IF WS-INVOICE-ACCEPTED
000269          PERFORM ENTER-GL-DISTRIBUTIONS
000270      END-IF.
000271
000272*--------------------------------------------------
000273* A credit memo - the vendor crediting us for a
000274* return - is keyed with a positive amount and
000275* marked "C"; the payment run nets it against the
000276* vendor's invoices. Terms and PO matching do not
000277* apply to a credit.
000278*--------------------------------------------------
000279 ENTER-INVOICE-RECORD-TYPE.
000280      MOVE "N" TO WS-TYPE-VALID-SWITCH.
000281      PERFORM GET-AND-CHECK-RECORD-TYPE
000282          UNTIL WS-TYPE-VALID.
000283
000284 GET-AND-CHECK-RECORD-TYPE.
000285      DISPLAY "INVOICE OR CREDIT MEMO (I/C)".
000286      ACCEPT WS-TYPE-FIELD.
000287      IF WS-TYPE-FIELD = "I"
000288          MOVE SPACES TO INV-RECORD-TYPE
000289          MOVE "Y" TO WS-TYPE-VALID-SWITCH
000290      ELSE
000291          IF WS-TYPE-FIELD = "C"
000292              MOVE "C" TO INV-RECORD-TYPE
000293              MOVE "Y" TO WS-TYPE-VALID-SWITCH
000294          ELSE
000295              DISPLAY "INVALID TYPE - PLEASE RE-ENTER"
000296          END-IF
000297      END-IF.
000298
000299 ENTER-INVOICE-DATE.
000300      MOVE "N" TO WS-DATE-VALID-SWITCH.
000301      PERFORM GET-AND-CHECK-INVOICE-DATE
000302          UNTIL WS-DATE-VALID.
000303      MOVE WS-DATE-FIELD TO INV-INVOICE-DATE.
000304
000305 GET-AND-CHECK-INVOICE-DATE.
000306      DISPLAY "ENTER INVOICE DATE (YYYYMMDD)".
000307      ACCEPT WS-DATE-FIELD.
000308      PERFORM VALIDATE-DATE-FIELD.
000309      IF NOT WS-DATE-VALID
000310          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000311      ELSE
000312          PERFORM CHECK-INVOICE-DATE-PERIOD
000313      END-IF.
000314
000315*--------------------------------------------------
000316* A date that passes the format edit must also
000317* fall in an open AP period; a refusal turns the
000318* valid switch back off so the prompt repeats.
000319*--------------------------------------------------
000320 CHECK-INVOICE-DATE-PERIOD.
000321      MOVE WS-DATE-FIELD TO WS-POSTING-DATE.
000322      CALL "VNDPERCK" USING WS-POSTING-DATE WS-PERIOD-STATE.
000323      IF WS-PERIOD-CLOSED
000324          DISPLAY "PERIOD " WS-DATE-FIELD (1:6)
000325              " IS CLOSED - PLEASE RE-ENTER"
000326          MOVE "N" TO WS-DATE-VALID-SWITCH
000327      ELSE
000328          IF WS-PERIOD-NOT-OPEN
000329              DISPLAY "PERIOD " WS-DATE-FIELD (1:6)
000330                  " IS NOT OPEN - PLEASE RE-ENTER"
000331              MOVE "N" TO WS-DATE-VALID-SWITCH
000332          END-IF
000333      END-IF.
000334
000335*--------------------------------------------------
000336* Blank is US dollars. Any other code must have a
000337* rate on file for the invoice date, or there is
000338* no US dollar value to accrue it at.
000339*--------------------------------------------------
000340 ENTER-INVOICE-CURRENCY.
000341      MOVE "N" TO WS-CURRENCY-VALID-SWITCH.
000342      PERFORM GET-AND-CHECK-INVOICE-CURRENCY
000343          UNTIL WS-CURRENCY-VALID.
000344
000345 GET-AND-CHECK-INVOICE-CURRENCY.
000346      DISPLAY "ENTER CURRENCY CODE (BLANK FOR USD)".
000347      ACCEPT INV-CURRENCY-CODE.
000348      IF INV-CURRENCY-CODE IS ALPHABETIC
000349          MOVE INV-INVOICE-DATE TO WS-INVOICE-RATE-DATE
000350          PERFORM RATE-INVOICE-AT-ENTRY
000351          IF WS-INVOICE-RATE-ON-FILE
000352              MOVE "Y" TO WS-CURRENCY-VALID-SWITCH
000353          ELSE
000354              DISPLAY "NO " INV-CURRENCY-CODE " RATE ON FILE FOR "
000355                  INV-INVOICE-DATE " - PLEASE RE-ENTER"
000356          END-IF
000357      ELSE
000358          DISPLAY "INVALID CURRENCY - PLEASE RE-ENTER"
000359      END-IF.
000360
000361 ENTER-INVOICE-DUE-DATE.
000362      MOVE "N" TO WS-DATE-VALID-SWITCH.
000363      PERFORM GET-AND-CHECK-INVOICE-DUE-DATE
000364          UNTIL WS-DATE-VALID.
000365      MOVE WS-DATE-FIELD TO INV-DUE-DATE.
000366
000367 GET-AND-CHECK-INVOICE-DUE-DATE.
000368      DISPLAY "ENTER DUE DATE (YYYYMMDD)".
000369      ACCEPT WS-DATE-FIELD.
000370      PERFORM VALIDATE-DATE-FIELD.
000371      IF NOT WS-DATE-VALID
000372          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000373      END-IF.
000374
000375*--------------------------------------------------
000376* Format edit on a YYYYMMDD date - all numeric,
000377* month 01-12, day 01-31 - along the lines of the
000378* VENDOR-ZIP format edit in PRVND01.CBL.
000379*--------------------------------------------------
000380 VALIDATE-DATE-FIELD.
000381      MOVE "N" TO WS-DATE-VALID-SWITCH.
000382      IF WS-DATE-FIELD IS NUMERIC
000383          AND WS-DATE-FIELD (5:2) >= "01"
000384          AND WS-DATE-FIELD (5:2) <= "12"
000385          AND WS-DATE-FIELD (7:2) >= "01"
000386          AND WS-DATE-FIELD (7:2) <= "31"
000387          MOVE "Y" TO WS-DATE-VALID-SWITCH
000388      END-IF.
000389
000390 ENTER-INVOICE-GROSS-AMOUNT.
000391      MOVE "N" TO WS-AMOUNT-VALID-SWITCH.
000392      PERFORM GET-AND-CHECK-GROSS-AMOUNT
000393          UNTIL WS-AMOUNT-VALID.
000394      MOVE WS-EDITED-AMOUNT TO INV-GROSS-AMOUNT.
000395
000396 GET-AND-CHECK-GROSS-AMOUNT.
000397      DISPLAY "ENTER GROSS AMOUNT (NNNNNNN.NN)".
000398      ACCEPT WS-AMOUNT-FIELD.
000399      PERFORM VALIDATE-AMOUNT-FIELD.
000400      IF NOT WS-AMOUNT-VALID
000401          DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER"
000402      END-IF.
000403
000404*--------------------------------------------------
000405* Splits the keyed amount on the decimal point and
000406* edits each part before any of it reaches a
000407* numeric field. A whole-dollar entry with no
000408* decimal point is accepted as NN.00. The result
000409* lands in WS-EDITED-AMOUNT; the gross-amount and
000410* distribution-line prompts both come through
000411* here and move it where they need it.
000412*--------------------------------------------------
000413 VALIDATE-AMOUNT-FIELD.
000414      MOVE "N" TO WS-AMOUNT-VALID-SWITCH.
000415      MOVE SPACES TO WS-AMOUNT-DOLLARS-TEXT.
000416      MOVE SPACES TO WS-AMOUNT-CENTS-TEXT.
000417      MOVE ZEROES TO WS-AMOUNT-DOLLAR-LENGTH.
000418      UNSTRING WS-AMOUNT-FIELD
000419          DELIMITED BY "." OR " "
000420          INTO WS-AMOUNT-DOLLARS-TEXT
000421              COUNT IN WS-AMOUNT-DOLLAR-LENGTH
000422              WS-AMOUNT-CENTS-TEXT
000423      END-UNSTRING.
000424      IF WS-AMOUNT-DOLLAR-LENGTH > 0
000425          AND WS-AMOUNT-DOLLAR-LENGTH < 8
000426          AND WS-AMOUNT-DOLLARS-TEXT (1:WS-AMOUNT-DOLLAR-LENGTH)
000427              IS NUMERIC
000428          PERFORM VALIDATE-AMOUNT-CENTS
000429      END-IF.
000430
000431 VALIDATE-AMOUNT-CENTS.
000432      IF WS-AMOUNT-CENTS-TEXT = SPACES
000433          MOVE ZEROES TO WS-AMOUNT-CENTS
000434          MOVE "Y" TO WS-AMOUNT-VALID-SWITCH
000435          PERFORM MOVE-AMOUNT-TO-EDITED
000436      ELSE
000437          IF WS-AMOUNT-CENTS-TEXT (1:2) IS NUMERIC
000438              AND WS-AMOUNT-CENTS-TEXT (3:1) = SPACE
000439              MOVE WS-AMOUNT-CENTS-TEXT (1:2)
000440                  TO WS-AMOUNT-CENTS
000441              MOVE "Y" TO WS-AMOUNT-VALID-SWITCH
000442              PERFORM MOVE-AMOUNT-TO-EDITED
000443          END-IF
000444      END-IF.
000445
000446 MOVE-AMOUNT-TO-EDITED.
000447      MOVE WS-AMOUNT-DOLLARS-TEXT (1:WS-AMOUNT-DOLLAR-LENGTH)
000448          TO WS-AMOUNT-DOLLARS.
000449      COMPUTE WS-EDITED-AMOUNT =
000450          WS-AMOUNT-DOLLARS + (WS-AMOUNT-CENTS / 100).
000451
000452*--------------------------------------------------
000453* Several suppliers offer terms like 2%/10 net 30.
000454* A blank answer means no discount; a percent
000455* keyed means the expiry date is required, because
000456* a discount with no window is not a term the
000457* payment run can act on.
000458*--------------------------------------------------
000459 ENTER-INVOICE-DISCOUNT.
000460      MOVE "N" TO WS-DISC-PCT-VALID-SWITCH.
000461      PERFORM GET-AND-CHECK-DISCOUNT-PCT
000462          UNTIL WS-DISC-PCT-VALID.
000463      IF INV-DISCOUNT-PCT > ZEROES
000464          PERFORM ENTER-DISCOUNT-EXPIRY-DATE
000465      ELSE
000466          MOVE ZEROES TO INV-DISCOUNT-DATE
000467      END-IF.
000468
000469 GET-AND-CHECK-DISCOUNT-PCT.
000470      DISPLAY "ENTER DISCOUNT PERCENT (NN.NN, BLANK IF NONE)".
000471      ACCEPT WS-DISC-PCT-FIELD.
000472      IF WS-DISC-PCT-FIELD = SPACES
000473          MOVE ZEROES TO INV-DISCOUNT-PCT
000474          MOVE "Y" TO WS-DISC-PCT-VALID-SWITCH
000475      ELSE
000476          PERFORM VALIDATE-DISCOUNT-PCT
000477          IF NOT WS-DISC-PCT-VALID
000478              DISPLAY "INVALID PERCENT - PLEASE RE-ENTER"
000479          END-IF
000480      END-IF.
000481
000482 VALIDATE-DISCOUNT-PCT.
000483      MOVE "N" TO WS-DISC-PCT-VALID-SWITCH.
000484      MOVE SPACES TO WS-DISC-WHOLE-TEXT.
000485      MOVE SPACES TO WS-DISC-FRAC-TEXT.
000486      MOVE ZEROES TO WS-DISC-WHOLE-LENGTH.
000487      UNSTRING WS-DISC-PCT-FIELD
000488          DELIMITED BY "." OR " "
000489          INTO WS-DISC-WHOLE-TEXT
000490              COUNT IN WS-DISC-WHOLE-LENGTH
000491              WS-DISC-FRAC-TEXT
000492      END-UNSTRING.
000493      IF WS-DISC-WHOLE-LENGTH > 0
000494          AND WS-DISC-WHOLE-LENGTH < 3
000495          AND WS-DISC-WHOLE-TEXT (1:WS-DISC-WHOLE-LENGTH)
000496              IS NUMERIC
000497          PERFORM VALIDATE-DISCOUNT-FRAC
000498      END-IF.
000499
000500 VALIDATE-DISCOUNT-FRAC.
000501      IF WS-DISC-FRAC-TEXT = SPACES
000502          MOVE ZEROES TO WS-DISC-FRAC
000503          MOVE "Y" TO WS-DISC-PCT-VALID-SWITCH
000504          PERFORM MOVE-PCT-TO-INVOICE
000505      ELSE
000506          IF WS-DISC-FRAC-TEXT (1:2) IS NUMERIC
000507              AND WS-DISC-FRAC-TEXT (3:1) = SPACE
000508              MOVE WS-DISC-FRAC-TEXT (1:2) TO WS-DISC-FRAC
000509              MOVE "Y" TO WS-DISC-PCT-VALID-SWITCH
000510              PERFORM MOVE-PCT-TO-INVOICE
000511          END-IF
000512      END-IF.
000513
000514 MOVE-PCT-TO-INVOICE.
000515      MOVE WS-DISC-WHOLE-TEXT (1:WS-DISC-WHOLE-LENGTH)
000516          TO WS-DISC-WHOLE.
000517      COMPUTE INV-DISCOUNT-PCT =
000518          WS-DISC-WHOLE + (WS-DISC-FRAC / 100).
000519
000520 ENTER-DISCOUNT-EXPIRY-DATE.
000521      MOVE "N" TO WS-DATE-VALID-SWITCH.
000522      PERFORM GET-AND-CHECK-DISCOUNT-DATE
000523          UNTIL WS-DATE-VALID.
000524      MOVE WS-DATE-FIELD TO INV-DISCOUNT-DATE.
000525
000526 GET-AND-CHECK-DISCOUNT-DATE.
000527      DISPLAY "ENTER DISCOUNT EXPIRY DATE (YYYYMMDD)".
000528      ACCEPT WS-DATE-FIELD.
000529      PERFORM VALIDATE-DATE-FIELD.
000530      IF NOT WS-DATE-VALID
000531          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000532      END-IF.
000533
000534*--------------------------------------------------
000535* A blank answer means no PO - legitimate for a
000536* non-PO payable like a utility bill, so it is
000537* accepted with a warning. A keyed PO must be on
000538* file and must have room for the invoice in its
000539* open (ordered minus invoiced) amount, which is
000540* what stops a duplicate-keyed bill going through
000541* at full value a second time.
000542*--------------------------------------------------
000543 ENTER-INVOICE-PO-NUMBER.
000544      DISPLAY "ENTER PO NUMBER (BLANK IF NONE)".
000545      ACCEPT WS-PO-NUMBER-FIELD.
000546      IF WS-PO-NUMBER-FIELD = SPACES
000547          MOVE SPACES TO INV-PO-NUMBER
000548          DISPLAY "WARNING - NO PO, INVOICE UNMATCHED"
000549      ELSE
000550          PERFORM CHECK-INVOICE-AGAINST-PO
000551      END-IF.
000552
000553 CHECK-INVOICE-AGAINST-PO.
000554      MOVE VENDOR-NUMBER TO PO-VENDOR-NUMBER.
000555      MOVE WS-PO-NUMBER-FIELD TO PO-PO-NUMBER.
000556      READ PURCHASE-ORDER-FILE
000557          INVALID KEY
000558              DISPLAY "PO NOT ON FILE - INVOICE REFUSED"
000559              MOVE "N" TO WS-INVOICE-ACCEPT-SWITCH
000560          NOT INVALID KEY
000561              IF PO-CLOSED
000562                  DISPLAY "PO IS CLOSED - INVOICE REFUSED"
000563                  MOVE "N" TO WS-INVOICE-ACCEPT-SWITCH
000564              ELSE
000565                  PERFORM CHECK-PO-OPEN-AMOUNT
000566              END-IF
000567      END-READ.
000568
000569 CHECK-PO-OPEN-AMOUNT.
000570      COMPUTE WS-PO-OPEN-AMOUNT =
000571          PO-ORDERED-AMOUNT - PO-INVOICED-AMOUNT.
000572      IF INV-USD-GROSS-AMOUNT > WS-PO-OPEN-AMOUNT
000573          DISPLAY "INVOICE EXCEEDS PO OPEN AMOUNT OF "
000574              WS-PO-OPEN-AMOUNT
000575          DISPLAY "INVOICE REFUSED"
000576          MOVE "N" TO WS-INVOICE-ACCEPT-SWITCH
000577      ELSE
000578          MOVE WS-PO-NUMBER-FIELD TO INV-PO-NUMBER
000579          PERFORM CHECK-PO-RECEIPT
000580      END-IF.
000581
000582*--------------------------------------------------
000583* No receipt is a warning, not a refusal - goods
000584* can land after the invoice does. The warning is
000585* the operator's cue to hold the paperwork until
000586* receiving catches up.
000587*--------------------------------------------------
000588 CHECK-PO-RECEIPT.
000589      MOVE VENDOR-NUMBER TO RCT-VENDOR-NUMBER.
000590      MOVE WS-PO-NUMBER-FIELD TO RCT-PO-NUMBER.
000591      READ RECEIPT-FILE
000592          INVALID KEY
000593              DISPLAY "WARNING - NO RECEIPT ON FILE FOR PO"
000594          NOT INVALID KEY
000595              CONTINUE
000596      END-READ.
000597
000598*--------------------------------------------------
000599* Blank leaves the invoice to the vendor's default
000600* remit-to address. A code keyed must be one of
000601* this vendor's on the Remit-To Address File.
000602*--------------------------------------------------
000603 ENTER-INVOICE-REMIT-CODE.
000604      MOVE "N" TO WS-REMIT-VALID-SWITCH.
000605      PERFORM GET-AND-CHECK-REMIT-CODE
000606          UNTIL WS-REMIT-VALID.
000607
000608 GET-AND-CHECK-REMIT-CODE.
000609      DISPLAY "ENTER REMIT-TO CODE (BLANK FOR DEFAULT)".
000610      ACCEPT INV-REMIT-CODE.
000611      IF INV-REMIT-CODE = SPACES
000612          MOVE "Y" TO WS-REMIT-VALID-SWITCH
000613      ELSE
000614          MOVE INV-VENDOR-NUMBER TO RMT-VENDOR-NUMBER
000615          MOVE INV-REMIT-CODE TO RMT-REMIT-CODE
000616          READ REMIT-TO-FILE
000617              INVALID KEY
000618                  DISPLAY "REMIT-TO " INV-REMIT-CODE
000619                      " NOT ON FILE FOR THIS VENDOR - "
000620                      "PLEASE RE-ENTER"
000621              NOT INVALID KEY
000622                  DISPLAY "PAY TO " RMT-NAME " " RMT-CITY
000623                  MOVE "Y" TO WS-REMIT-VALID-SWITCH
000624          END-READ
000625      END-IF.
000626
000627*--------------------------------------------------
000628* One or more expense lines per invoice, which
000629* must sum exactly to the gross - the controller
000630* posts the journal the payment run builds from
000631* these, so a short or over distribution is
000632* refused with the invoice. Ten lines is the
000633* practical ceiling for a keyed invoice.
000634*--------------------------------------------------
000635 ENTER-GL-DISTRIBUTIONS.
000636      MOVE ZEROES TO WS-DIST-COUNT.
000637      MOVE ZEROES TO WS-DIST-ENTERED-TOTAL.
000638      PERFORM ENTER-ONE-DISTRIBUTION
000639          UNTIL WS-DIST-ENTERED-TOTAL = INV-GROSS-AMOUNT
000640              OR WS-DIST-COUNT >= 10.
000641      IF WS-DIST-ENTERED-TOTAL NOT = INV-GROSS-AMOUNT
000642          DISPLAY "LINES DO NOT SUM TO GROSS - REFUSED"
000643          MOVE "N" TO WS-INVOICE-ACCEPT-SWITCH
000644      END-IF.
000645
000646 ENTER-ONE-DISTRIBUTION.
000647      COMPUTE WS-DIST-REMAINING =
000648          INV-GROSS-AMOUNT - WS-DIST-ENTERED-TOTAL.
000649      DISPLAY "REMAINING TO DISTRIBUTE " WS-DIST-REMAINING.
000650      DISPLAY "ENTER GL ACCOUNT (8 CHARS)".
000651      ACCEPT WS-DIST-ACCOUNT-FIELD.
000652      IF WS-DIST-ACCOUNT-FIELD = SPACES
000653          DISPLAY "ACCOUNT REQUIRED - PLEASE RE-ENTER"
000654      ELSE
000655          PERFORM ENTER-DISTRIBUTION-AMOUNT
000656      END-IF.
000657
000658 ENTER-DISTRIBUTION-AMOUNT.
000659      MOVE "N" TO WS-AMOUNT-VALID-SWITCH.
000660      PERFORM GET-AND-CHECK-DIST-AMOUNT
000661          UNTIL WS-AMOUNT-VALID.
000662      IF WS-EDITED-AMOUNT = ZEROES
000663          OR WS-EDITED-AMOUNT > WS-DIST-REMAINING
000664          DISPLAY "LINE MUST BE 0.01 UP TO THE REMAINING"
000665      ELSE
000666          ADD 1 TO WS-DIST-COUNT
000667          MOVE WS-DIST-ACCOUNT-FIELD
000668              TO WS-DT-ACCOUNT (WS-DIST-COUNT)
000669          MOVE WS-EDITED-AMOUNT
000670              TO WS-DT-AMOUNT (WS-DIST-COUNT)
000671          ADD WS-EDITED-AMOUNT TO WS-DIST-ENTERED-TOTAL
000672      END-IF.
000673
000674 GET-AND-CHECK-DIST-AMOUNT.
000675      DISPLAY "ENTER LINE AMOUNT (NNNNNNN.NN)".
000676      ACCEPT WS-AMOUNT-FIELD.
000677      PERFORM VALIDATE-AMOUNT-FIELD.
000678      IF NOT WS-AMOUNT-VALID
000679          DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER"
000680      END-IF.
000681
000682 WRITE-INVOICE-RECORD.
000683      MOVE "O" TO INV-STATUS.
000684      MOVE ZEROES TO INV-PAID-DATE.
000685      MOVE ZEROES TO INV-PAID-RATE.
000686      MOVE ZEROES TO INV-RELIEVED-RATE.
000687      MOVE ZEROES TO INV-WITHHELD-AMOUNT.
000688      MOVE ZEROES TO INV-RELIEVED-WITHHELD.
000689      MOVE "P" TO INV-APPROVAL-STATUS.
000690      MOVE WS-OPERATOR-ID TO INV-ENTERED-BY.
000691      MOVE SPACES TO INV-APPROVED-BY.
000692      MOVE ZEROES TO INV-APPROVED-DATE.
000693      WRITE INVOICE-RECORD
000694          INVALID KEY
000695              DISPLAY "INVOICE ALREADY ON FILE - "
000696                  INV-INVOICE-NUMBER
000697          NOT INVALID KEY
000698              ADD 1 TO WS-INVOICE-COUNT
000699              DISPLAY "INVOICE " INV-INVOICE-NUMBER " ADDED"
000700              PERFORM UPDATE-PO-INVOICED-AMOUNT
000701              PERFORM WRITE-GL-DISTRIBUTIONS
000702      END-WRITE.
000703
000704 WRITE-GL-DISTRIBUTIONS.
000705      MOVE 1 TO WS-DIST-IDX.
000706      PERFORM WRITE-ONE-GL-DISTRIBUTION
000707          UNTIL WS-DIST-IDX > WS-DIST-COUNT.
000708
000709 WRITE-ONE-GL-DISTRIBUTION.
000710      MOVE INV-VENDOR-NUMBER TO GLD-VENDOR-NUMBER.
000711      MOVE INV-INVOICE-NUMBER TO GLD-INVOICE-NUMBER.
000712      MOVE WS-DIST-IDX TO GLD-LINE-NUMBER.
000713      MOVE WS-DT-ACCOUNT (WS-DIST-IDX) TO GLD-GL-ACCOUNT.
000714      MOVE WS-DT-AMOUNT (WS-DIST-IDX) TO GLD-AMOUNT.
000715      WRITE GL-DISTRIBUTION-RECORD
000716          INVALID KEY
000717              DISPLAY "DISTRIBUTION WRITE FAILED - LINE "
000718                  GLD-LINE-NUMBER
000719      END-WRITE.
000720      ADD 1 TO WS-DIST-IDX.
000721
000722
000723*--------------------------------------------------
000724* Rolls the accepted invoice into the matched PO,
000725* still in the record area from CHECK-INVOICE-
000726* AGAINST-PO, so the PO's open amount shrinks for
000727* the next invoice keyed against it, and its
000728* last invoice date moves up for the close-out
000729* run's no-activity test.
000730*--------------------------------------------------
000731 UPDATE-PO-INVOICED-AMOUNT.
000732      IF INV-PO-NUMBER NOT = SPACES
000733          ADD INV-USD-GROSS-AMOUNT TO PO-INVOICED-AMOUNT
000734          MOVE INV-INVOICE-DATE TO PO-LAST-INVOICE-DATE
000735          REWRITE PURCHASE-ORDER-RECORD
000736              INVALID KEY
000737                  DISPLAY "PO REWRITE FAILED - "
000738                      PO-PO-NUMBER
000739          END-REWRITE
000740      END-IF.
000741
000742     COPY "PRSGN01.CBL".
000743
000744     COPY "PRFXR01.CBL".
