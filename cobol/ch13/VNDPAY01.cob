000041* and REWRITten in one pass after the sequential
000042* read finishes, so the random reads never disturb
000043* the read position mid-file.
000044* Every ACH payment also goes out as one CCD+
000045* entry on the NACHA origination file treasury
000046* uploads to the bank, with an addenda record
000047* naming the invoices it pays; the file's credit
000048* total prints under the register's ACH PAYMENTS
000049* line so the two are tied before upload.
000050* Every check printed also goes on the day's
000051* Positive Pay issue file for the bank's fraud
000052* service - account, check number, amount, issue
000053* date and payee - before the check can be
000054* presented.
000055* An invoice still awaiting approval in VNDAPR01
000056* is not selected - it stays open, unpaid, until
000057* a second operator has released it.
000058* An invoice on dispute hold through VNDINM01 is
000059* passed over the same way until the hold is
000060* released, and the register counts how many were
000061* held back.
000062* A vendor whose new bank details are still being
000063* proven - approved in VNDBKA01 but not yet
000064* prenoted, or prenoted by VNDPRE01 less than the
000065* waiting period ago - is paid by check until the
000066* account is ready for ACH.
000067* Each run carries a run id - its start date and
000068* time - on every history record it writes, and
000069* checkpoints every vendor group it pays to the
000070* Payment Run Checkpoint File. A run that dies
000071* part way through is restarted by running again
000072* with the same cutoff date: a vendor already on
000073* the history under the failed run's id is never
000074* paid again - its invoices are flipped, its ACH
000075* entry and Positive Pay issue written again - and
000076* the run goes on from the first unfinished
000077* vendor, adding to the register, remittance,
000078* journal and check files instead of printing
000079* over them. A recovery report lists what the
000080* failed run had finished and the check numbers it
000081* drew but never issued. Any other cutoff date is
000082* refused until the unfinished run is restarted.
000083* A foreign-currency invoice is paid at the run
000084* date's VNDFXRCK rate: the register, journal and
000085* history are in US dollars at that rate, and the
000086* difference from the invoice's US dollar value
000087* at entry is realized exchange gain or loss -
000088* printed per invoice on the register and posted
000089* to FXGNLOSS on the journal. An invoice whose
000090* currency has no rate on file for the run date
000091* is left open with a register warning. A vendor
000092* carrying a SWIFT/BIC and IBAN is paid by wire
000093* ahead of ACH, unless payment-held: each wire
000094* goes on the Wire Request File for treasury, in
000095* the vendor's currency when every invoice paid is
000096* in that one currency, otherwise in US dollars.
000097* A vendor that must carry insurance - flagged on
000098* its INS record in the Vendor Compliance Document
000099* File - is held while its certificate is missing
000100* or expired on the run date. Its invoices stay
000101* open, the register names it, and the totals
000102* count the vendors held for insurance.
000103* A 1099 vendor with no tax id on file, or one
000104* the IRS TIN match said does not match its name,
000105* is paid less 24% federal backup withholding,
000106* worked out invoice by invoice on the US dollar
000107* amount paid. The withholding is kept on the
000108* history and on each invoice paid, printed on
000109* the register and the remittance, and posted
000110* negative to BKUPWHLD - the liability the 945
000111* deposits clear - so the journal still ties to
000112* the cash paid. A withheld payment goes in US
000113* dollars.
000114* A vendor's invoices can carry remit-to codes
000115* naming addresses on the Vendor Remit-To Address
000116* File. A check vendor is paid one check per
000117* remit-to code - a blank code, or one no longer
000118* on file, is the vendor's default remit-to - and
000119* the check face, stub and remittance advice go
000120* to that address, or to the Vendor File address
000121* when the vendor has no default. The payee on
000122* the check stays the vendor itself. An ACH or
000123* wire payment goes to the vendor's one bank
000124* account, so it is still made once, with its
000125* remittance advice addressed to the default.
000126*------------------------------------------------
000127 ENVIRONMENT DIVISION.
000128 INPUT-OUTPUT SECTION.
000129 FILE-CONTROL.
000130
000131     COPY "SLVND01.CBL".
000132
000133     COPY "SLINV01.CBL".
000134
000135     COPY "SLPMT01.CBL".
000136
000137     COPY "SLPDT01.CBL".
000138
000139     COPY "SLGLD01.CBL".
000140
000141     COPY "SLOPR01.CBL".
000142
000143     COPY "SLBKC01.CBL".
000144
000145     COPY "SLNAC01.CBL".
000146
000147     COPY "SLPPY01.CBL".
000148
000149     COPY "SLPPW01.CBL".
000150
000151     COPY "SLCKN01.CBL".
000152
000153     COPY "SLPCK01.CBL".
000154
000155     COPY "SLWIR01.CBL".
000156
000157     COPY "SLCMP01.CBL".
000158
000159     COPY "SLRMT01.CBL".
000160
000161     SELECT CHECK-REGISTER
000162         ASSIGN TO "vndchkreg.txt"
000163         ORGANIZATION IS LINE SEQUENTIAL
000164         FILE STATUS IS WS-RPT-FILE-STATUS.
000165
000166     SELECT REMITTANCE-ADVICE
000167         ASSIGN TO "vndremit.txt"
000168         ORGANIZATION IS LINE SEQUENTIAL
000169         FILE STATUS IS WS-RPT-FILE-STATUS.
000170
000171     SELECT POSTING-JOURNAL
000172         ASSIGN TO "vndglpost.txt"
000173         ORGANIZATION IS LINE SEQUENTIAL
000174         FILE STATUS IS WS-RPT-FILE-STATUS.
000175
000176     SELECT CHECK-PRINT-FILE
000177         ASSIGN TO "vndchecks.txt"
000178         ORGANIZATION IS LINE SEQUENTIAL
000179         FILE STATUS IS WS-RPT-FILE-STATUS.
000180
000181     SELECT RECOVERY-REPORT
000182         ASSIGN TO "vndpayrcv.txt"
000183         ORGANIZATION IS LINE SEQUENTIAL
000184         FILE STATUS IS WS-RPT-FILE-STATUS.
000185
000186 DATA DIVISION.
000187 FILE SECTION.
000188
000189     COPY "FDVND02.CBL".
000190
000191     COPY "FDINV01.CBL".
000192
000193     COPY "FDPMT01.CBL".
000194
000195     COPY "FDPDT01.CBL".
000196
000197     COPY "FDGLD01.CBL".
000198
000199     COPY "FDOPR01.CBL".
000200
000201     COPY "FDBKC01.CBL".
000202
000203     COPY "FDNAC01.CBL".
000204
000205     COPY "FDPPY01.CBL".
000206
000207     COPY "FDPPW01.CBL".
000208
000209     COPY "FDCKN01.CBL".
000210
000211     COPY "FDPCK01.CBL".
000212
000213     COPY "FDWIR01.CBL".
000214
000215     COPY "FDCMP01.CBL".
000216
000217     COPY "FDRMT01.CBL".
000218
000219 FD  CHECK-REGISTER
000220     LABEL RECORDS ARE STANDARD.
000221 01  REGISTER-LINE               PIC X(100).
000222
000223 FD  REMITTANCE-ADVICE
000224     LABEL RECORDS ARE STANDARD.
000225 01  REMITTANCE-LINE             PIC X(80).
000226
000227 FD  POSTING-JOURNAL
000228     LABEL RECORDS ARE STANDARD.
000229 01  JOURNAL-LINE                PIC X(80).
000230
000231 FD  CHECK-PRINT-FILE
000232     LABEL RECORDS ARE STANDARD.
000233 01  CHECK-PRINT-LINE            PIC X(80).
000234
000235 FD  RECOVERY-REPORT
000236     LABEL RECORDS ARE STANDARD.
000237 01  RECOVERY-LINE               PIC X(100).
000238
000239 WORKING-STORAGE SECTION.
000240
000241 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000242 01 WS-PMT-FILE-STATUS          PIC X(2) VALUE "00".
000243 01 WS-PDT-FILE-STATUS          PIC X(2) VALUE "00".
000244 01 WS-CKN-FILE-STATUS          PIC X(2) VALUE "00".
000245 01 WS-PCK-FILE-STATUS          PIC X(2) VALUE "00".
000246 01 WS-RPT-FILE-STATUS          PIC X(2) VALUE "00".
000247 01 WS-WIR-FILE-STATUS          PIC X(2) VALUE "00".
000248 01 WS-CMP-FILE-STATUS          PIC X(2) VALUE "00".
000249 01 WS-RMT-FILE-STATUS          PIC X(2) VALUE "00".
000250 01 WS-INVOICE-EOF-SWITCH       PIC X(1) VALUE "N".
000251     88 NO-MORE-INVOICE-RECORDS     VALUE "Y".
000252 01 WS-RUN-DATE                 PIC 9(8).
000253*--------------------------------------------------
000254* Intermediate ACCEPT field so a bad cutoff date
000255* is re-prompted instead of moving undefined
000256* content into a numeric field.
000257*--------------------------------------------------
000258 01 WS-DATE-FIELD               PIC X(8).
000259 01 WS-DATE-VALID-SWITCH        PIC X(1) VALUE "N".
000260     88 WS-DATE-VALID               VALUE "Y".
000261 01 WS-CUTOFF-DATE              PIC 9(8).
000262*--------------------------------------------------
000263* Check numbers are drawn one at a time from the
000264* central Check Number Control File through
000265* VNDNXTCK - no operator-keyed starting number to
000266* re-key wrong. The high number passed back in is
000267* the last one this run drew.
000268*--------------------------------------------------
000269 01 WS-NEXT-CHECK-NUMBER        PIC 9(6) VALUE ZERO.
000270 01 WS-CKN-HIGH-NUMBER          PIC 9(6) VALUE ZERO.
000271*--------------------------------------------------
000272* One vendor's payment being accumulated as that
000273* vendor's invoices are read off the Open Invoice
000274* File. WS-CURRENT-VENDOR zero means no vendor
000275* group is in progress yet. Charges carry the
000276* vendor's selected invoices net of discount;
000277* credits carry the vendor's open credit memos.
000278*--------------------------------------------------
000279 01 WS-CURRENT-VENDOR           PIC 9(5) VALUE ZERO.
000280 01 WS-VENDOR-OK-SWITCH         PIC X(1) VALUE "N".
000281     88 WS-VENDOR-OK                VALUE "Y".
000282 01 WS-VENDOR-WARNED-SWITCH     PIC X(1) VALUE "N".
000283     88 WS-VENDOR-WARNED             VALUE "Y".
000284 01 WS-VENDOR-SKIP-REASON       PIC X(30).
000285 01 WS-VENDOR-INS-HOLD-SWITCH   PIC X(1) VALUE "N".
000286     88 WS-VENDOR-INS-HOLD          VALUE "Y".
000287 01 WS-VENDOR-BACKUP-WH-SWITCH PIC X(1) VALUE "N".
000288     88 WS-VENDOR-BACKUP-WH         VALUE "Y".
000289 01 WS-VENDOR-METHOD            PIC X(3).
000290 01 WS-VENDOR-PAY-TOTAL         PIC 9(9)V99 VALUE ZERO.
000291 01 WS-VENDOR-CHARGE-TOTAL      PIC 9(9)V99 VALUE ZERO.
000292 01 WS-VENDOR-CREDIT-TOTAL      PIC 9(9)V99 VALUE ZERO.
000293 01 WS-VENDOR-DISC-TOTAL        PIC 9(9)V99 VALUE ZERO.
000294 01 WS-VENDOR-WITHHELD         PIC S9(9)V99 VALUE ZERO.
000295 01 WS-VENDOR-INV-COUNT         PIC 9(3) VALUE ZERO.
000296 01 WS-REMIT-PAGE-COUNT         PIC 9(3) VALUE ZERO.
000297*--------------------------------------------------
000298* The remit-to code of the payment being made and
000299* the address it goes to - the remit-to address,
000300* or the Vendor File's when the code is blank or
000301* no longer on file. WS-VENDOR-DEFAULT-REMIT is
000302* the vendor's default code, blank if it has none.
000303*--------------------------------------------------
000304 01 WS-CURRENT-REMIT-CODE       PIC X(4) VALUE SPACES.
000305 01 WS-VENDOR-DEFAULT-REMIT     PIC X(4) VALUE SPACES.
000306 01 WS-RMT-EOF-SWITCH           PIC X(1) VALUE "N".
000307     88 NO-MORE-REMIT-RECORDS       VALUE "Y".
000308 01 WS-PAYEE-ADDRESS.
000309     05 WS-PAYEE-NAME           PIC X(30).
000310     05 WS-PAYEE-ADDRESS-1      PIC X(30).
000311     05 WS-PAYEE-ADDRESS-2      PIC X(30).
000312     05 WS-PAYEE-CITY           PIC X(20).
000313     05 WS-PAYEE-STATE          PIC X(2).
000314     05 WS-PAYEE-ZIP            PIC X(10).
000315*--------------------------------------------------
000316* The currency the group is sent in. A wire goes
000317* in the vendor's own currency when every record
000318* of the group is in that one currency; anything
000319* else is paid in US dollars. WS-VENDOR-CURRENCY-
000320* TOTAL is the group net in that one currency.
000321*--------------------------------------------------
000322 01 WS-VENDOR-CURRENCY          PIC X(3) VALUE SPACES.
000323 01 WS-VENDOR-MIXED-SWITCH      PIC X(1) VALUE "N".
000324     88 WS-VENDOR-MIXED-CURRENCY    VALUE "Y".
000325 01 WS-VENDOR-CURRENCY-TOTAL    PIC S9(9)V99 VALUE ZERO.
000326 01 WS-VENDOR-PAY-CURRENCY      PIC X(3) VALUE "USD".
000327 01 WS-VENDOR-CURRENCY-AMOUNT   PIC 9(9)V99 VALUE ZERO.
000328*--------------------------------------------------
000329* The vendor group's selected records, held until
000330* the group closes - whether the group is paid at
000331* all is not known until every record of it has
000332* been seen, and the check number is not assigned
000333* until then either. 500 records to one payment is
000334* far past anything a real run groups.
000335* GROSS, AMOUNT and DISCOUNT are in the invoice's
000336* own currency; the USD- fields, DISC-LOST and
000337* FX-AMOUNT are US dollars at the run date's rate.
000338* FX-AMOUNT is the realized exchange difference as
000339* it posts - positive a loss, negative a gain.
000340* WITHHELD is the backup withholding on the
000341* entry's US dollar amount, zero unless the
000342* vendor is withheld from.
000343* REMIT-CODE is the remit-to payment the record
000344* goes into, and must stay the entry's last field.
000345*--------------------------------------------------
000346 01 WS-PAID-INV-TABLE.
000347     05 WS-PI-ENTRY OCCURS 500 TIMES.
000348         10 WS-PI-INVOICE-NUMBER PIC X(10).
000349         10 WS-PI-INVOICE-DATE   PIC 9(8).
000350         10 WS-PI-DUE-DATE       PIC 9(8).
000351         10 WS-PI-GROSS          PIC 9(7)V99.
000352         10 WS-PI-AMOUNT         PIC 9(7)V99.
000353         10 WS-PI-DISCOUNT       PIC 9(7)V99.
000354         10 WS-PI-DISC-LOST      PIC 9(7)V99.
000355         10 WS-PI-TYPE           PIC X(1).
000356         10 WS-PI-CURRENCY       PIC X(3).
000357         10 WS-PI-ENTRY-RATE     PIC 9(4)V9(6).
000358         10 WS-PI-PAID-RATE      PIC 9(4)V9(6).
000359         10 WS-PI-ENTRY-USD      PIC 9(9)V99.
000360         10 WS-PI-USD-AMOUNT     PIC 9(9)V99.
000361         10 WS-PI-USD-DISCOUNT   PIC 9(9)V99.
000362         10 WS-PI-FX-AMOUNT      PIC S9(9)V99.
000363         10 WS-PI-WITHHELD       PIC 9(7)V99.
000364         10 WS-PI-REMIT-CODE     PIC X(4).
000365 01 WS-PI-IDX                   PIC 9(3) COMP.
000366*--------------------------------------------------
000367* The whole vendor group, held while it is paid
000368* out one remit-to code at a time, lowest code
000369* first: each code's records are copied back into
000370* the group table above, in the order they were
000371* read, and paid as a payment of their own.
000372* WS-HG-DETAIL is everything in a WS-PI-ENTRY
000373* ahead of the remit-to code.
000374*--------------------------------------------------
000375 01 WS-HELD-GROUP-TABLE.
000376     05 WS-HG-ENTRY OCCURS 500 TIMES.
000377         10 WS-HG-DETAIL         PIC X(139).
000378         10 WS-HG-REMIT-CODE     PIC X(4).
000379 01 WS-HG-USED                  PIC 9(3) COMP VALUE ZERO.
000380 01 WS-HG-IDX                   PIC 9(3) COMP.
000381 01 WS-LAST-REMIT-CODE          PIC X(4) VALUE SPACES.
000382 01 WS-NEXT-REMIT-CODE          PIC X(4) VALUE SPACES.
000383 01 WS-PAYMENT-CHECK-NUMBER     PIC 9(6) VALUE ZERO.
000384*--------------------------------------------------
000385* Every invoice and credit the run pays, flipped
000386* to "P" in one keyed pass after the sequential
000387* read of the file has finished.
000388*--------------------------------------------------
000389 01 WS-FLIP-TABLE.
000390     05 WS-FL-ENTRY OCCURS 2000 TIMES.
000391         10 WS-FL-VENDOR-NUMBER  PIC 9(5).
000392         10 WS-FL-INVOICE-NUMBER PIC X(10).
000393         10 WS-FL-PAID-RATE      PIC 9(4)V9(6).
000394         10 WS-FL-WITHHELD       PIC 9(7)V99.
000395 01 WS-FLIP-USED                PIC 9(4) COMP VALUE ZERO.
000396 01 WS-FLIP-IDX                 PIC 9(4) COMP.
000397*--------------------------------------------------
000398* Early-payment discount work fields. The discount
000399* fields were appended to FDINV01.CBL, so on an
000400* old record they read back SPACES - the IS
000401* NUMERIC guard keeps those records discount-free.
000402*--------------------------------------------------
000403 01 WS-INV-DISCOUNT             PIC 9(7)V99 VALUE ZERO.
000404 01 WS-INV-NET-AMOUNT           PIC 9(7)V99 VALUE ZERO.
000405 01 WS-INV-DISC-LOST            PIC 9(7)V99 VALUE ZERO.
000406 01 WS-TOTAL-DISC-TAKEN         PIC 9(11)V99 VALUE ZERO.
000407 01 WS-TOTAL-DISC-LOST          PIC 9(11)V99 VALUE ZERO.
000408*--------------------------------------------------
000409* Exchange work fields. The run date's rate for
000410* each currency is looked up through VNDFXRCK once
000411* and kept in the rate table - a currency with no
000412* rate on file is kept too, so it is not looked up
000413* again. A run paying more than 20 currencies
000414* looks the rest up every time.
000415*--------------------------------------------------
000416 01 WS-RATE-TABLE.
000417     05 WS-RT-ENTRY OCCURS 20 TIMES.
000418         10 WS-RT-CURRENCY       PIC X(3).
000419         10 WS-RT-RATE           PIC 9(4)V9(6).
000420         10 WS-RT-RATE-FOUND     PIC X(1).
000421 01 WS-RT-USED                  PIC 9(3) COMP VALUE ZERO.
000422 01 WS-RT-IDX                   PIC 9(3) COMP.
000423 01 WS-RT-FOUND-SWITCH          PIC X(1) VALUE "N".
000424     88 WS-RT-FOUND                  VALUE "Y".
000425 01 WS-RUN-RATE                 PIC 9(4)V9(6) VALUE ZERO.
000426 01 WS-RUN-RATE-FOUND           PIC X(1) VALUE "N".
000427     88 WS-RUN-RATE-ON-FILE         VALUE "Y".
000428 01 WS-INV-USD-AT-RUN-RATE      PIC 9(9)V99 VALUE ZERO.
000429 01 WS-INV-USD-NET              PIC 9(9)V99 VALUE ZERO.
000430 01 WS-INV-USD-DISCOUNT         PIC 9(9)V99 VALUE ZERO.
000431 01 WS-INV-FX-AMOUNT            PIC S9(9)V99 VALUE ZERO.
000432*--------------------------------------------------
000433* Federal backup withholding - the rate the IRS
000434* sets for a payee with no TIN or a wrong one,
000435* and the liability account the amounts withheld
000436* post to until the 945 deposit clears them.
000437*--------------------------------------------------
000438 01 WS-BACKUP-WH-RATE          PIC V99 VALUE .24.
000439 01 WS-WITHHOLDING-ACCOUNT     PIC X(8) VALUE "BKUPWHLD".
000440*--------------------------------------------------
000441* GL posting journal accumulation. Each paid
000442* invoice's distribution lines are read off the
000443* GL Distribution File and summed by account; an
000444* invoice with no lines on file, or short lines,
000445* posts its remainder to UNDISTRB, and discounts
000446* taken post negative to DISCTAKN, so the journal
000447* total always ties to the register's TOTAL PAID.
000448* Credits post negative under their own accounts.
000449*--------------------------------------------------
000450 01 WS-GLD-EOF-SWITCH           PIC X(1) VALUE "N".
000451     88 NO-MORE-DIST-RECORDS        VALUE "Y".
000452 01 WS-GL-ACCOUNT-TABLE.
000453     05 WS-GA-ENTRY OCCURS 100 TIMES.
000454         10 WS-GA-ACCOUNT        PIC X(8).
000455         10 WS-GA-AMOUNT         PIC S9(11)V99.
000456 01 WS-GA-USED                  PIC 9(3) COMP VALUE ZERO.
000457 01 WS-GA-IDX                   PIC 9(3) COMP.
000458 01 WS-GA-FOUND-SWITCH          PIC X(1) VALUE "N".
000459     88 WS-GA-FOUND                  VALUE "Y".
000460 01 WS-GA-FULL-SWITCH           PIC X(1) VALUE "N".
000461     88 WS-GA-TABLE-FULL            VALUE "Y".
000462 01 WS-POST-ACCOUNT              PIC X(8).
000463 01 WS-POST-AMOUNT               PIC S9(9)V99 VALUE ZERO.
000464 01 WS-DIST-FOUND-AMOUNT         PIC 9(9)V99 VALUE ZERO.
000465 01 WS-DIST-USD-AMOUNT           PIC 9(9)V99 VALUE ZERO.
000466 01 WS-UNDIST-AMOUNT             PIC S9(9)V99 VALUE ZERO.
000467 01 WS-JOURNAL-TOTAL             PIC S9(11)V99 VALUE ZERO.
000468*--------------------------------------------------
000469* Run totals for the foot of the check register.
000470*--------------------------------------------------
000471 01 WS-TOTAL-PAID               PIC 9(11)V99 VALUE ZERO.
000472 01 WS-PAYMENT-COUNT            PIC 9(5) VALUE ZERO.
000473 01 WS-CHECK-COUNT              PIC 9(5) VALUE ZERO.
000474 01 WS-ACH-COUNT                PIC 9(5) VALUE ZERO.
000475 01 WS-ACH-TOTAL                PIC 9(11)V99 VALUE ZERO.
000476 01 WS-PAID-INVOICE-COUNT       PIC 9(5) VALUE ZERO.
000477 01 WS-INV-READ-COUNT          PIC 9(5) VALUE ZERO.
000478 01 WS-WARNING-COUNT           PIC 9(5) VALUE ZERO.
000479 01 WS-DISPUTED-COUNT          PIC 9(5) VALUE ZERO.
000480 01 WS-WIRE-COUNT              PIC 9(5) VALUE ZERO.
000481 01 WS-WIRE-TOTAL              PIC 9(11)V99 VALUE ZERO.
000482 01 WS-TOTAL-FX-AMOUNT         PIC S9(11)V99 VALUE ZERO.
000483 01 WS-NO-RATE-COUNT           PIC 9(5) VALUE ZERO.
000484 01 WS-INSURANCE-HOLD-COUNT    PIC 9(5) VALUE ZERO.
000485 01 WS-TOTAL-WITHHELD         PIC 9(11)V99 VALUE ZERO.
000486 01 WS-BACKUP-WH-COUNT        PIC 9(5) VALUE ZERO.
000487*--------------------------------------------------
000488* Restart and recovery. WS-PAY-RUN-ID is this
000489* run's start date and time, stamped on every
000490* history record and checkpoint the run writes.
000491* When the checkpoint file shows an earlier run
000492* that never finished, a run keyed with the same
000493* cutoff date takes over that run's id and payment
000494* date and carries on where it stopped.
000495*--------------------------------------------------
000496 01 WS-PAY-RUN-ID.
000497     05 WS-PAY-RUN-START-DATE  PIC 9(8) VALUE ZERO.
000498     05 WS-PAY-RUN-START-TIME  PIC 9(6) VALUE ZERO.
000499 01 WS-TIME-NOW                PIC 9(8) VALUE ZERO.
000500 01 WS-CHECKPOINT-TYPE         PIC X(1) VALUE SPACE.
000501 01 WS-PCK-EOF-SWITCH          PIC X(1) VALUE "N".
000502     88 NO-MORE-CHECKPOINT-RECORDS  VALUE "Y".
000503 01 WS-PMT-EOF-SWITCH          PIC X(1) VALUE "N".
000504     88 NO-MORE-PAYMENT-RECORDS     VALUE "Y".
000505 01 WS-PRIOR-RUN-SWITCH        PIC X(1) VALUE "N".
000506     88 WS-PRIOR-RUN-OPEN           VALUE "O".
000507 01 WS-PRIOR-RUN-ID            PIC X(14) VALUE SPACES.
000508 01 WS-PRIOR-CUTOFF-DATE       PIC 9(8) VALUE ZERO.
000509 01 WS-PRIOR-RUN-DATE          PIC 9(8) VALUE ZERO.
000510 01 WS-PRIOR-FIRST-CHECK       PIC 9(6) VALUE ZERO.
000511 01 WS-PRIOR-PPY-SWITCH        PIC X(1) VALUE "N".
000512     88 WS-PRIOR-PPY-SENT           VALUE "Y".
000513 01 WS-RESTART-SWITCH          PIC X(1) VALUE "N".
000514     88 WS-RESTART-RUN              VALUE "Y".
000515 01 WS-RUN-BLOCKED-SWITCH      PIC X(1) VALUE "N".
000516     88 WS-RUN-BLOCKED              VALUE "Y".
000517 01 WS-RUN-STOPPED-SWITCH      PIC X(1) VALUE "N".
000518     88 WS-RUN-STOPPED              VALUE "Y".
000519 01 WS-CONTROL-CHECK-NUMBER    PIC 9(6) VALUE ZERO.
000520 01 WS-DRAWN-CHECK-NUMBER      PIC 9(7) VALUE ZERO.
000521*--------------------------------------------------
000522* The payments the unfinished run already made,
000523* one per vendor and remit-to code, from its
000524* checkpoints and from the history records
000525* carrying its run id - the history wins where
000526* the two disagree, since it is what was paid.
000527* A payment voided through
000528* VNDVOID01 since has had its invoices reopened
000529* and is paid again like any other. 2000 is the
000530* flip table's size, more vendors than one run can
000531* pay.
000532*--------------------------------------------------
000533 01 WS-DONE-TABLE.
000534     05 WS-DN-ENTRY OCCURS 2000 TIMES.
000535         10 WS-DN-VENDOR-NUMBER  PIC 9(5).
000536         10 WS-DN-REMIT-CODE     PIC X(4).
000537         10 WS-DN-METHOD         PIC X(3).
000538         10 WS-DN-CHECK-NUMBER   PIC 9(6).
000539         10 WS-DN-INVOICE-COUNT  PIC 9(3).
000540         10 WS-DN-AMOUNT         PIC 9(9)V99.
000541         10 WS-DN-CURRENCY       PIC X(3).
000542         10 WS-DN-CURRENCY-AMOUNT PIC 9(9)V99.
000543         10 WS-DN-CKP-FLAG       PIC X(1).
000544             88 WS-DN-CHECKPOINTED   VALUE "Y".
000545         10 WS-DN-HST-FLAG       PIC X(1).
000546             88 WS-DN-ON-HISTORY     VALUE "Y" "V".
000547             88 WS-DN-VOIDED         VALUE "V".
000548         10 WS-DN-SEEN-FLAG      PIC X(1).
000549             88 WS-DN-SEEN           VALUE "Y".
000550 01 WS-DONE-USED               PIC 9(4) COMP VALUE ZERO.
000551 01 WS-DONE-IDX                PIC 9(4) COMP.
000552 01 WS-DONE-KEY.
000553     05 WS-DONE-KEY-VENDOR      PIC 9(5) VALUE ZERO.
000554     05 WS-DONE-KEY-REMIT       PIC X(4) VALUE SPACES.
000555 01 WS-DONE-FOUND-SWITCH       PIC X(1) VALUE "N".
000556     88 WS-DONE-FOUND               VALUE "Y".
000557 01 WS-DONE-FULL-SWITCH        PIC X(1) VALUE "N".
000558     88 WS-DONE-TABLE-FULL          VALUE "Y".
000559 01 WS-VENDOR-DONE-SWITCH      PIC X(1) VALUE "N".
000560     88 WS-VENDOR-DONE              VALUE "Y".
000561 01 WS-VENDOR-PAYABLE-SWITCH   PIC X(1) VALUE "N".
000562     88 WS-VENDOR-PAYABLE           VALUE "Y".
000563 01 WS-CHECK-ISSUED-SWITCH     PIC X(1) VALUE "N".
000564     88 WS-CHECK-ISSUED             VALUE "Y".
000565 01 WS-RECOVERED-COUNT         PIC 9(5) VALUE ZERO.
000566 01 WS-RECOVERED-TOTAL         PIC 9(11)V99 VALUE ZERO.
000567 01 WS-UNISSUED-COUNT          PIC 9(5) VALUE ZERO.
000568 01 WS-REWRITTEN-ACH-COUNT     PIC 9(5) VALUE ZERO.
000569 01 WS-REWRITTEN-WIRE-COUNT    PIC 9(5) VALUE ZERO.
000570 01 WS-REISSUED-PPY-COUNT      PIC 9(5) VALUE ZERO.
000571 01 WS-RECOVERY-WARNING-COUNT  PIC 9(5) VALUE ZERO.
000572
000573*--------------------------------------------------
000574* Run Control Log fields for the START/END records
000575* this run writes through VNDRUNLG.
000576*--------------------------------------------------
000577 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDPAY01".
000578 01 WS-RUN-ENTRY-TYPE PIC X(5).
000579 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000580 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000581
000582 01 REGISTER-HEADING-1.
000583     05 FILLER                 PIC X(24) VALUE "CHECK REGISTER".
000584     05 FILLER                 PIC X(12) VALUE "CUTOFF DATE ".
000585     05 RH1-CUTOFF-DATE        PIC 9(8).
000586     05 FILLER                 PIC X(9)  VALUE "  RUN ID ".
000587     05 RH1-RUN-ID             PIC X(14).
000588     05 FILLER                 PIC X(2)  VALUE SPACES.
000589     05 RH1-RESTART-NOTE       PIC X(9)  VALUE SPACES.
000590
000591 01 REGISTER-HEADING-2.
000592     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000593     05 FILLER                 PIC X(31) VALUE "NAME".
000594     05 FILLER                 PIC X(7)  VALUE "METHOD ".
000595     05 FILLER                 PIC X(9)  VALUE "CHECK NO".
000596     05 FILLER                 PIC X(9)  VALUE "INVOICES".
000597     05 FILLER                 PIC X(15) VALUE "         AMOUNT".
000598     05 FILLER                 PIC X(2)  VALUE SPACES.
000599     05 FILLER                 PIC X(5)  VALUE "REMIT".
000600
000601 01 REGISTER-DETAIL-LINE.
000602     05 RD-VENDOR-NUMBER       PIC Z(4)9.
000603     05 FILLER                 PIC X(2)  VALUE SPACES.
000604     05 RD-VENDOR-NAME         PIC X(30).
000605     05 FILLER                 PIC X(1)  VALUE SPACES.
000606     05 RD-METHOD              PIC X(3).
000607     05 FILLER                 PIC X(4)  VALUE SPACES.
000608     05 RD-CHECK-NUMBER        PIC Z(5)9.
000609     05 FILLER                 PIC X(3)  VALUE SPACES.
000610     05 RD-INVOICE-COUNT       PIC ZZ9.
000611     05 FILLER                 PIC X(6)  VALUE SPACES.
000612     05 RD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000613     05 FILLER                 PIC X(3)  VALUE SPACES.
000614     05 RD-REMIT-CODE          PIC X(4).
000615
000616 01 REGISTER-WARNING-LINE.
000617     05 RW-VENDOR-NUMBER       PIC Z(4)9.
000618     05 FILLER                 PIC X(2)  VALUE SPACES.
000619     05 RW-MESSAGE             PIC X(40).
000620*--------------------------------------------------
000621* Under a payment's register line, one line per
000622* foreign-currency invoice or credit it pays - the
000623* amount in the invoice's currency, the rate paid
000624* at, the US dollar amount and the exchange gain
000625* or loss against the rate at entry - and for a
000626* wire, the currency and amount actually sent.
000627*--------------------------------------------------
000628 01 REGISTER-FX-LINE.
000629     05 FILLER                 PIC X(7)  VALUE SPACES.
000630     05 RX-INVOICE-NUMBER      PIC X(10).
000631     05 FILLER                 PIC X(1)  VALUE SPACES.
000632     05 RX-CURRENCY            PIC X(3).
000633     05 FILLER                 PIC X(1)  VALUE SPACES.
000634     05 RX-CURRENCY-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
000635     05 FILLER                 PIC X(3)  VALUE " @ ".
000636     05 RX-PAID-RATE           PIC ZZZ9.999999.
000637     05 FILLER                 PIC X(1)  VALUE SPACES.
000638     05 RX-USD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
000639     05 FILLER                 PIC X(1)  VALUE SPACES.
000640     05 RX-FX-LABEL            PIC X(8).
000641     05 RX-FX-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
000642
000643 01 REGISTER-WIRE-LINE.
000644     05 FILLER                 PIC X(7)  VALUE SPACES.
000645     05 FILLER                 PIC X(11) VALUE "WIRE SENT".
000646     05 RR-CURRENCY            PIC X(3).
000647     05 FILLER                 PIC X(1)  VALUE SPACES.
000648     05 RR-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000649
000650 01 REGISTER-WITHHELD-LINE.
000651     05 FILLER                 PIC X(7)  VALUE SPACES.
000652     05 FILLER            PIC X(15) VALUE "BACKUP W/H 24%".
000653     05 RB-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000654
000655 01 REGISTER-TOTAL-LINE.
000656     05 FILLER                 PIC X(20) VALUE "TOTAL PAID".
000657     05 RT-TOTAL-PAID          PIC Z,ZZZ,ZZZ,ZZ9.99.
000658
000659 01 REGISTER-COUNT-LINE.
000660     05 RC-LABEL               PIC X(20).
000661     05 RC-COUNT               PIC Z(4)9.
000662
000663 01 REGISTER-AMOUNT-LINE.
000664     05 RA-LABEL               PIC X(20).
000665     05 RA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000666
000667 01 REGISTER-SIGNED-LINE.
000668     05 RS-LABEL               PIC X(20).
000669     05 RS-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000670
000671 01 REMIT-HEADING-1.
000672     05 FILLER            PIC X(19) VALUE "REMITTANCE ADVICE".
000673     05 FILLER                 PIC X(13) VALUE "PAYMENT DATE ".
000674     05 MH1-PAYMENT-DATE       PIC 9(8).
000675
000676 01 REMIT-VENDOR-LINE.
000677     05 MV-VENDOR-NUMBER       PIC Z(4)9.
000678     05 FILLER                 PIC X(2)  VALUE SPACES.
000679     05 MV-VENDOR-NAME         PIC X(30).
000680
000681 01 REMIT-ADDRESS-LINE.
000682     05 FILLER                 PIC X(7)  VALUE SPACES.
000683     05 MA-ADDRESS-TEXT        PIC X(30).
000684
000685 01 REMIT-CITY-LINE.
000686     05 FILLER                 PIC X(7)  VALUE SPACES.
000687     05 MA-CITY                PIC X(20).
000688     05 FILLER                 PIC X(1)  VALUE SPACES.
000689     05 MA-STATE               PIC X(2).
000690     05 FILLER                 PIC X(1)  VALUE SPACES.
000691     05 MA-ZIP                 PIC X(10).
000692
000693 01 REMIT-HEADING-2.
000694     05 FILLER                 PIC X(11) VALUE "INVOICE".
000695     05 FILLER                 PIC X(10) VALUE "INV DATE".
000696     05 FILLER                 PIC X(10) VALUE "DUE DATE".
000697     05 FILLER                 PIC X(15) VALUE "         AMOUNT".
000698     05 FILLER                 PIC X(11) VALUE "   DISCOUNT".
000699     05 FILLER                 PIC X(3)  VALUE SPACES.
000700     05 FILLER                 PIC X(4)  VALUE "CUR ".
000701     05 FILLER                 PIC X(14) VALUE "    USD AMOUNT".
000702
000703 01 REMIT-DETAIL-LINE.
000704     05 MD-INVOICE-NUMBER      PIC X(10).
000705     05 FILLER                 PIC X(1)  VALUE SPACES.
000706     05 MD-INVOICE-DATE        PIC 9(8).
000707     05 FILLER                 PIC X(2)  VALUE SPACES.
000708     05 MD-DUE-DATE            PIC 9(8).
000709     05 FILLER                 PIC X(2)  VALUE SPACES.
000710     05 MD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000711     05 FILLER                 PIC X(2)  VALUE SPACES.
000712     05 MD-DISCOUNT            PIC ZZ,ZZ9.99.
000713     05 FILLER                 PIC X(1)  VALUE SPACES.
000714     05 MD-CR-FLAG             PIC X(2).
000715     05 FILLER                 PIC X(1)  VALUE SPACES.
000716     05 MD-CURRENCY            PIC X(3).
000717     05 FILLER                 PIC X(1)  VALUE SPACES.
000718     05 MD-USD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
000719
000720 01 REMIT-DISCOUNT-LINE.
000721     05 FILLER                 PIC X(17) VALUE "LESS DISCOUNTS".
000722     05 FILLER                 PIC X(12) VALUE SPACES.
000723     05 MS-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000724
000725 01 REMIT-CREDIT-LINE.
000726     05 FILLER                 PIC X(17) VALUE "LESS CREDITS".
000727     05 FILLER                 PIC X(12) VALUE SPACES.
000728     05 MC-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000729
000730 01 REMIT-WITHHELD-LINE.
000731     05 FILLER            PIC X(17) VALUE "LESS BACKUP W/H".
000732     05 FILLER                 PIC X(12) VALUE SPACES.
000733     05 MB-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000734
000735 01 REMIT-TOTAL-LINE.
000736     05 FILLER                 PIC X(17) VALUE "TOTAL".
000737     05 MT-METHOD              PIC X(3).
000738     05 FILLER                 PIC X(9)  VALUE SPACES.
000739     05 MT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000740     05 FILLER                 PIC X(4)  VALUE " USD".
000741
000742 01 REMIT-WIRE-LINE.
000743     05 FILLER                 PIC X(17) VALUE "WIRED IN".
000744     05 MW-CURRENCY            PIC X(3).
000745     05 FILLER                 PIC X(9)  VALUE SPACES.
000746     05 MW-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000747
000748 01 JOURNAL-HEADING-1.
000749     05 FILLER                 PIC X(20) VALUE
000750         "GL POSTING JOURNAL".
000751     05 FILLER                 PIC X(13) VALUE "PAYMENT DATE ".
000752     05 JH1-PAYMENT-DATE       PIC 9(8).
000753     05 FILLER                 PIC X(9)  VALUE "  RUN ID ".
000754     05 JH1-RUN-ID             PIC X(14).
000755     05 FILLER                 PIC X(2)  VALUE SPACES.
000756     05 JH1-RESTART-NOTE       PIC X(9)  VALUE SPACES.
000757
000758 01 JOURNAL-HEADING-2.
000759     05 FILLER                 PIC X(10) VALUE "ACCOUNT".
000760     05 FILLER                 PIC X(17) VALUE
000761         "           AMOUNT".
000762
000763 01 JOURNAL-DETAIL-LINE.
000764     05 JD-ACCOUNT             PIC X(8).
000765     05 FILLER                 PIC X(2)  VALUE SPACES.
000766     05 JD-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000767
000768 01 JOURNAL-TOTAL-LINE.
000769     05 JT-LABEL               PIC X(20).
000770     05 JT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000771
000772*--------------------------------------------------
000773* Recovery report, printed only by a restart: the
000774* payments the failed run had already made, the
000775* check numbers it drew and never issued, and the
000776* groups the restart could not square with the
000777* history.
000778*--------------------------------------------------
000779 01 RECOVERY-HEADING-1.
000780     05 FILLER                 PIC X(22) VALUE
000781         "PAYMENT RUN RECOVERY".
000782     05 FILLER                 PIC X(7)  VALUE "RUN ID ".
000783     05 VH1-RUN-ID             PIC X(14).
000784     05 FILLER                 PIC X(9)  VALUE "  CUTOFF ".
000785     05 VH1-CUTOFF-DATE        PIC 9(8).
000786     05 FILLER                 PIC X(15) VALUE "  PAYMENT DATE ".
000787     05 VH1-RUN-DATE           PIC 9(8).
000788
000789 01 RECOVERY-HEADING-2.
000790     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000791     05 FILLER                 PIC X(7)  VALUE "METHOD ".
000792     05 FILLER                 PIC X(9)  VALUE "CHECK NO".
000793     05 FILLER                 PIC X(9)  VALUE "INVOICES".
000794     05 FILLER                 PIC X(15) VALUE "         AMOUNT".
000795     05 FILLER                 PIC X(1)  VALUE SPACES.
000796     05 FILLER                 PIC X(10) VALUE "RECOVERY".
000797
000798 01 RECOVERY-DETAIL-LINE.
000799     05 VD-VENDOR-NUMBER       PIC Z(4)9.
000800     05 FILLER                 PIC X(2)  VALUE SPACES.
000801     05 VD-METHOD              PIC X(3).
000802     05 FILLER                 PIC X(4)  VALUE SPACES.
000803     05 VD-CHECK-NUMBER        PIC Z(5)9.
000804     05 FILLER                 PIC X(3)  VALUE SPACES.
000805     05 VD-INVOICE-COUNT       PIC ZZ9.
000806     05 FILLER                 PIC X(6)  VALUE SPACES.
000807     05 VD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000808     05 FILLER                 PIC X(2)  VALUE SPACES.
000809     05 VD-MESSAGE             PIC X(34).
000810
000811 01 RECOVERY-CHECK-LINE.
000812     05 FILLER                 PIC X(14) VALUE SPACES.
000813     05 VK-CHECK-NUMBER        PIC Z(5)9.
000814     05 FILLER                 PIC X(28) VALUE SPACES.
000815     05 FILLER                 PIC X(34) VALUE
000816         "DRAWN, NEVER ISSUED - VOID IT".
000817
000818 01 RECOVERY-COUNT-LINE.
000819     05 VC-LABEL               PIC X(30).
000820     05 VC-COUNT               PIC Z(4)9.
000821
000822 01 RECOVERY-AMOUNT-LINE.
000823     05 VA-LABEL               PIC X(30).
000824     05 VA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000825*--------------------------------------------------
000826* Check-print layout for the three-part check
000827* stock - the face (number, date, payee, amount in
000828* figures and words) and the stub (the payment's
000829* invoice detail). One page per check.
000830*--------------------------------------------------
000831 01 CHECK-HEAD-LINE.
000832     05 FILLER                 PIC X(9)  VALUE "CHECK NO ".
000833     05 CK-CHECK-NUMBER        PIC 9(6).
000834     05 FILLER                 PIC X(10) VALUE SPACES.
000835     05 FILLER                 PIC X(5)  VALUE "DATE ".
000836     05 CK-DATE                PIC 9(8).
000837
000838 01 CHECK-PAYEE-LINE.
000839     05 FILLER            PIC X(20) VALUE "PAY TO THE ORDER OF ".
000840     05 CK-PAYEE-NAME          PIC X(30).
000841
000842 01 CHECK-ADDRESS-LINE.
000843     05 FILLER                 PIC X(20) VALUE SPACES.
000844     05 CK-ADDRESS-TEXT        PIC X(30).
000845
000846 01 CHECK-CITY-LINE.
000847     05 FILLER                 PIC X(20) VALUE SPACES.
000848     05 CK-CITY                PIC X(20).
000849     05 FILLER                 PIC X(1)  VALUE SPACES.
000850     05 CK-STATE               PIC X(2).
000851     05 FILLER                 PIC X(1)  VALUE SPACES.
000852     05 CK-ZIP                 PIC X(10).
000853
000854 01 CHECK-AMOUNT-LINE.
000855     05 FILLER                 PIC X(8)  VALUE "AMOUNT $".
000856     05 CK-AMOUNT              PIC *,***,***,**9.99.
000857
000858 01 CHECK-STUB-HEADING.
000859     05 FILLER                 PIC X(11) VALUE "INVOICE".
000860     05 FILLER                 PIC X(3)  VALUE "CUR".
000861     05 FILLER                 PIC X(15) VALUE "          GROSS".
000862     05 FILLER                 PIC X(11) VALUE "   DISCOUNT".
000863     05 FILLER                 PIC X(15) VALUE "   NET PAID USD".
000864
000865 01 CHECK-STUB-REMIT-LINE.
000866     05 FILLER                 PIC X(9)  VALUE "REMIT TO ".
000867     05 CR-REMIT-NAME          PIC X(30).
000868     05 FILLER                 PIC X(1)  VALUE SPACES.
000869     05 CR-CITY                PIC X(20).
000870     05 FILLER                 PIC X(1)  VALUE SPACES.
000871     05 CR-STATE               PIC X(2).
000872
000873 01 CHECK-STUB-LINE.
000874     05 CS-INVOICE-NUMBER      PIC X(10).
000875     05 FILLER                 PIC X(1)  VALUE SPACES.
000876     05 CS-CURRENCY            PIC X(3).
000877     05 FILLER                 PIC X(1)  VALUE SPACES.
000878     05 CS-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
000879     05 FILLER                 PIC X(2)  VALUE SPACES.
000880     05 CS-DISCOUNT            PIC ZZ,ZZ9.99.
000881     05 FILLER                 PIC X(1)  VALUE SPACES.
000882     05 CS-NET                 PIC ZZZ,ZZZ,ZZ9.99.
000883     05 FILLER                 PIC X(1)  VALUE SPACES.
000884     05 CS-CR-FLAG             PIC X(2).
000885
000886 01 CHECK-STUB-TOTAL.
000887     05 FILLER                 PIC X(25) VALUE
000888         "TOTAL THIS CHECK".
000889     05 CT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000890
000891 01 CHECK-STUB-WITHHELD.
000892     05 FILLER                 PIC X(25) VALUE
000893         "LESS BACKUP W/H 24%".
000894     05 CW-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000895
000896*--------------------------------------------------
000897* Amount-in-words conversion for the check face,
000898* sized to the full 9(9)V99 a payment total can
000899* reach - the millions group is three digits, so
000900* hundreds of millions spell out through the same
000901* three-digit paragraph the thousands use.
000902* The word tables are fixed-width - units 9 wide,
000903* tens 7 wide - so a REDEFINES carves them into
000904* OCCURS entries the same way WS-STATE-TABLE is
000905* carved in WSVND01.CBL.
000906*--------------------------------------------------
000907 01 WS-UNIT-WORDS-VALUES.
000908     05 FILLER PIC X(18) VALUE "ONE      TWO      ".
000909     05 FILLER PIC X(18) VALUE "THREE    FOUR     ".
000910     05 FILLER PIC X(18) VALUE "FIVE     SIX      ".
000911     05 FILLER PIC X(18) VALUE "SEVEN    EIGHT    ".
000912     05 FILLER PIC X(18) VALUE "NINE     TEN      ".
000913     05 FILLER PIC X(18) VALUE "ELEVEN   TWELVE   ".
000914     05 FILLER PIC X(18) VALUE "THIRTEEN FOURTEEN ".
000915     05 FILLER PIC X(18) VALUE "FIFTEEN  SIXTEEN  ".
000916     05 FILLER PIC X(18) VALUE "SEVENTEENEIGHTEEN ".
000917     05 FILLER PIC X(9)  VALUE "NINETEEN ".
000918 01 WS-UNIT-WORDS-TABLE REDEFINES WS-UNIT-WORDS-VALUES.
000919     05 WS-UNIT-WORD OCCURS 19 TIMES PIC X(9).
000920 01 WS-TENS-WORDS-VALUES.
000921     05 FILLER PIC X(14) VALUE "TWENTY THIRTY ".
000922     05 FILLER PIC X(14) VALUE "FORTY  FIFTY  ".
000923     05 FILLER PIC X(14) VALUE "SIXTY  SEVENTY".
000924     05 FILLER PIC X(14) VALUE "EIGHTY NINETY ".
000925 01 WS-TENS-WORDS-TABLE REDEFINES WS-TENS-WORDS-VALUES.
000926     05 WS-TENS-WORD OCCURS 8 TIMES PIC X(7).
000927 01 WS-CAW-AMOUNT              PIC 9(9)V99 VALUE ZERO.
000928 01 WS-CAW-DOLLARS             PIC 9(9) VALUE ZERO.
000929 01 WS-CAW-DOLLAR-SPLIT REDEFINES WS-CAW-DOLLARS.
000930     05 WS-CAW-MILLIONS        PIC 9(3).
000931     05 WS-CAW-THOUSANDS       PIC 9(3).
000932     05 WS-CAW-UNITS           PIC 9(3).
000933 01 WS-CAW-CENTS               PIC 9(2) VALUE ZERO.
000934 01 WS-C3-VALUE                PIC 9(3) VALUE ZERO.
000935 01 WS-C3-DIGITS REDEFINES WS-C3-VALUE.
000936     05 WS-C3-D1               PIC 9(1).
000937     05 WS-C3-D2               PIC 9(1).
000938     05 WS-C3-D3               PIC 9(1).
000939 01 WS-C3-TENS-UNITS           PIC 9(2) VALUE ZERO.
000940 01 WS-AMOUNT-WORDS            PIC X(160).
000941 01 WS-WORDS-PTR               PIC 9(3) COMP.
000942*--------------------------------------------------
000943* The CCD+ addenda text for one ACH payment: the
000944* invoice numbers it pays, as many as fit in the
000945* addenda's 80 bytes, with a trailing marker when
000946* the rest of the list is on the remittance advice.
000947*--------------------------------------------------
000948 01 WS-ADDENDA-PTR             PIC 9(3) COMP.
000949 01 WS-ADDENDA-FULL-SWITCH     PIC X(1) VALUE "N".
000950     88 WS-ADDENDA-FULL             VALUE "Y".
000951
000952     COPY "WSNAC01.CBL".
000953
000954     COPY "WSPPY01.CBL".
000955
000956     COPY "WSSGN01.CBL".
000957
000958     COPY "WSFXR01.CBL".
000959
000960 PROCEDURE DIVISION.
000961 PROGRAM-BEGIN.
000962      PERFORM SIGN-ON-OPERATOR.
000963      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000964      PERFORM CHECK-OPERATOR-AUTHORITY.
000965      IF WS-AUTHORITY-OK
000966          PERFORM RUN-PAYMENT-SELECTION
000967      END-IF.
000968
000969 PROGRAM-DONE.
000970      STOP RUN.
000971
000972 RUN-PAYMENT-SELECTION.
000973      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000974      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000975          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000976          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000977          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000978      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000979      PERFORM ENTER-CUTOFF-DATE.
000980      PERFORM CHECK-FOR-UNFINISHED-RUN.
000981      IF NOT WS-RUN-BLOCKED
000982          PERFORM PAY-SELECTED-INVOICES
000983      END-IF.
000984      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000985      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000986          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000987          WS-INV-READ-COUNT WS-PAYMENT-COUNT
000988          WS-RUN-ZERO-COUNT WS-WARNING-COUNT.
000989      DISPLAY WS-PAYMENT-COUNT " PAYMENTS MADE".
000990      DISPLAY WS-PAID-INVOICE-COUNT " INVOICES PAID".
000991
000992 PAY-SELECTED-INVOICES.
000993      OPEN INPUT VENDOR-FILE.
000994      IF WS-VND-FILE-STATUS NOT = "00"
000995          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000996              WS-VND-FILE-STATUS
000997          MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000998          MOVE "Y" TO WS-RUN-STOPPED-SWITCH
000999      END-IF.
001000      OPEN I-O OPEN-INVOICE-FILE.
001001      OPEN INPUT BANK-CHANGE-FILE.
001002      OPEN INPUT VENDOR-DOCUMENT-FILE.
001003      OPEN INPUT REMIT-TO-FILE.
001004      IF WS-RESTART-RUN
001005          PERFORM LOAD-FAILED-RUN-PAYMENTS
001006          PERFORM EXTEND-REPORT-FILES
001007          PERFORM START-RECOVERY-REPORT
001008      ELSE
001009          MOVE "H" TO WS-CHECKPOINT-TYPE
001010          PERFORM WRITE-RUN-CHECKPOINT
001011          OPEN OUTPUT CHECK-REGISTER
001012          OPEN OUTPUT REMITTANCE-ADVICE
001013          OPEN OUTPUT POSTING-JOURNAL
001014          OPEN OUTPUT CHECK-PRINT-FILE
001015      END-IF.
001016      PERFORM OPEN-PAYMENT-HISTORY.
001017      PERFORM OPEN-PAYMENT-DETAIL.
001018      OPEN INPUT GL-DISTRIBUTION-FILE.
001019      OPEN OUTPUT NACHA-FILE.
001020      OPEN OUTPUT WIRE-REQUEST-FILE.
001021      MOVE "VENDOR PAY" TO WS-NAC-ENTRY-DESC.
001022      MOVE WS-RUN-DATE TO WS-NAC-EFFECTIVE-DATE.
001023      PERFORM PRINT-REGISTER-HEADINGS.
001024      PERFORM START-INVOICE-FILE.
001025      PERFORM PROCESS-INVOICE-RECORDS
001026          UNTIL NO-MORE-INVOICE-RECORDS.
001027      PERFORM FINISH-VENDOR-PAYMENT.
001028      IF WS-RESTART-RUN
001029          AND NOT WS-RUN-STOPPED
001030          PERFORM RECOVER-UNSEEN-VENDORS
001031      END-IF.
001032      PERFORM FLIP-PAID-INVOICES.
001033      PERFORM FINISH-NACHA-FILE.
001034      PERFORM FINISH-WIRE-REQUEST-FILE.
001035      PERFORM PRINT-REGISTER-TOTALS.
001036      PERFORM PRINT-POSTING-JOURNAL.
001037      CLOSE VENDOR-FILE.
001038      CLOSE OPEN-INVOICE-FILE.
001039      CLOSE BANK-CHANGE-FILE.
001040      CLOSE VENDOR-DOCUMENT-FILE.
001041      CLOSE REMIT-TO-FILE.
001042      CLOSE CHECK-REGISTER.
001043      CLOSE REMITTANCE-ADVICE.
001044      CLOSE VENDOR-PAYMENT-HISTORY.
001045      CLOSE PAYMENT-DETAIL-FILE.
001046      CLOSE GL-DISTRIBUTION-FILE.
001047      CLOSE POSTING-JOURNAL.
001048      CLOSE CHECK-PRINT-FILE.
001049      CLOSE NACHA-FILE.
001050      CLOSE WIRE-REQUEST-FILE.
001051      PERFORM CLOSE-POSITIVE-PAY-FILE.
001052      MOVE "P" TO WS-CHECKPOINT-TYPE.
001053      PERFORM WRITE-RUN-CHECKPOINT.
001054      IF WS-RESTART-RUN
001055          PERFORM FINISH-RECOVERY-REPORT
001056      END-IF.
001057      IF WS-RESTART-RUN
001058          AND WS-RUN-STOPPED
001059          DISPLAY "RESTART STOPPED - RUN " WS-PAY-RUN-ID
001060              " IS STILL UNFINISHED"
001061      ELSE
001062          MOVE "E" TO WS-CHECKPOINT-TYPE
001063          PERFORM WRITE-RUN-CHECKPOINT
001064      END-IF.
001065
001066 ENTER-CUTOFF-DATE.
001067      MOVE "N" TO WS-DATE-VALID-SWITCH.
001068      PERFORM GET-AND-CHECK-CUTOFF-DATE
001069          UNTIL WS-DATE-VALID.
001070      MOVE WS-DATE-FIELD TO WS-CUTOFF-DATE.
001071
001072 GET-AND-CHECK-CUTOFF-DATE.
001073      DISPLAY "ENTER PAYMENT CUTOFF DATE (YYYYMMDD)".
001074      ACCEPT WS-DATE-FIELD.
001075      PERFORM VALIDATE-DATE-FIELD.
001076      IF NOT WS-DATE-VALID
001077          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
001078      END-IF.
001079
001080 VALIDATE-DATE-FIELD.
001081      MOVE "N" TO WS-DATE-VALID-SWITCH.
001082      IF WS-DATE-FIELD IS NUMERIC
001083          AND WS-DATE-FIELD (5:2) >= "01"
001084          AND WS-DATE-FIELD (5:2) <= "12"
001085          AND WS-DATE-FIELD (7:2) >= "01"
001086          AND WS-DATE-FIELD (7:2) <= "31"
001087          MOVE "Y" TO WS-DATE-VALID-SWITCH
001088      END-IF.
001089
001090*--------------------------------------------------
001091* The payment history is appended to across runs.
001092* A first-ever run has no file to EXTEND - status
001093* 35 - and only then is the file built fresh with
001094* OPEN OUTPUT. Any other failure stops the run
001095* before anything is paid: paying with no history
001096* written would leave the 1099 amounts short.
001097*--------------------------------------------------
001098 OPEN-PAYMENT-HISTORY.
001099      OPEN EXTEND VENDOR-PAYMENT-HISTORY.
001100      IF WS-PMT-FILE-STATUS = "35"
001101          OPEN OUTPUT VENDOR-PAYMENT-HISTORY
001102      END-IF.
001103      IF WS-PMT-FILE-STATUS NOT = "00"
001104          DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
001105              WS-PMT-FILE-STATUS
001106          DISPLAY "NO INVOICES SELECTED - RUN STOPPED"
001107          MOVE "Y" TO WS-INVOICE-EOF-SWITCH
001108          MOVE "Y" TO WS-RUN-STOPPED-SWITCH
001109      END-IF.
001110
001111*--------------------------------------------------
001112* Appended to across runs the same way the payment
001113* history is, with the same first-ever-run OPEN
001114* OUTPUT fallback on status 35.
001115*--------------------------------------------------
001116 OPEN-PAYMENT-DETAIL.
001117      OPEN EXTEND PAYMENT-DETAIL-FILE.
001118      IF WS-PDT-FILE-STATUS = "35"
001119          OPEN OUTPUT PAYMENT-DETAIL-FILE
001120      END-IF.
001121      IF WS-PDT-FILE-STATUS NOT = "00"
001122          DISPLAY "PAYMENT DETAIL OPEN FAILED - STATUS "
001123              WS-PDT-FILE-STATUS
001124          DISPLAY "NO INVOICES SELECTED - RUN STOPPED"
001125          MOVE "Y" TO WS-INVOICE-EOF-SWITCH
001126          MOVE "Y" TO WS-RUN-STOPPED-SWITCH
001127      END-IF.
001128
001129*--------------------------------------------------
001130* Reads what the last run left on the checkpoint
001131* file. No file, or a run that wrote its end
001132* record, leaves this run to start fresh under a
001133* new run id. An unfinished run is restarted when
001134* the same cutoff date is keyed; any other cutoff
001135* is refused - the unfinished run's paid invoices
001136* are not flipped yet, and a new run would pay
001137* them a second time.
001138*--------------------------------------------------
001139 CHECK-FOR-UNFINISHED-RUN.
001140      PERFORM READ-CHECK-CONTROL.
001141      PERFORM READ-PAYMENT-CHECKPOINTS.
001142      IF WS-PRIOR-RUN-OPEN
001143          IF WS-PRIOR-CUTOFF-DATE = WS-CUTOFF-DATE
001144              PERFORM TAKE-OVER-FAILED-RUN
001145          ELSE
001146              MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
001147              DISPLAY "PAYMENT RUN " WS-PRIOR-RUN-ID
001148                  " CUTOFF " WS-PRIOR-CUTOFF-DATE
001149                  " DID NOT FINISH"
001150              DISPLAY "RE-RUN WITH THAT CUTOFF TO RESTART IT"
001151              DISPLAY "NO INVOICES SELECTED - RUN STOPPED"
001152          END-IF
001153      ELSE
001154          ACCEPT WS-TIME-NOW FROM TIME
001155          MOVE WS-RUN-DATE TO WS-PAY-RUN-START-DATE
001156          MOVE WS-TIME-NOW (1:6) TO WS-PAY-RUN-START-TIME
001157      END-IF.
001158
001159*--------------------------------------------------
001160* The last check number the control file has
001161* handed out - recorded on a new run's header, and
001162* on a restart the top of the range the failed run
001163* may have drawn from.
001164*--------------------------------------------------
001165 READ-CHECK-CONTROL.
001166      MOVE ZEROES TO WS-CONTROL-CHECK-NUMBER.
001167      OPEN INPUT CHECK-NUMBER-CONTROL.
001168      IF WS-CKN-FILE-STATUS = "00"
001169          READ CHECK-NUMBER-CONTROL
001170              AT END
001171                  CONTINUE
001172              NOT AT END
001173                  MOVE CKN-LAST-CHECK-NUMBER
001174                      TO WS-CONTROL-CHECK-NUMBER
001175          END-READ
001176          CLOSE CHECK-NUMBER-CONTROL
001177      END-IF.
001178
001179*--------------------------------------------------
001180* A checkpoint file that exists but will not open
001181* may be hiding an unfinished run, so nothing is
001182* paid until it is looked at.
001183*--------------------------------------------------
001184 READ-PAYMENT-CHECKPOINTS.
001185      MOVE "N" TO WS-PCK-EOF-SWITCH.
001186      OPEN INPUT PAYMENT-CHECKPOINT-FILE.
001187      IF WS-PCK-FILE-STATUS = "00"
001188          PERFORM READ-ONE-CHECKPOINT
001189              UNTIL NO-MORE-CHECKPOINT-RECORDS
001190          CLOSE PAYMENT-CHECKPOINT-FILE
001191      ELSE
001192          IF WS-PCK-FILE-STATUS NOT = "35"
001193              DISPLAY "CHECKPOINT FILE OPEN FAILED - STATUS "
001194                  WS-PCK-FILE-STATUS
001195              DISPLAY "NO INVOICES SELECTED - RUN STOPPED"
001196              MOVE "Y" TO WS-RUN-BLOCKED-SWITCH
001197          END-IF
001198      END-IF.
001199
001200 READ-ONE-CHECKPOINT.
001201      READ PAYMENT-CHECKPOINT-FILE
001202          AT END
001203              MOVE "Y" TO WS-PCK-EOF-SWITCH
001204          NOT AT END
001205              PERFORM APPLY-ONE-CHECKPOINT
001206      END-READ.
001207
001208 APPLY-ONE-CHECKPOINT.
001209      IF PCK-RUN-HEADER
001210          MOVE "O" TO WS-PRIOR-RUN-SWITCH
001211          MOVE PCK-RUN-ID TO WS-PRIOR-RUN-ID
001212          MOVE PCK-CUTOFF-DATE TO WS-PRIOR-CUTOFF-DATE
001213          MOVE PCK-RUN-DATE TO WS-PRIOR-RUN-DATE
001214          MOVE PCK-CHECK-NUMBER TO WS-PRIOR-FIRST-CHECK
001215      END-IF.
001216      IF PCK-VENDOR-PAID
001217          PERFORM LOAD-CHECKPOINT-VENDOR
001218      END-IF.
001219      IF PCK-POSITIVE-PAY-SENT
001220          MOVE "Y" TO WS-PRIOR-PPY-SWITCH
001221      END-IF.
001222      IF PCK-RUN-ENDED
001223          MOVE "E" TO WS-PRIOR-RUN-SWITCH
001224      END-IF.
001225
001226 LOAD-CHECKPOINT-VENDOR.
001227      MOVE PCK-VENDOR-NUMBER TO WS-DONE-KEY-VENDOR.
001228      MOVE PCK-REMIT-CODE TO WS-DONE-KEY-REMIT.
001229      PERFORM FIND-OR-ADD-DONE-VENDOR.
001230      IF WS-DONE-FOUND
001231          MOVE PCK-METHOD TO WS-DN-METHOD (WS-DONE-IDX)
001232          MOVE PCK-CHECK-NUMBER
001233              TO WS-DN-CHECK-NUMBER (WS-DONE-IDX)
001234          MOVE PCK-INVOICE-COUNT
001235              TO WS-DN-INVOICE-COUNT (WS-DONE-IDX)
001236          MOVE PCK-AMOUNT TO WS-DN-AMOUNT (WS-DONE-IDX)
001237          IF PCK-CURRENCY-CODE IS ALPHABETIC
001238              AND PCK-CURRENCY-CODE NOT = SPACES
001239              AND PCK-CURRENCY-AMOUNT IS NUMERIC
001240              MOVE PCK-CURRENCY-CODE
001241                  TO WS-DN-CURRENCY (WS-DONE-IDX)
001242              MOVE PCK-CURRENCY-AMOUNT
001243                  TO WS-DN-CURRENCY-AMOUNT (WS-DONE-IDX)
001244          ELSE
001245              MOVE "USD" TO WS-DN-CURRENCY (WS-DONE-IDX)
001246              MOVE PCK-AMOUNT
001247                  TO WS-DN-CURRENCY-AMOUNT (WS-DONE-IDX)
001248          END-IF
001249          MOVE "Y" TO WS-DN-CKP-FLAG (WS-DONE-IDX)
001250      END-IF.
001251
001252*--------------------------------------------------
001253* The restart carries on under the failed run's id
001254* and payment date, so everything it writes is one
001255* run's. Check numbers go on past everything the
001256* control file has handed out.
001257*--------------------------------------------------
001258 TAKE-OVER-FAILED-RUN.
001259      MOVE "Y" TO WS-RESTART-SWITCH.
001260      MOVE WS-PRIOR-RUN-ID TO WS-PAY-RUN-ID.
001261      MOVE WS-PRIOR-RUN-DATE TO WS-RUN-DATE.
001262      MOVE WS-CONTROL-CHECK-NUMBER TO WS-CKN-HIGH-NUMBER.
001263      MOVE "R" TO WS-CHECKPOINT-TYPE.
001264      PERFORM WRITE-RUN-CHECKPOINT.
001265      DISPLAY "RESTARTING PAYMENT RUN " WS-PAY-RUN-ID.
001266
001267*--------------------------------------------------
001268* Every history record carrying the failed run's
001269* id is a payment made - whatever the checkpoints
001270* say, that vendor is not paid again. One voided
001271* since is marked so it is paid like any other.
001272*--------------------------------------------------
001273 LOAD-FAILED-RUN-PAYMENTS.
001274      MOVE "N" TO WS-PMT-EOF-SWITCH.
001275      OPEN INPUT VENDOR-PAYMENT-HISTORY.
001276      IF WS-PMT-FILE-STATUS = "00"
001277          PERFORM LOAD-ONE-HISTORY-PAYMENT
001278              UNTIL NO-MORE-PAYMENT-RECORDS
001279          CLOSE VENDOR-PAYMENT-HISTORY
001280      END-IF.
001281
001282 LOAD-ONE-HISTORY-PAYMENT.
001283      READ VENDOR-PAYMENT-HISTORY
001284          AT END
001285              MOVE "Y" TO WS-PMT-EOF-SWITCH
001286          NOT AT END
001287              IF PMT-RUN-ID = WS-PAY-RUN-ID
001288                  PERFORM LOAD-HISTORY-VENDOR
001289              END-IF
001290      END-READ.
001291
001292 LOAD-HISTORY-VENDOR.
001293      MOVE PMT-VENDOR-NUMBER TO WS-DONE-KEY-VENDOR.
001294      MOVE PMT-REMIT-CODE TO WS-DONE-KEY-REMIT.
001295      PERFORM FIND-OR-ADD-DONE-VENDOR.
001296      IF WS-DONE-FOUND
001297          MOVE PMT-METHOD TO WS-DN-METHOD (WS-DONE-IDX)
001298          MOVE PMT-CHECK-NUMBER
001299              TO WS-DN-CHECK-NUMBER (WS-DONE-IDX)
001300          MOVE PMT-INVOICE-COUNT
001301              TO WS-DN-INVOICE-COUNT (WS-DONE-IDX)
001302          MOVE PMT-AMOUNT TO WS-DN-AMOUNT (WS-DONE-IDX)
001303          IF PMT-CURRENCY-CODE IS ALPHABETIC
001304              AND PMT-CURRENCY-CODE NOT = SPACES
001305              AND PMT-CURRENCY-AMOUNT IS NUMERIC
001306              MOVE PMT-CURRENCY-CODE
001307                  TO WS-DN-CURRENCY (WS-DONE-IDX)
001308              MOVE PMT-CURRENCY-AMOUNT
001309                  TO WS-DN-CURRENCY-AMOUNT (WS-DONE-IDX)
001310          ELSE
001311              MOVE "USD" TO WS-DN-CURRENCY (WS-DONE-IDX)
001312              MOVE PMT-AMOUNT
001313                  TO WS-DN-CURRENCY-AMOUNT (WS-DONE-IDX)
001314          END-IF
001315          IF PMT-VOIDED
001316              MOVE "V" TO WS-DN-HST-FLAG (WS-DONE-IDX)
001317          ELSE
001318              MOVE "Y" TO WS-DN-HST-FLAG (WS-DONE-IDX)
001319          END-IF
001320      END-IF.
001321
001322 FIND-OR-ADD-DONE-VENDOR.
001323      PERFORM FIND-DONE-VENDOR.
001324      IF NOT WS-DONE-FOUND
001325          IF WS-DONE-USED < 2000
001326              ADD 1 TO WS-DONE-USED
001327              MOVE WS-DONE-USED TO WS-DONE-IDX
001328              MOVE WS-DONE-KEY-VENDOR
001329                  TO WS-DN-VENDOR-NUMBER (WS-DONE-IDX)
001330              MOVE WS-DONE-KEY-REMIT
001331                  TO WS-DN-REMIT-CODE (WS-DONE-IDX)
001332              MOVE "N" TO WS-DN-CKP-FLAG (WS-DONE-IDX)
001333              MOVE "N" TO WS-DN-HST-FLAG (WS-DONE-IDX)
001334              MOVE "N" TO WS-DN-SEEN-FLAG (WS-DONE-IDX)
001335              MOVE "Y" TO WS-DONE-FOUND-SWITCH
001336          ELSE
001337              IF NOT WS-DONE-TABLE-FULL
001338                  DISPLAY "PAID VENDOR TABLE FULL"
001339                  MOVE "Y" TO WS-DONE-FULL-SWITCH
001340              END-IF
001341          END-IF
001342      END-IF.
001343
001344 FIND-DONE-VENDOR.
001345      MOVE "N" TO WS-DONE-FOUND-SWITCH.
001346      MOVE 1 TO WS-DONE-IDX.
001347      PERFORM LOOK-UP-DONE-VENDOR
001348          UNTIL WS-DONE-IDX > WS-DONE-USED
001349              OR WS-DONE-FOUND.
001350
001351 LOOK-UP-DONE-VENDOR.
001352      IF WS-DN-VENDOR-NUMBER (WS-DONE-IDX) = WS-DONE-KEY-VENDOR
001353          AND WS-DN-REMIT-CODE (WS-DONE-IDX) = WS-DONE-KEY-REMIT
001354          MOVE "Y" TO WS-DONE-FOUND-SWITCH
001355      ELSE
001356          ADD 1 TO WS-DONE-IDX
001357      END-IF.
001358
001359 FIND-PAID-VENDOR.
001360      MOVE "N" TO WS-DONE-FOUND-SWITCH.
001361      MOVE 1 TO WS-DONE-IDX.
001362      PERFORM LOOK-UP-PAID-VENDOR
001363          UNTIL WS-DONE-IDX > WS-DONE-USED
001364              OR WS-DONE-FOUND.
001365
001366 LOOK-UP-PAID-VENDOR.
001367      IF WS-DN-VENDOR-NUMBER (WS-DONE-IDX) = WS-CURRENT-VENDOR
001368          AND NOT WS-DN-VOIDED (WS-DONE-IDX)
001369          MOVE "Y" TO WS-DONE-FOUND-SWITCH
001370      ELSE
001371          ADD 1 TO WS-DONE-IDX
001372      END-IF.
001373
001374*--------------------------------------------------
001375* A restart carries on the failed run's register,
001376* remittance, journal and check files instead of
001377* printing over them; one the failed run never got
001378* as far as creating is started new. The NACHA
001379* file is not carried on - it is rebuilt whole,
001380* the payments already made written to it again.
001381*--------------------------------------------------
001382 EXTEND-REPORT-FILES.
001383      OPEN EXTEND CHECK-REGISTER.
001384      IF WS-RPT-FILE-STATUS = "35"
001385          OPEN OUTPUT CHECK-REGISTER
001386      END-IF.
001387      OPEN EXTEND REMITTANCE-ADVICE.
001388      IF WS-RPT-FILE-STATUS = "35"
001389          OPEN OUTPUT REMITTANCE-ADVICE
001390      END-IF.
001391      OPEN EXTEND POSTING-JOURNAL.
001392      IF WS-RPT-FILE-STATUS = "35"
001393          OPEN OUTPUT POSTING-JOURNAL
001394      END-IF.
001395      OPEN EXTEND CHECK-PRINT-FILE.
001396      IF WS-RPT-FILE-STATUS = "35"
001397          OPEN OUTPUT CHECK-PRINT-FILE
001398      END-IF.
001399      MOVE 1 TO WS-REMIT-PAGE-COUNT.
001400
001401*--------------------------------------------------
001402* One checkpoint record, its type set by the
001403* caller. The file is opened, written and closed
001404* each time so the record is on disk before the
001405* run goes on. A header starts the file afresh -
001406* it only ever holds the latest run.
001407*--------------------------------------------------
001408 WRITE-RUN-CHECKPOINT.
001409      IF WS-CHECKPOINT-TYPE = "H"
001410          OPEN OUTPUT PAYMENT-CHECKPOINT-FILE
001411      ELSE
001412          OPEN EXTEND PAYMENT-CHECKPOINT-FILE
001413          IF WS-PCK-FILE-STATUS = "35"
001414              OPEN OUTPUT PAYMENT-CHECKPOINT-FILE
001415          END-IF
001416      END-IF.
001417      IF WS-PCK-FILE-STATUS = "00"
001418          PERFORM BUILD-CHECKPOINT-RECORD
001419          WRITE PAYMENT-CHECKPOINT-RECORD
001420          IF WS-PCK-FILE-STATUS NOT = "00"
001421              DISPLAY "CHECKPOINT WRITE FAILED - STATUS "
001422                  WS-PCK-FILE-STATUS
001423          END-IF
001424          CLOSE PAYMENT-CHECKPOINT-FILE
001425      ELSE
001426          DISPLAY "CHECKPOINT OPEN FAILED - STATUS "
001427              WS-PCK-FILE-STATUS
001428      END-IF.
001429
001430 BUILD-CHECKPOINT-RECORD.
001431      MOVE SPACES TO PAYMENT-CHECKPOINT-RECORD.
001432      MOVE WS-CHECKPOINT-TYPE TO PCK-RECORD-TYPE.
001433      MOVE WS-PAY-RUN-ID TO PCK-RUN-ID.
001434      MOVE WS-CUTOFF-DATE TO PCK-CUTOFF-DATE.
001435      MOVE WS-RUN-DATE TO PCK-RUN-DATE.
001436      MOVE WS-OPERATOR-ID TO PCK-OPERATOR-ID.
001437      MOVE ZEROES TO PCK-VENDOR-NUMBER.
001438      MOVE ZEROES TO PCK-CHECK-NUMBER.
001439      MOVE ZEROES TO PCK-INVOICE-COUNT.
001440      MOVE ZEROES TO PCK-AMOUNT.
001441      MOVE ZEROES TO PCK-CURRENCY-AMOUNT.
001442      IF PCK-RUN-HEADER
001443          MOVE WS-CONTROL-CHECK-NUMBER TO PCK-CHECK-NUMBER
001444      END-IF.
001445      IF PCK-VENDOR-PAID
001446          MOVE WS-CURRENT-VENDOR TO PCK-VENDOR-NUMBER
001447          MOVE WS-VENDOR-METHOD TO PCK-METHOD
001448          MOVE WS-PAYMENT-CHECK-NUMBER TO PCK-CHECK-NUMBER
001449          MOVE WS-CURRENT-REMIT-CODE TO PCK-REMIT-CODE
001450          MOVE WS-VENDOR-INV-COUNT TO PCK-INVOICE-COUNT
001451          MOVE WS-VENDOR-PAY-TOTAL TO PCK-AMOUNT
001452          MOVE WS-VENDOR-PAY-CURRENCY TO PCK-CURRENCY-CODE
001453          MOVE WS-VENDOR-CURRENCY-AMOUNT
001454              TO PCK-CURRENCY-AMOUNT
001455      END-IF.
001456
001457 START-INVOICE-FILE.
001458      MOVE LOW-VALUES TO INV-INVOICE-KEY.
001459      START OPEN-INVOICE-FILE
001460          KEY IS NOT LESS THAN INV-INVOICE-KEY
001461          INVALID KEY
001462              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
001463      END-START.
001464      IF NOT NO-MORE-INVOICE-RECORDS
001465          PERFORM READ-INVOICE-RECORD
001466      END-IF.
001467
001468 READ-INVOICE-RECORD.
001469      READ OPEN-INVOICE-FILE NEXT RECORD
001470          AT END
001471              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
001472          NOT AT END
001473              ADD 1 TO WS-INV-READ-COUNT
001474      END-READ.
001475
001476*--------------------------------------------------
001477* An open credit memo is selected regardless of
001478* its due date - an unapplied credit rides along
001479* with whatever run first pays its vendor.
001480* On a restart, an invoice the failed run had
001481* already flipped to paid goes back into its
001482* paid vendor's group, so the group recovered is
001483* the one that was paid.
001484*--------------------------------------------------
001485 PROCESS-INVOICE-RECORDS.
001486      IF INV-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
001487          PERFORM FINISH-VENDOR-PAYMENT
001488          PERFORM START-VENDOR-PAYMENT
001489      END-IF.
001490      IF INVOICE-OPEN
001491          AND NOT INVOICE-AWAITING-APPROVAL
001492          AND (INVOICE-IS-CREDIT
001493              OR INV-DUE-DATE <= WS-CUTOFF-DATE)
001494          IF INVOICE-DISPUTED
001495              ADD 1 TO WS-DISPUTED-COUNT
001496          ELSE
001497              IF WS-VENDOR-OK
001498                  PERFORM SELECT-ONE-INVOICE
001499              ELSE
001500                  PERFORM WARN-UNPAYABLE-VENDOR
001501              END-IF
001502          END-IF
001503      END-IF.
001504      IF WS-VENDOR-DONE
001505          AND INVOICE-PAID
001506          AND INV-PAID-DATE = WS-RUN-DATE
001507          PERFORM SELECT-ONE-INVOICE
001508      END-IF.
001509      PERFORM READ-INVOICE-RECORD.
001510
001511*--------------------------------------------------
001512* Starts a new vendor group: reads the vendor and
001513* decides up front whether - and how - this vendor
001514* can be paid. The same nonzero VENDOR-BANK-ROUTING
001515* test VNDEXPT01's EXPORT-VENDOR-RECORDS uses picks
001516* electronic payment over a printed check.
001517* The vendor's default remit-to is looked up here
001518* too, for the records that name none.
001519*--------------------------------------------------
001520 START-VENDOR-PAYMENT.
001521      MOVE INV-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
001522      MOVE ZEROES TO WS-VENDOR-PAY-TOTAL.
001523      MOVE ZEROES TO WS-VENDOR-CHARGE-TOTAL.
001524      MOVE ZEROES TO WS-VENDOR-CREDIT-TOTAL.
001525      MOVE ZEROES TO WS-VENDOR-DISC-TOTAL.
001526      MOVE ZEROES TO WS-VENDOR-INV-COUNT.
001527      MOVE SPACES TO WS-VENDOR-CURRENCY.
001528      MOVE "N" TO WS-VENDOR-MIXED-SWITCH.
001529      MOVE ZEROES TO WS-VENDOR-CURRENCY-TOTAL.
001530      MOVE "N" TO WS-VENDOR-WARNED-SWITCH.
001531      MOVE "N" TO WS-VENDOR-INS-HOLD-SWITCH.
001532      MOVE "N" TO WS-VENDOR-BACKUP-WH-SWITCH.
001533      MOVE ZEROES TO WS-VENDOR-WITHHELD.
001534      MOVE "N" TO WS-VENDOR-OK-SWITCH.
001535      MOVE "N" TO WS-VENDOR-DONE-SWITCH.
001536      MOVE "N" TO WS-VENDOR-PAYABLE-SWITCH.
001537      MOVE SPACES TO WS-VENDOR-DEFAULT-REMIT.
001538      MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER.
001539      READ VENDOR-FILE
001540          INVALID KEY
001541              MOVE "VENDOR NOT ON FILE" TO
001542                  WS-VENDOR-SKIP-REASON
001543          NOT INVALID KEY
001544              PERFORM CHECK-PAYMENT-VENDOR
001545              PERFORM CHECK-BACKUP-WITHHOLDING
001546              PERFORM CHECK-DONE-VENDOR
001547              PERFORM FIND-DEFAULT-REMIT-TO
001548      END-READ.
001549
001550*--------------------------------------------------
001551* The vendor's remit-to addresses sit together on
001552* the file from its first possible key; the one
001553* marked default is the vendor's default code.
001554*--------------------------------------------------
001555 FIND-DEFAULT-REMIT-TO.
001556      MOVE "N" TO WS-RMT-EOF-SWITCH.
001557      MOVE WS-CURRENT-VENDOR TO RMT-VENDOR-NUMBER.
001558      MOVE LOW-VALUES TO RMT-REMIT-CODE.
001559      START REMIT-TO-FILE
001560          KEY IS NOT LESS THAN RMT-REMIT-KEY
001561          INVALID KEY
001562              MOVE "Y" TO WS-RMT-EOF-SWITCH
001563      END-START.
001564      PERFORM CHECK-NEXT-REMIT-TO
001565          UNTIL NO-MORE-REMIT-RECORDS.
001566
001567 CHECK-NEXT-REMIT-TO.
001568      READ REMIT-TO-FILE NEXT RECORD
001569          AT END
001570              MOVE "Y" TO WS-RMT-EOF-SWITCH
001571          NOT AT END
001572              IF RMT-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
001573                  MOVE "Y" TO WS-RMT-EOF-SWITCH
001574              ELSE
001575                  IF RMT-IS-DEFAULT
001576                      MOVE RMT-REMIT-CODE
001577                          TO WS-VENDOR-DEFAULT-REMIT
001578                      MOVE "Y" TO WS-RMT-EOF-SWITCH
001579                  END-IF
001580              END-IF
001581      END-READ.
001582
001583*--------------------------------------------------
001584* A 1099 vendor is withheld from while it has no
001585* tax id on file or the last IRS TIN match loaded
001586* through VNDTIN02 found its name and tax id do
001587* not match. A new tax id keyed in clears the
001588* mismatch until the next match says otherwise.
001589*--------------------------------------------------
001590 CHECK-BACKUP-WITHHOLDING.
001591      IF VENDOR-1099-ELIGIBLE
001592          IF VENDOR-TAX-ID = SPACES
001593              OR VENDOR-TIN-MISMATCHED
001594              MOVE "Y" TO WS-VENDOR-BACKUP-WH-SWITCH
001595          END-IF
001596      END-IF.
001597
001598*--------------------------------------------------
001599* A payment-held vendor - the bank bounced its
001600* bank data - is paid by printed check instead of
001601* electronically until the hold is cleared through
001602* VNDUPD01. A vendor carrying both a SWIFT/BIC and
001603* an IBAN is paid by international wire ahead of
001604* ACH; wire details reach the master only through
001605* VNDBKA01's dual control, and there is no prenote
001606* for a wire to wait on.
001607*--------------------------------------------------
001608 CHECK-PAYMENT-VENDOR.
001609      IF VENDOR-INACTIVE
001610          MOVE "VENDOR INACTIVE" TO WS-VENDOR-SKIP-REASON
001611      ELSE
001612          MOVE "Y" TO WS-VENDOR-OK-SWITCH
001613          IF VENDOR-SWIFT-BIC NOT = SPACES
001614              AND VENDOR-IBAN NOT = SPACES
001615              AND NOT VENDOR-PAYMENT-HELD
001616              MOVE "WIR" TO WS-VENDOR-METHOD
001617          ELSE
001618              IF VENDOR-BANK-ROUTING NOT = ZEROES
001619                  AND NOT VENDOR-PAYMENT-HELD
001620                  MOVE "ACH" TO WS-VENDOR-METHOD
001621                  PERFORM CHECK-BANK-CHANGE-PRENOTE
001622              ELSE
001623                  MOVE "CHK" TO WS-VENDOR-METHOD
001624              END-IF
001625          END-IF
001626          PERFORM CHECK-INSURANCE-CERTIFICATE
001627      END-IF.
001628
001629*--------------------------------------------------
001630* A vendor whose INS compliance record says it must
001631* carry insurance is held when no certificate has
001632* been received, or the one received has no expiry
001633* date or expired before the run date. A vendor
001634* with no INS record, or one not required to carry
001635* insurance, is not held.
001636*--------------------------------------------------
001637 CHECK-INSURANCE-CERTIFICATE.
001638      MOVE VENDOR-NUMBER TO CMP-VENDOR-NUMBER.
001639      MOVE "INS" TO CMP-DOC-TYPE.
001640      READ VENDOR-DOCUMENT-FILE
001641          INVALID KEY
001642              CONTINUE
001643          NOT INVALID KEY
001644              IF CMP-DOC-REQUIRED
001645                  IF CMP-RECEIVED-DATE IS NOT NUMERIC
001646                      OR CMP-RECEIVED-DATE = ZEROES
001647                      OR CMP-EXPIRY-DATE IS NOT NUMERIC
001648                      OR CMP-EXPIRY-DATE = ZEROES
001649                      OR CMP-EXPIRY-DATE < WS-RUN-DATE
001650                      PERFORM HOLD-FOR-INSURANCE
001651                  END-IF
001652              END-IF
001653      END-READ.
001654
001655 HOLD-FOR-INSURANCE.
001656      MOVE "N" TO WS-VENDOR-OK-SWITCH.
001657      MOVE "Y" TO WS-VENDOR-INS-HOLD-SWITCH.
001658      MOVE "INSURANCE CERTIFICATE EXPIRED"
001659          TO WS-VENDOR-SKIP-REASON.
001660
001661*--------------------------------------------------
001662* A vendor whose new bank details VNDBKA01 has
001663* applied is paid by check until the prenote has
001664* gone and its waiting period has passed without
001665* a return - VNDPRE01 sets BKC-ACH-READY-DATE.
001666*--------------------------------------------------
001667 CHECK-BANK-CHANGE-PRENOTE.
001668      MOVE VENDOR-NUMBER TO BKC-VENDOR-NUMBER.
001669      READ BANK-CHANGE-FILE
001670          INVALID KEY
001671              CONTINUE
001672          NOT INVALID KEY
001673              IF BKC-APPROVED
001674                  OR (BKC-PRENOTED
001675                      AND WS-RUN-DATE < BKC-ACH-READY-DATE)
001676                  MOVE "CHK" TO WS-VENDOR-METHOD
001677              END-IF
001678      END-READ.
001679
001680*--------------------------------------------------
001681* On a restart, a vendor the failed run already
001682* paid is carried through as paid, by the method
001683* it was paid by - even if the vendor has since
001684* been held or made inactive - so its group is
001685* recovered and never paid a second time. Each
001686* of its remit-to payments is looked up on its own
001687* when the group closes; one the failed run did
001688* not make is paid only if the vendor still can
001689* be.
001690*--------------------------------------------------
001691 CHECK-DONE-VENDOR.
001692      MOVE WS-VENDOR-OK-SWITCH TO WS-VENDOR-PAYABLE-SWITCH.
001693      IF WS-RESTART-RUN
001694          PERFORM FIND-PAID-VENDOR
001695          IF WS-DONE-FOUND
001696              MOVE "Y" TO WS-VENDOR-DONE-SWITCH
001697              MOVE "Y" TO WS-VENDOR-OK-SWITCH
001698              MOVE WS-DN-METHOD (WS-DONE-IDX)
001699                  TO WS-VENDOR-METHOD
001700          END-IF
001701      END-IF.
001702
001703*--------------------------------------------------
001704* One register line, first time only, for a vendor
001705* whose due invoices cannot be paid this run. The
001706* invoices are left open for a later run.
001707*--------------------------------------------------
001708 WARN-UNPAYABLE-VENDOR.
001709      IF NOT WS-VENDOR-WARNED
001710          MOVE WS-CURRENT-VENDOR TO RW-VENDOR-NUMBER
001711          MOVE WS-VENDOR-SKIP-REASON TO RW-MESSAGE
001712          MOVE REGISTER-WARNING-LINE TO REGISTER-LINE
001713          WRITE REGISTER-LINE
001714          MOVE "Y" TO WS-VENDOR-WARNED-SWITCH
001715          ADD 1 TO WS-WARNING-COUNT
001716          IF WS-VENDOR-INS-HOLD
001717              ADD 1 TO WS-INSURANCE-HOLD-COUNT
001718          END-IF
001719      END-IF.
001720
001721*--------------------------------------------------
001722* Buffers one selected record into the vendor
001723* group. Nothing is printed and nothing is flipped
001724* here - whether this group is paid at all is
001725* decided when the group closes. A record in a
001726* currency with no rate on file for the run date
001727* cannot be valued, so it is left open and named
001728* on the register.
001729*--------------------------------------------------
001730 SELECT-ONE-INVOICE.
001731      IF WS-VENDOR-INV-COUNT >= 500
001732          MOVE "GROUP FULL - LEFT FOR NEXT RUN"
001733              TO WS-VENDOR-SKIP-REASON
001734          PERFORM WARN-UNPAYABLE-VENDOR
001735      ELSE
001736          PERFORM LOAD-INVOICE-USD-GROSS
001737          PERFORM FIND-RUN-DATE-RATE
001738          IF WS-RUN-RATE-ON-FILE
001739              PERFORM COMPUTE-INVOICE-DISCOUNT
001740              PERFORM COMPUTE-INVOICE-USD-AMOUNTS
001741              ADD 1 TO WS-VENDOR-INV-COUNT
001742              PERFORM STORE-SELECTED-INVOICE
001743          ELSE
001744              PERFORM WARN-NO-RATE-INVOICE
001745          END-IF
001746      END-IF.
001747
001748 WARN-NO-RATE-INVOICE.
001749      MOVE WS-CURRENT-VENDOR TO RW-VENDOR-NUMBER.
001750      MOVE SPACES TO RW-MESSAGE.
001751      STRING "NO " WS-INVOICE-CURRENCY
001752          " RATE - LEFT OPEN " INV-INVOICE-NUMBER
001753          DELIMITED BY SIZE INTO RW-MESSAGE.
001754      MOVE REGISTER-WARNING-LINE TO REGISTER-LINE.
001755      WRITE REGISTER-LINE.
001756      ADD 1 TO WS-NO-RATE-COUNT.
001757      ADD 1 TO WS-WARNING-COUNT.
001758
001759*--------------------------------------------------
001760* The run date's rate for the invoice's currency,
001761* off the rate table or looked up through VNDFXRCK
001762* and added to it. A US dollar invoice is 1.
001763*--------------------------------------------------
001764 FIND-RUN-DATE-RATE.
001765      IF WS-INVOICE-CURRENCY = "USD"
001766          MOVE 1 TO WS-RUN-RATE
001767          MOVE "Y" TO WS-RUN-RATE-FOUND
001768      ELSE
001769          MOVE "N" TO WS-RT-FOUND-SWITCH
001770          MOVE 1 TO WS-RT-IDX
001771          PERFORM LOOK-UP-RUN-RATE
001772              UNTIL WS-RT-IDX > WS-RT-USED
001773                  OR WS-RT-FOUND
001774          IF WS-RT-FOUND
001775              MOVE WS-RT-RATE (WS-RT-IDX) TO WS-RUN-RATE
001776              MOVE WS-RT-RATE-FOUND (WS-RT-IDX)
001777                  TO WS-RUN-RATE-FOUND
001778          ELSE
001779              PERFORM ADD-RUN-RATE
001780          END-IF
001781      END-IF.
001782
001783 LOOK-UP-RUN-RATE.
001784      IF WS-RT-CURRENCY (WS-RT-IDX) = WS-INVOICE-CURRENCY
001785          MOVE "Y" TO WS-RT-FOUND-SWITCH
001786      ELSE
001787          ADD 1 TO WS-RT-IDX
001788      END-IF.
001789
001790 ADD-RUN-RATE.
001791      CALL "VNDFXRCK" USING WS-INVOICE-CURRENCY
001792          WS-RUN-DATE WS-RUN-RATE WS-RUN-RATE-FOUND.
001793      IF WS-RT-USED < 20
001794          ADD 1 TO WS-RT-USED
001795          MOVE WS-INVOICE-CURRENCY
001796              TO WS-RT-CURRENCY (WS-RT-USED)
001797          MOVE WS-RUN-RATE TO WS-RT-RATE (WS-RT-USED)
001798          MOVE WS-RUN-RATE-FOUND
001799              TO WS-RT-RATE-FOUND (WS-RT-USED)
001800      END-IF.
001801
001802 STORE-SELECTED-INVOICE.
001803      MOVE INV-INVOICE-NUMBER
001804          TO WS-PI-INVOICE-NUMBER (WS-VENDOR-INV-COUNT).
001805      MOVE INV-INVOICE-DATE
001806          TO WS-PI-INVOICE-DATE (WS-VENDOR-INV-COUNT).
001807      MOVE INV-DUE-DATE
001808          TO WS-PI-DUE-DATE (WS-VENDOR-INV-COUNT).
001809      MOVE INV-GROSS-AMOUNT
001810          TO WS-PI-GROSS (WS-VENDOR-INV-COUNT).
001811      MOVE WS-INVOICE-CURRENCY
001812          TO WS-PI-CURRENCY (WS-VENDOR-INV-COUNT).
001813      MOVE WS-INVOICE-ENTRY-RATE
001814          TO WS-PI-ENTRY-RATE (WS-VENDOR-INV-COUNT).
001815      MOVE WS-RUN-RATE
001816          TO WS-PI-PAID-RATE (WS-VENDOR-INV-COUNT).
001817      MOVE WS-INVOICE-USD-GROSS
001818          TO WS-PI-ENTRY-USD (WS-VENDOR-INV-COUNT).
001819      MOVE WS-INV-USD-NET
001820          TO WS-PI-USD-AMOUNT (WS-VENDOR-INV-COUNT).
001821      MOVE WS-INV-USD-DISCOUNT
001822          TO WS-PI-USD-DISCOUNT (WS-VENDOR-INV-COUNT).
001823      MOVE WS-INV-FX-AMOUNT
001824          TO WS-PI-FX-AMOUNT (WS-VENDOR-INV-COUNT).
001825      MOVE WS-INV-NET-AMOUNT
001826          TO WS-PI-AMOUNT (WS-VENDOR-INV-COUNT).
001827      MOVE WS-INV-DISCOUNT
001828          TO WS-PI-DISCOUNT (WS-VENDOR-INV-COUNT).
001829      MOVE WS-INV-DISC-LOST
001830          TO WS-PI-DISC-LOST (WS-VENDOR-INV-COUNT).
001831      IF INVOICE-IS-CREDIT
001832          MOVE "C" TO WS-PI-TYPE (WS-VENDOR-INV-COUNT)
001833      ELSE
001834          MOVE SPACE TO WS-PI-TYPE (WS-VENDOR-INV-COUNT)
001835      END-IF.
001836      PERFORM RESOLVE-INVOICE-REMIT-TO.
001837
001838*--------------------------------------------------
001839* Which of the vendor's payments the record goes
001840* into. Only a check goes to an address, so only
001841* a check is split by remit-to; a blank code, or
001842* one no longer on file, is the default.
001843*--------------------------------------------------
001844 RESOLVE-INVOICE-REMIT-TO.
001845      MOVE WS-VENDOR-DEFAULT-REMIT
001846          TO WS-PI-REMIT-CODE (WS-VENDOR-INV-COUNT).
001847      IF WS-VENDOR-METHOD = "CHK"
001848          AND INV-REMIT-CODE NOT = SPACES
001849          MOVE WS-CURRENT-VENDOR TO RMT-VENDOR-NUMBER
001850          MOVE INV-REMIT-CODE TO RMT-REMIT-CODE
001851          READ REMIT-TO-FILE
001852              INVALID KEY
001853                  CONTINUE
001854              NOT INVALID KEY
001855                  MOVE INV-REMIT-CODE
001856                      TO WS-PI-REMIT-CODE (WS-VENDOR-INV-COUNT)
001857          END-READ
001858      END-IF.
001859
001860*--------------------------------------------------
001861* Terms are honored when the payment date is
001862* inside the discount window: the invoice is paid
001863* gross less discount. A discount whose window has
001864* already closed is remembered as lost; both only
001865* reach the run totals if the group is actually
001866* paid. A credit memo carries no terms.
001867*--------------------------------------------------
001868 COMPUTE-INVOICE-DISCOUNT.
001869      MOVE ZEROES TO WS-INV-DISCOUNT.
001870      MOVE ZEROES TO WS-INV-DISC-LOST.
001871      MOVE INV-GROSS-AMOUNT TO WS-INV-NET-AMOUNT.
001872      IF NOT INVOICE-IS-CREDIT
001873          AND INV-DISCOUNT-PCT IS NUMERIC
001874          AND INV-DISCOUNT-DATE IS NUMERIC
001875          AND INV-DISCOUNT-PCT > ZEROES
001876          PERFORM APPLY-DISCOUNT-WINDOW
001877      END-IF.
001878
001879 APPLY-DISCOUNT-WINDOW.
001880      IF WS-RUN-DATE <= INV-DISCOUNT-DATE
001881          COMPUTE WS-INV-DISCOUNT ROUNDED =
001882              INV-GROSS-AMOUNT * INV-DISCOUNT-PCT / 100
001883          SUBTRACT WS-INV-DISCOUNT FROM WS-INV-NET-AMOUNT
001884      ELSE
001885          COMPUTE WS-INV-DISC-LOST ROUNDED =
001886              INV-GROSS-AMOUNT * INV-DISCOUNT-PCT / 100
001887      END-IF.
001888
001889*--------------------------------------------------
001890* The record valued in US dollars at the run
001891* date's rate. The net paid is the invoice's net
001892* at that rate; the discount is what the gross at
001893* that rate is short of it. The exchange gain or
001894* loss is the gross at that rate against the US
001895* dollar gross it was entered at, signed as it
001896* posts - a credit's runs the other way. A US
001897* dollar invoice comes out with no difference.
001898*--------------------------------------------------
001899 COMPUTE-INVOICE-USD-AMOUNTS.
001900      COMPUTE WS-INV-USD-AT-RUN-RATE ROUNDED =
001901          INV-GROSS-AMOUNT * WS-RUN-RATE.
001902      COMPUTE WS-INV-USD-NET ROUNDED =
001903          WS-INV-NET-AMOUNT * WS-RUN-RATE.
001904      COMPUTE WS-INV-USD-DISCOUNT =
001905          WS-INV-USD-AT-RUN-RATE - WS-INV-USD-NET.
001906      COMPUTE WS-INV-DISC-LOST ROUNDED =
001907          WS-INV-DISC-LOST * WS-RUN-RATE.
001908      IF INVOICE-IS-CREDIT
001909          COMPUTE WS-INV-FX-AMOUNT =
001910              WS-INVOICE-USD-GROSS - WS-INV-USD-AT-RUN-RATE
001911      ELSE
001912          COMPUTE WS-INV-FX-AMOUNT =
001913              WS-INV-USD-AT-RUN-RATE - WS-INVOICE-USD-GROSS
001914      END-IF.
001915
001916*--------------------------------------------------
001917* Closes out a vendor group. Nothing prints and
001918* nothing is logged when no record of the group
001919* qualified. A vendor whose credits meet or exceed
001920* the selected charges is skipped whole - nothing
001921* is paid negative, and everything stays open. A
001922* check number is consumed only by a check payment
001923* that actually goes out. The group is closed one
001924* remit-to code at a time, lowest code first, each
001925* code's records a payment of their own.
001926*--------------------------------------------------
001927 FINISH-VENDOR-PAYMENT.
001928      IF WS-CURRENT-VENDOR NOT = ZEROES
001929          AND WS-VENDOR-INV-COUNT > 0
001930          PERFORM HOLD-VENDOR-GROUP
001931          MOVE LOW-VALUES TO WS-LAST-REMIT-CODE
001932          PERFORM FIND-NEXT-REMIT-CODE
001933          PERFORM FINISH-REMIT-TO-PAYMENT
001934              UNTIL WS-NEXT-REMIT-CODE = HIGH-VALUES
001935      END-IF.
001936
001937 HOLD-VENDOR-GROUP.
001938      MOVE WS-VENDOR-INV-COUNT TO WS-HG-USED.
001939      MOVE 1 TO WS-HG-IDX.
001940      PERFORM HOLD-ONE-GROUP-ENTRY
001941          UNTIL WS-HG-IDX > WS-HG-USED.
001942
001943 HOLD-ONE-GROUP-ENTRY.
001944      MOVE WS-PI-ENTRY (WS-HG-IDX) TO WS-HG-ENTRY (WS-HG-IDX).
001945      ADD 1 TO WS-HG-IDX.
001946
001947 FIND-NEXT-REMIT-CODE.
001948      MOVE HIGH-VALUES TO WS-NEXT-REMIT-CODE.
001949      MOVE 1 TO WS-HG-IDX.
001950      PERFORM CHECK-ONE-REMIT-CODE
001951          UNTIL WS-HG-IDX > WS-HG-USED.
001952
001953 CHECK-ONE-REMIT-CODE.
001954      IF WS-HG-REMIT-CODE (WS-HG-IDX) > WS-LAST-REMIT-CODE
001955          AND WS-HG-REMIT-CODE (WS-HG-IDX) < WS-NEXT-REMIT-CODE
001956          MOVE WS-HG-REMIT-CODE (WS-HG-IDX)
001957              TO WS-NEXT-REMIT-CODE
001958      END-IF.
001959      ADD 1 TO WS-HG-IDX.
001960
001961*--------------------------------------------------
001962* One remit-to payment. On a restart, the ones
001963* the failed run made are recovered; the rest of
001964* a paid vendor's payments go out only if the
001965* vendor can still be paid, and only if no payment
001966* of the failed run's for the vendor is left
001967* unmatched - the same invoices may have gone out
001968* under another code, the default having changed,
001969* a code been removed, or the payment predating
001970* remit-to codes. Such a group is left for the
001971* AP desk to check by hand.
001972*--------------------------------------------------
001973 FINISH-REMIT-TO-PAYMENT.
001974      MOVE WS-NEXT-REMIT-CODE TO WS-CURRENT-REMIT-CODE.
001975      PERFORM GATHER-REMIT-TO-GROUP.
001976      PERFORM LOAD-PAYEE-ADDRESS.
001977      MOVE "N" TO WS-DONE-FOUND-SWITCH.
001978      IF WS-VENDOR-DONE
001979          MOVE WS-CURRENT-VENDOR TO WS-DONE-KEY-VENDOR
001980          MOVE WS-CURRENT-REMIT-CODE TO WS-DONE-KEY-REMIT
001981          PERFORM FIND-DONE-VENDOR
001982      END-IF.
001983      IF WS-DONE-FOUND
001984          AND NOT WS-DN-VOIDED (WS-DONE-IDX)
001985          PERFORM RECOVER-PAID-GROUP
001986      ELSE
001987          PERFORM FINISH-UNPAID-REMIT-GROUP
001988      END-IF.
001989      MOVE WS-CURRENT-REMIT-CODE TO WS-LAST-REMIT-CODE.
001990      PERFORM FIND-NEXT-REMIT-CODE.
001991
001992 FINISH-UNPAID-REMIT-GROUP.
001993      MOVE "N" TO WS-DONE-FOUND-SWITCH.
001994      IF WS-VENDOR-DONE
001995          PERFORM FIND-OTHER-REMIT-PAYMENT
001996      END-IF.
001997      IF WS-DONE-FOUND
001998          COMPUTE WS-VENDOR-PAY-TOTAL =
001999              WS-VENDOR-CHARGE-TOTAL - WS-VENDOR-CREDIT-TOTAL
002000          MOVE "PAID AT OTHER REMIT - BY HAND"
002001              TO WS-VENDOR-SKIP-REASON
002002          PERFORM WARN-RECOVERED-GROUP
002003      ELSE
002004          IF WS-VENDOR-DONE
002005              AND NOT WS-VENDOR-PAYABLE
002006              PERFORM WARN-SKIPPED-GROUP
002007          ELSE
002008              PERFORM CLOSE-VENDOR-GROUP
002009          END-IF
002010      END-IF.
002011
002012*--------------------------------------------------
002013* A payment of the failed run's for the vendor not
002014* yet matched to a group this run. It is not
002015* marked seen: RECOVER-UNSEEN-VENDORS still puts
002016* it back on the register and the history.
002017*--------------------------------------------------
002018 FIND-OTHER-REMIT-PAYMENT.
002019      MOVE 1 TO WS-DONE-IDX.
002020      PERFORM LOOK-UP-OTHER-REMIT-PAYMENT
002021          UNTIL WS-DONE-IDX > WS-DONE-USED
002022              OR WS-DONE-FOUND.
002023
002024 LOOK-UP-OTHER-REMIT-PAYMENT.
002025      IF WS-DN-VENDOR-NUMBER (WS-DONE-IDX) = WS-CURRENT-VENDOR
002026          AND NOT WS-DN-VOIDED (WS-DONE-IDX)
002027          AND NOT WS-DN-SEEN (WS-DONE-IDX)
002028          MOVE "Y" TO WS-DONE-FOUND-SWITCH
002029      ELSE
002030          ADD 1 TO WS-DONE-IDX
002031      END-IF.
002032
002033*--------------------------------------------------
002034* One remit-to code's records copied back into the
002035* group table, in the order they were read, with
002036* the group totals built from them.
002037*--------------------------------------------------
002038 GATHER-REMIT-TO-GROUP.
002039      MOVE ZEROES TO WS-VENDOR-INV-COUNT.
002040      MOVE ZEROES TO WS-VENDOR-PAY-TOTAL.
002041      MOVE ZEROES TO WS-VENDOR-CHARGE-TOTAL.
002042      MOVE ZEROES TO WS-VENDOR-CREDIT-TOTAL.
002043      MOVE ZEROES TO WS-VENDOR-DISC-TOTAL.
002044      MOVE SPACES TO WS-VENDOR-CURRENCY.
002045      MOVE "N" TO WS-VENDOR-MIXED-SWITCH.
002046      MOVE ZEROES TO WS-VENDOR-CURRENCY-TOTAL.
002047      MOVE ZEROES TO WS-VENDOR-WITHHELD.
002048      MOVE 1 TO WS-HG-IDX.
002049      PERFORM GATHER-ONE-GROUP-ENTRY
002050          UNTIL WS-HG-IDX > WS-HG-USED.
002051
002052 GATHER-ONE-GROUP-ENTRY.
002053      IF WS-HG-REMIT-CODE (WS-HG-IDX) = WS-CURRENT-REMIT-CODE
002054          ADD 1 TO WS-VENDOR-INV-COUNT
002055          MOVE WS-HG-ENTRY (WS-HG-IDX)
002056              TO WS-PI-ENTRY (WS-VENDOR-INV-COUNT)
002057          PERFORM ADD-GROUP-ENTRY-TOTALS
002058      END-IF.
002059      ADD 1 TO WS-HG-IDX.
002060
002061 ADD-GROUP-ENTRY-TOTALS.
002062      MOVE WS-VENDOR-INV-COUNT TO WS-PI-IDX.
002063      IF WS-PI-TYPE (WS-PI-IDX) = "C"
002064          ADD WS-PI-USD-AMOUNT (WS-PI-IDX)
002065              TO WS-VENDOR-CREDIT-TOTAL
002066          SUBTRACT WS-PI-GROSS (WS-PI-IDX)
002067              FROM WS-VENDOR-CURRENCY-TOTAL
002068      ELSE
002069          ADD WS-PI-USD-AMOUNT (WS-PI-IDX)
002070              TO WS-VENDOR-CHARGE-TOTAL
002071          ADD WS-PI-AMOUNT (WS-PI-IDX)
002072              TO WS-VENDOR-CURRENCY-TOTAL
002073      END-IF.
002074      IF WS-PI-IDX = 1
002075          MOVE WS-PI-CURRENCY (1) TO WS-VENDOR-CURRENCY
002076      ELSE
002077          IF WS-PI-CURRENCY (WS-PI-IDX) NOT = WS-VENDOR-CURRENCY
002078              MOVE "Y" TO WS-VENDOR-MIXED-SWITCH
002079          END-IF
002080      END-IF.
002081
002082*--------------------------------------------------
002083* Where the payment goes: its remit-to address, or
002084* the Vendor File's when the code is blank or no
002085* longer on file. The payee is always the vendor;
002086* a remit-to name that differs - a lockbox, a
002087* department - prints as an address line.
002088*--------------------------------------------------
002089 LOAD-PAYEE-ADDRESS.
002090      MOVE VENDOR-NAME TO WS-PAYEE-NAME.
002091      MOVE VENDOR-ADDRESS-1 TO WS-PAYEE-ADDRESS-1.
002092      MOVE VENDOR-ADDRESS-2 TO WS-PAYEE-ADDRESS-2.
002093      MOVE VENDOR-CITY TO WS-PAYEE-CITY.
002094      MOVE VENDOR-STATE TO WS-PAYEE-STATE.
002095      MOVE VENDOR-ZIP TO WS-PAYEE-ZIP.
002096      IF WS-CURRENT-REMIT-CODE NOT = SPACES
002097          MOVE WS-CURRENT-VENDOR TO RMT-VENDOR-NUMBER
002098          MOVE WS-CURRENT-REMIT-CODE TO RMT-REMIT-CODE
002099          READ REMIT-TO-FILE
002100              INVALID KEY
002101                  CONTINUE
002102              NOT INVALID KEY
002103                  MOVE RMT-NAME TO WS-PAYEE-NAME
002104                  MOVE RMT-ADDRESS-1 TO WS-PAYEE-ADDRESS-1
002105                  MOVE RMT-ADDRESS-2 TO WS-PAYEE-ADDRESS-2
002106                  MOVE RMT-CITY TO WS-PAYEE-CITY
002107                  MOVE RMT-STATE TO WS-PAYEE-STATE
002108                  MOVE RMT-ZIP TO WS-PAYEE-ZIP
002109          END-READ
002110      END-IF.
002111
002112 CLOSE-VENDOR-GROUP.
002113      IF WS-VENDOR-CREDIT-TOTAL >= WS-VENDOR-CHARGE-TOTAL
002114          MOVE "CREDITS EXCEED CHARGES - NOT PAID"
002115              TO WS-VENDOR-SKIP-REASON
002116          PERFORM WARN-SKIPPED-GROUP
002117      ELSE
002118          IF WS-FLIP-USED + WS-VENDOR-INV-COUNT > 2000
002119              MOVE "RUN FULL - HELD FOR NEXT RUN"
002120                  TO WS-VENDOR-SKIP-REASON
002121              PERFORM WARN-SKIPPED-GROUP
002122          ELSE
002123              PERFORM PAY-VENDOR-GROUP
002124          END-IF
002125      END-IF.
002126
002127 WARN-SKIPPED-GROUP.
002128      MOVE WS-CURRENT-VENDOR TO RW-VENDOR-NUMBER.
002129      MOVE WS-VENDOR-SKIP-REASON TO RW-MESSAGE.
002130      MOVE REGISTER-WARNING-LINE TO REGISTER-LINE.
002131      WRITE REGISTER-LINE.
002132      ADD 1 TO WS-WARNING-COUNT.
002133
002134 PAY-VENDOR-GROUP.
002135      COMPUTE WS-VENDOR-PAY-TOTAL =
002136          WS-VENDOR-CHARGE-TOTAL - WS-VENDOR-CREDIT-TOTAL.
002137      PERFORM COMPUTE-GROUP-WITHHOLDING.
002138      PERFORM SET-PAYMENT-CURRENCY.
002139      PERFORM DRAW-CHECK-NUMBER.
002140      PERFORM ACCUMULATE-GROUP-DISCOUNTS.
002141      PERFORM POST-GROUP-TO-JOURNAL.
002142      PERFORM PRINT-REMIT-PAGE.
002143      PERFORM WRITE-REGISTER-DETAIL.
002144      PERFORM WRITE-PAYMENT-HISTORY.
002145      PERFORM WRITE-PAYMENT-DETAILS.
002146      PERFORM PRINT-ONE-CHECK.
002147      PERFORM WRITE-ACH-ENTRY.
002148      PERFORM WRITE-WIRE-REQUEST.
002149      PERFORM WRITE-POSITIVE-PAY-ISSUE.
002150      MOVE "V" TO WS-CHECKPOINT-TYPE.
002151      PERFORM WRITE-RUN-CHECKPOINT.
002152      PERFORM COPY-GROUP-TO-FLIP-TABLE.
002153      ADD WS-VENDOR-PAY-TOTAL TO WS-TOTAL-PAID.
002154      ADD 1 TO WS-PAYMENT-COUNT.
002155
002156*--------------------------------------------------
002157* Backup withholding, entry by entry on the US
002158* dollar amount paid - a credit's withholding
002159* comes back off the invoices' - and the group's
002160* net taken off the payment. Zero throughout for
002161* a vendor that is not withheld from.
002162*--------------------------------------------------
002163 COMPUTE-GROUP-WITHHOLDING.
002164      MOVE ZEROES TO WS-VENDOR-WITHHELD.
002165      MOVE 1 TO WS-PI-IDX.
002166      PERFORM COMPUTE-ONE-WITHHOLDING
002167          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT.
002168      IF WS-VENDOR-WITHHELD > ZEROES
002169          SUBTRACT WS-VENDOR-WITHHELD FROM WS-VENDOR-PAY-TOTAL
002170      END-IF.
002171
002172 COMPUTE-ONE-WITHHOLDING.
002173      MOVE ZEROES TO WS-PI-WITHHELD (WS-PI-IDX).
002174      IF WS-VENDOR-BACKUP-WH
002175          COMPUTE WS-PI-WITHHELD (WS-PI-IDX) ROUNDED =
002176              WS-PI-USD-AMOUNT (WS-PI-IDX) * WS-BACKUP-WH-RATE
002177          IF WS-PI-TYPE (WS-PI-IDX) = "C"
002178              SUBTRACT WS-PI-WITHHELD (WS-PI-IDX)
002179                  FROM WS-VENDOR-WITHHELD
002180          ELSE
002181              ADD WS-PI-WITHHELD (WS-PI-IDX)
002182                  TO WS-VENDOR-WITHHELD
002183          END-IF
002184      END-IF.
002185      ADD 1 TO WS-PI-IDX.
002186
002187*--------------------------------------------------
002188* A wire whose every record is in the one foreign
002189* currency goes in that currency, for the group's
002190* net in it. Everything else - a check, an ACH
002191* payment, a wire over more than one currency -
002192* goes in US dollars - and so does a payment with
002193* backup withholding taken off it.
002194*--------------------------------------------------
002195 SET-PAYMENT-CURRENCY.
002196      MOVE "USD" TO WS-VENDOR-PAY-CURRENCY.
002197      MOVE WS-VENDOR-PAY-TOTAL TO WS-VENDOR-CURRENCY-AMOUNT.
002198      IF WS-VENDOR-METHOD = "WIR"
002199          AND NOT WS-VENDOR-MIXED-CURRENCY
002200          AND WS-VENDOR-CURRENCY NOT = "USD"
002201          AND WS-VENDOR-CURRENCY-TOTAL > ZEROES
002202          AND WS-VENDOR-WITHHELD = ZEROES
002203          MOVE WS-VENDOR-CURRENCY TO WS-VENDOR-PAY-CURRENCY
002204          MOVE WS-VENDOR-CURRENCY-TOTAL
002205              TO WS-VENDOR-CURRENCY-AMOUNT
002206      END-IF.
002207
002208*--------------------------------------------------
002209* A group the failed run already paid. No check
002210* number is drawn and nothing is printed, remitted
002211* or sent to the bank twice: the payment as the
002212* history has it goes back on the register, the
002213* journal and the rebuilt ACH file, and the
002214* group's invoices are flipped. A group that no
002215* longer totals what was paid - an invoice changed
002216* since - is flagged to be checked by hand and
002217* otherwise left alone: the invoices now in it are
002218* not the ones the check covered, so none is
002219* journaled or flipped and the payment is not put
002220* back.
002221*--------------------------------------------------
002222 RECOVER-PAID-GROUP.
002223      MOVE "Y" TO WS-DN-SEEN-FLAG (WS-DONE-IDX).
002224      COMPUTE WS-VENDOR-PAY-TOTAL =
002225          WS-VENDOR-CHARGE-TOTAL - WS-VENDOR-CREDIT-TOTAL.
002226      PERFORM COMPUTE-GROUP-WITHHOLDING.
002227      IF WS-VENDOR-PAY-TOTAL NOT = WS-DN-AMOUNT (WS-DONE-IDX)
002228          MOVE "GROUP DIFFERS - CHECK BY HAND"
002229              TO WS-VENDOR-SKIP-REASON
002230          PERFORM WARN-RECOVERED-GROUP
002231      ELSE
002232          PERFORM PUT-BACK-MATCHED-GROUP
002233      END-IF.
002234
002235 PUT-BACK-MATCHED-GROUP.
002236      PERFORM ACCUMULATE-GROUP-DISCOUNTS.
002237      PERFORM POST-GROUP-TO-JOURNAL.
002238      PERFORM PUT-BACK-PAID-PAYMENT.
002239      IF WS-FLIP-USED + WS-VENDOR-INV-COUNT > 2000
002240          MOVE "RUN FULL - FLIP BY HAND"
002241              TO WS-VENDOR-SKIP-REASON
002242          PERFORM WARN-RECOVERED-GROUP
002243      ELSE
002244          PERFORM COPY-GROUP-TO-FLIP-TABLE
002245      END-IF.
002246
002247*--------------------------------------------------
002248* The payment itself, at the amount and check
002249* number the failed run paid. The Positive Pay
002250* issue goes again unless the failed run got as
002251* far as sending the day's file; a history record,
002252* its detail, or a checkpoint the failed run never
002253* got to is written now.
002254*--------------------------------------------------
002255 PUT-BACK-PAID-PAYMENT.
002256      MOVE WS-DN-AMOUNT (WS-DONE-IDX) TO WS-VENDOR-PAY-TOTAL.
002257      MOVE WS-DN-CURRENCY (WS-DONE-IDX)
002258          TO WS-VENDOR-PAY-CURRENCY.
002259      MOVE WS-DN-CURRENCY-AMOUNT (WS-DONE-IDX)
002260          TO WS-VENDOR-CURRENCY-AMOUNT.
002261      MOVE WS-DN-CHECK-NUMBER (WS-DONE-IDX)
002262          TO WS-NEXT-CHECK-NUMBER.
002263      MOVE WS-DN-CHECK-NUMBER (WS-DONE-IDX)
002264          TO WS-PAYMENT-CHECK-NUMBER.
002265      MOVE VENDOR-NAME TO WS-PPY-PAYEE-NAME.
002266      PERFORM WRITE-REGISTER-DETAIL.
002267      MOVE WS-CURRENT-VENDOR TO RW-VENDOR-NUMBER.
002268      MOVE "PAID BEFORE RESTART - NOT REISSUED" TO RW-MESSAGE.
002269      MOVE REGISTER-WARNING-LINE TO REGISTER-LINE.
002270      WRITE REGISTER-LINE.
002271      IF NOT WS-DN-ON-HISTORY (WS-DONE-IDX)
002272          PERFORM WRITE-PAYMENT-HISTORY
002273          PERFORM WRITE-PAYMENT-DETAILS
002274      END-IF.
002275      IF WS-VENDOR-METHOD = "ACH"
002276          PERFORM WRITE-ACH-ENTRY
002277          ADD 1 TO WS-REWRITTEN-ACH-COUNT
002278      END-IF.
002279      IF WS-VENDOR-METHOD = "WIR"
002280          PERFORM WRITE-WIRE-REQUEST
002281          ADD 1 TO WS-REWRITTEN-WIRE-COUNT
002282      END-IF.
002283      IF WS-VENDOR-METHOD = "CHK"
002284          AND NOT WS-PRIOR-PPY-SENT
002285          PERFORM WRITE-POSITIVE-PAY-ISSUE
002286          ADD 1 TO WS-REISSUED-PPY-COUNT
002287      END-IF.
002288      IF NOT WS-DN-CHECKPOINTED (WS-DONE-IDX)
002289          MOVE "V" TO WS-CHECKPOINT-TYPE
002290          PERFORM WRITE-RUN-CHECKPOINT
002291      END-IF.
002292      ADD WS-VENDOR-PAY-TOTAL TO WS-TOTAL-PAID.
002293      ADD 1 TO WS-PAYMENT-COUNT.
002294
002295*--------------------------------------------------
002296* A restart problem goes on the register as a
002297* warning and on the recovery report beside the
002298* amount the restart found.
002299*--------------------------------------------------
002300 WARN-RECOVERED-GROUP.
002301      PERFORM WARN-SKIPPED-GROUP.
002302      MOVE WS-CURRENT-VENDOR TO VD-VENDOR-NUMBER.
002303      MOVE WS-VENDOR-METHOD TO VD-METHOD.
002304      MOVE WS-DN-CHECK-NUMBER (WS-DONE-IDX) TO VD-CHECK-NUMBER.
002305      MOVE WS-VENDOR-INV-COUNT TO VD-INVOICE-COUNT.
002306      MOVE WS-VENDOR-PAY-TOTAL TO VD-AMOUNT.
002307      MOVE WS-VENDOR-SKIP-REASON TO VD-MESSAGE.
002308      MOVE RECOVERY-DETAIL-LINE TO RECOVERY-LINE.
002309      WRITE RECOVERY-LINE.
002310      ADD 1 TO WS-RECOVERY-WARNING-COUNT.
002311
002312*--------------------------------------------------
002313* A vendor the failed run paid whose invoices the
002314* restart never came to - cancelled or changed
002315* since - still has its payment put back, with no
002316* invoices behind it, and is flagged.
002317*--------------------------------------------------
002318 RECOVER-UNSEEN-VENDORS.
002319      MOVE 1 TO WS-DONE-IDX.
002320      PERFORM RECOVER-ONE-UNSEEN-VENDOR
002321          UNTIL WS-DONE-IDX > WS-DONE-USED.
002322
002323 RECOVER-ONE-UNSEEN-VENDOR.
002324      IF NOT WS-DN-SEEN (WS-DONE-IDX)
002325          AND NOT WS-DN-VOIDED (WS-DONE-IDX)
002326          PERFORM RECOVER-UNSEEN-PAYMENT
002327      END-IF.
002328      ADD 1 TO WS-DONE-IDX.
002329
002330 RECOVER-UNSEEN-PAYMENT.
002331      MOVE WS-DN-VENDOR-NUMBER (WS-DONE-IDX)
002332          TO WS-CURRENT-VENDOR.
002333      MOVE WS-DN-METHOD (WS-DONE-IDX) TO WS-VENDOR-METHOD.
002334      MOVE WS-DN-REMIT-CODE (WS-DONE-IDX)
002335          TO WS-CURRENT-REMIT-CODE.
002336      MOVE ZEROES TO WS-VENDOR-INV-COUNT.
002337      MOVE ZEROES TO WS-VENDOR-PAY-TOTAL.
002338      MOVE ZEROES TO WS-VENDOR-WITHHELD.
002339      MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER.
002340      READ VENDOR-FILE
002341          INVALID KEY
002342              MOVE "PAID - VENDOR NOT ON FILE"
002343                  TO WS-VENDOR-SKIP-REASON
002344              PERFORM WARN-RECOVERED-GROUP
002345          NOT INVALID KEY
002346              MOVE "NO INVOICES FOUND ON RESTART"
002347                  TO WS-VENDOR-SKIP-REASON
002348              PERFORM WARN-RECOVERED-GROUP
002349              PERFORM PUT-BACK-PAID-PAYMENT
002350      END-READ.
002351
002352*--------------------------------------------------
002353* One check number per check payment, drawn from
002354* the central control file - an ACH payment never
002355* consumes one.
002356*--------------------------------------------------
002357 DRAW-CHECK-NUMBER.
002358      IF WS-VENDOR-METHOD = "CHK"
002359          CALL "VNDNXTCK" USING WS-CKN-HIGH-NUMBER
002360              WS-NEXT-CHECK-NUMBER
002361          MOVE WS-NEXT-CHECK-NUMBER TO WS-CKN-HIGH-NUMBER
002362      END-IF.
002363
002364 ACCUMULATE-GROUP-DISCOUNTS.
002365      MOVE 1 TO WS-PI-IDX.
002366      PERFORM ACCUMULATE-ONE-DISCOUNT
002367          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT.
002368
002369 ACCUMULATE-ONE-DISCOUNT.
002370      ADD WS-PI-USD-DISCOUNT (WS-PI-IDX)
002371          TO WS-VENDOR-DISC-TOTAL.
002372      ADD WS-PI-USD-DISCOUNT (WS-PI-IDX)
002373          TO WS-TOTAL-DISC-TAKEN.
002374      ADD WS-PI-DISC-LOST (WS-PI-IDX)
002375          TO WS-TOTAL-DISC-LOST.
002376      ADD WS-PI-FX-AMOUNT (WS-PI-IDX)
002377          TO WS-TOTAL-FX-AMOUNT.
002378      ADD 1 TO WS-PI-IDX.
002379
002380*--------------------------------------------------
002381* Sums the group's expense distributions into the
002382* journal's by-account table. Each entry's lines
002383* are read off the GL Distribution File with a
002384* START at line zero; a remainder the lines do
002385* not cover posts to UNDISTRB, a discount taken
002386* posts negative to DISCTAKN, and a credit's
002387* lines post negative - so the journal total is
002388* exactly the cash the run pays out. A foreign
002389* invoice's lines are in its own currency and post
002390* at its entry rate, the remainder against its US
002391* dollar gross at entry; the discount posts at the
002392* run date's rate and the exchange gain or loss
002393* between the two goes to FXGNLOSS. Backup
002394* withholding kept back posts negative to the
002395* withholding account, a credit's positive.
002396*--------------------------------------------------
002397 POST-GROUP-TO-JOURNAL.
002398      MOVE 1 TO WS-PI-IDX.
002399      PERFORM POST-ONE-GROUP-ENTRY
002400          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT.
002401
002402 POST-ONE-GROUP-ENTRY.
002403      MOVE ZEROES TO WS-DIST-FOUND-AMOUNT.
002404      MOVE WS-CURRENT-VENDOR TO GLD-VENDOR-NUMBER.
002405      MOVE WS-PI-INVOICE-NUMBER (WS-PI-IDX)
002406          TO GLD-INVOICE-NUMBER.
002407      MOVE ZEROES TO GLD-LINE-NUMBER.
002408      MOVE "N" TO WS-GLD-EOF-SWITCH.
002409      START GL-DISTRIBUTION-FILE
002410          KEY IS NOT LESS THAN GLD-DIST-KEY
002411          INVALID KEY
002412              MOVE "Y" TO WS-GLD-EOF-SWITCH
002413      END-START.
002414      PERFORM POST-ONE-DIST-RECORD
002415          UNTIL NO-MORE-DIST-RECORDS.
002416      COMPUTE WS-UNDIST-AMOUNT =
002417          WS-PI-ENTRY-USD (WS-PI-IDX) - WS-DIST-FOUND-AMOUNT.
002418      IF WS-UNDIST-AMOUNT NOT = ZEROES
002419          MOVE "UNDISTRB" TO WS-POST-ACCOUNT
002420          IF WS-PI-TYPE (WS-PI-IDX) = "C"
002421              COMPUTE WS-POST-AMOUNT = 0 - WS-UNDIST-AMOUNT
002422          ELSE
002423              MOVE WS-UNDIST-AMOUNT TO WS-POST-AMOUNT
002424          END-IF
002425          PERFORM POST-TO-ACCOUNT-TABLE
002426      END-IF.
002427      IF WS-PI-USD-DISCOUNT (WS-PI-IDX) > ZEROES
002428          MOVE "DISCTAKN" TO WS-POST-ACCOUNT
002429          COMPUTE WS-POST-AMOUNT =
002430              0 - WS-PI-USD-DISCOUNT (WS-PI-IDX)
002431          PERFORM POST-TO-ACCOUNT-TABLE
002432      END-IF.
002433      IF WS-PI-FX-AMOUNT (WS-PI-IDX) NOT = ZEROES
002434          MOVE "FXGNLOSS" TO WS-POST-ACCOUNT
002435          MOVE WS-PI-FX-AMOUNT (WS-PI-IDX) TO WS-POST-AMOUNT
002436          PERFORM POST-TO-ACCOUNT-TABLE
002437      END-IF.
002438      IF WS-PI-WITHHELD (WS-PI-IDX) > ZEROES
002439          MOVE WS-WITHHOLDING-ACCOUNT TO WS-POST-ACCOUNT
002440          IF WS-PI-TYPE (WS-PI-IDX) = "C"
002441              MOVE WS-PI-WITHHELD (WS-PI-IDX) TO WS-POST-AMOUNT
002442          ELSE
002443              COMPUTE WS-POST-AMOUNT =
002444                  0 - WS-PI-WITHHELD (WS-PI-IDX)
002445          END-IF
002446          PERFORM POST-TO-ACCOUNT-TABLE
002447      END-IF.
002448      ADD 1 TO WS-PI-IDX.
002449
002450 POST-ONE-DIST-RECORD.
002451      READ GL-DISTRIBUTION-FILE NEXT RECORD
002452          AT END
002453              MOVE "Y" TO WS-GLD-EOF-SWITCH
002454          NOT AT END
002455              IF GLD-VENDOR-NUMBER = WS-CURRENT-VENDOR
002456                  AND GLD-INVOICE-NUMBER =
002457                      WS-PI-INVOICE-NUMBER (WS-PI-IDX)
002458                  PERFORM POST-ONE-DIST-LINE
002459              ELSE
002460                  MOVE "Y" TO WS-GLD-EOF-SWITCH
002461              END-IF
002462      END-READ.
002463
002464 POST-ONE-DIST-LINE.
002465      MOVE GLD-GL-ACCOUNT TO WS-POST-ACCOUNT.
002466      COMPUTE WS-DIST-USD-AMOUNT ROUNDED =
002467          GLD-AMOUNT * WS-PI-ENTRY-RATE (WS-PI-IDX).
002468      IF WS-PI-TYPE (WS-PI-IDX) = "C"
002469          COMPUTE WS-POST-AMOUNT = 0 - WS-DIST-USD-AMOUNT
002470      ELSE
002471          MOVE WS-DIST-USD-AMOUNT TO WS-POST-AMOUNT
002472      END-IF.
002473      PERFORM POST-TO-ACCOUNT-TABLE.
002474      ADD WS-DIST-USD-AMOUNT TO WS-DIST-FOUND-AMOUNT.
002475
002476*--------------------------------------------------
002477* Find-or-add on the by-account table. A run that
002478* genuinely pays more than 100 distinct accounts
002479* lumps the rest into the last bucket and says so
002480* - the journal still balances.
002481*--------------------------------------------------
002482 POST-TO-ACCOUNT-TABLE.
002483      MOVE "N" TO WS-GA-FOUND-SWITCH.
002484      MOVE 1 TO WS-GA-IDX.
002485      PERFORM LOOK-UP-GL-ACCOUNT
002486          UNTIL WS-GA-IDX > WS-GA-USED
002487              OR WS-GA-FOUND.
002488      IF WS-GA-FOUND
002489          ADD WS-POST-AMOUNT TO WS-GA-AMOUNT (WS-GA-IDX)
002490      ELSE
002491          IF WS-GA-USED < 100
002492              ADD 1 TO WS-GA-USED
002493              MOVE WS-POST-ACCOUNT
002494                  TO WS-GA-ACCOUNT (WS-GA-USED)
002495              MOVE WS-POST-AMOUNT
002496                  TO WS-GA-AMOUNT (WS-GA-USED)
002497          ELSE
002498              ADD WS-POST-AMOUNT TO WS-GA-AMOUNT (100)
002499              IF NOT WS-GA-TABLE-FULL
002500                  DISPLAY "GL ACCOUNT TABLE FULL"
002501                  MOVE "Y" TO WS-GA-FULL-SWITCH
002502              END-IF
002503          END-IF
002504      END-IF.
002505
002506 LOOK-UP-GL-ACCOUNT.
002507      IF WS-GA-ACCOUNT (WS-GA-IDX) = WS-POST-ACCOUNT
002508          MOVE "Y" TO WS-GA-FOUND-SWITCH
002509      ELSE
002510          ADD 1 TO WS-GA-IDX
002511      END-IF.
002512
002513 COPY-GROUP-TO-FLIP-TABLE.
002514      MOVE 1 TO WS-PI-IDX.
002515      PERFORM COPY-ONE-FLIP-ENTRY
002516          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT.
002517
002518 COPY-ONE-FLIP-ENTRY.
002519      ADD 1 TO WS-FLIP-USED.
002520      MOVE WS-CURRENT-VENDOR
002521          TO WS-FL-VENDOR-NUMBER (WS-FLIP-USED).
002522      MOVE WS-PI-INVOICE-NUMBER (WS-PI-IDX)
002523          TO WS-FL-INVOICE-NUMBER (WS-FLIP-USED).
002524      MOVE WS-PI-PAID-RATE (WS-PI-IDX)
002525          TO WS-FL-PAID-RATE (WS-FLIP-USED).
002526      MOVE WS-PI-WITHHELD (WS-PI-IDX)
002527          TO WS-FL-WITHHELD (WS-FLIP-USED).
002528      ADD 1 TO WS-PAID-INVOICE-COUNT.
002529      ADD 1 TO WS-PI-IDX.
002530
002531*--------------------------------------------------
002532* The deferred status flips, run after the
002533* sequential pass so the keyed READs cannot
002534* disturb the read position. Every entry was open
002535* when it was selected this same run, so a failed
002536* read here is something to shout about.
002537*--------------------------------------------------
002538 FLIP-PAID-INVOICES.
002539      MOVE 1 TO WS-FLIP-IDX.
002540      PERFORM FLIP-ONE-INVOICE
002541          UNTIL WS-FLIP-IDX > WS-FLIP-USED.
002542
002543 FLIP-ONE-INVOICE.
002544      MOVE WS-FL-VENDOR-NUMBER (WS-FLIP-IDX)
002545          TO INV-VENDOR-NUMBER.
002546      MOVE WS-FL-INVOICE-NUMBER (WS-FLIP-IDX)
002547          TO INV-INVOICE-NUMBER.
002548      READ OPEN-INVOICE-FILE
002549          INVALID KEY
002550              DISPLAY "FLIP READ FAILED - INVOICE "
002551                  INV-INVOICE-NUMBER
002552          NOT INVALID KEY
002553              MOVE "P" TO INV-STATUS
002554              MOVE WS-RUN-DATE TO INV-PAID-DATE
002555              MOVE WS-FL-PAID-RATE (WS-FLIP-IDX)
002556                  TO INV-PAID-RATE
002557              MOVE WS-FL-WITHHELD (WS-FLIP-IDX)
002558                  TO INV-WITHHELD-AMOUNT
002559              REWRITE INVOICE-RECORD
002560                  INVALID KEY
002561                      DISPLAY "REWRITE FAILED - INVOICE "
002562                          INV-INVOICE-NUMBER
002563              END-REWRITE
002564      END-READ.
002565      ADD 1 TO WS-FLIP-IDX.
002566
002567 PRINT-REGISTER-HEADINGS.
002568      MOVE WS-PAY-RUN-ID TO RH1-RUN-ID.
002569      IF WS-RESTART-RUN
002570          MOVE "RESTARTED" TO RH1-RESTART-NOTE
002571      END-IF.
002572      MOVE WS-CUTOFF-DATE TO RH1-CUTOFF-DATE.
002573      MOVE REGISTER-HEADING-1 TO REGISTER-LINE.
002574      WRITE REGISTER-LINE.
002575      MOVE REGISTER-HEADING-2 TO REGISTER-LINE.
002576      WRITE REGISTER-LINE.
002577      MOVE SPACES TO REGISTER-LINE.
002578      WRITE REGISTER-LINE.
002579
002580 WRITE-REGISTER-DETAIL.
002581      MOVE WS-CURRENT-VENDOR TO RD-VENDOR-NUMBER.
002582      MOVE VENDOR-NAME TO RD-VENDOR-NAME.
002583      MOVE WS-VENDOR-METHOD TO RD-METHOD.
002584      MOVE WS-CURRENT-REMIT-CODE TO RD-REMIT-CODE.
002585      IF WS-VENDOR-METHOD = "CHK"
002586          MOVE WS-NEXT-CHECK-NUMBER TO RD-CHECK-NUMBER
002587          ADD 1 TO WS-CHECK-COUNT
002588      ELSE
002589          MOVE ZEROES TO RD-CHECK-NUMBER
002590          IF WS-VENDOR-METHOD = "WIR"
002591              ADD 1 TO WS-WIRE-COUNT
002592              ADD WS-VENDOR-PAY-TOTAL TO WS-WIRE-TOTAL
002593          ELSE
002594              ADD 1 TO WS-ACH-COUNT
002595              ADD WS-VENDOR-PAY-TOTAL TO WS-ACH-TOTAL
002596          END-IF
002597      END-IF.
002598      MOVE WS-VENDOR-INV-COUNT TO RD-INVOICE-COUNT.
002599      MOVE WS-VENDOR-PAY-TOTAL TO RD-AMOUNT.
002600      MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
002601      WRITE REGISTER-LINE.
002602      MOVE 1 TO WS-PI-IDX.
002603      PERFORM WRITE-REGISTER-FX-LINE
002604          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT.
002605      IF WS-VENDOR-METHOD = "WIR"
002606          AND WS-VENDOR-PAY-CURRENCY NOT = "USD"
002607          MOVE WS-VENDOR-PAY-CURRENCY TO RR-CURRENCY
002608          MOVE WS-VENDOR-CURRENCY-AMOUNT TO RR-AMOUNT
002609          MOVE REGISTER-WIRE-LINE TO REGISTER-LINE
002610          WRITE REGISTER-LINE
002611      END-IF.
002612      IF WS-VENDOR-WITHHELD > ZEROES
002613          MOVE WS-VENDOR-WITHHELD TO RB-AMOUNT
002614          MOVE REGISTER-WITHHELD-LINE TO REGISTER-LINE
002615          WRITE REGISTER-LINE
002616          ADD WS-VENDOR-WITHHELD TO WS-TOTAL-WITHHELD
002617          ADD 1 TO WS-BACKUP-WH-COUNT
002618      END-IF.
002619
002620*--------------------------------------------------
002621* Under the payment, one line per foreign invoice
002622* or credit: the amount in its own currency, the
002623* run date's rate, the US dollars paid, and the
002624* exchange gain or loss against the entry rate.
002625*--------------------------------------------------
002626 WRITE-REGISTER-FX-LINE.
002627      IF WS-PI-CURRENCY (WS-PI-IDX) NOT = "USD"
002628          MOVE WS-PI-INVOICE-NUMBER (WS-PI-IDX)
002629              TO RX-INVOICE-NUMBER
002630          MOVE WS-PI-CURRENCY (WS-PI-IDX) TO RX-CURRENCY
002631          MOVE WS-PI-AMOUNT (WS-PI-IDX) TO RX-CURRENCY-AMOUNT
002632          MOVE WS-PI-PAID-RATE (WS-PI-IDX) TO RX-PAID-RATE
002633          MOVE WS-PI-USD-AMOUNT (WS-PI-IDX) TO RX-USD-AMOUNT
002634          IF WS-PI-TYPE (WS-PI-IDX) = "C"
002635              COMPUTE RX-CURRENCY-AMOUNT =
002636                  0 - WS-PI-AMOUNT (WS-PI-IDX)
002637              COMPUTE RX-USD-AMOUNT =
002638                  0 - WS-PI-USD-AMOUNT (WS-PI-IDX)
002639          END-IF
002640          IF WS-PI-FX-AMOUNT (WS-PI-IDX) < ZEROES
002641              MOVE " FX GAIN" TO RX-FX-LABEL
002642              COMPUTE RX-FX-AMOUNT =
002643                  0 - WS-PI-FX-AMOUNT (WS-PI-IDX)
002644          ELSE
002645              MOVE " FX LOSS" TO RX-FX-LABEL
002646              MOVE WS-PI-FX-AMOUNT (WS-PI-IDX) TO RX-FX-AMOUNT
002647          END-IF
002648          MOVE REGISTER-FX-LINE TO REGISTER-LINE
002649          WRITE REGISTER-LINE
002650      END-IF.
002651      ADD 1 TO WS-PI-IDX.
002652
002653 WRITE-PAYMENT-HISTORY.
002654      MOVE WS-RUN-DATE TO PMT-PAYMENT-DATE.
002655      MOVE WS-CURRENT-VENDOR TO PMT-VENDOR-NUMBER.
002656      MOVE VENDOR-NAME TO PMT-VENDOR-NAME.
002657      MOVE PMT-VENDOR-NAME TO WS-PPY-PAYEE-NAME.
002658      MOVE WS-VENDOR-METHOD TO PMT-METHOD.
002659      MOVE WS-CURRENT-REMIT-CODE TO PMT-REMIT-CODE.
002660      IF WS-VENDOR-METHOD = "CHK"
002661          MOVE WS-NEXT-CHECK-NUMBER TO PMT-CHECK-NUMBER
002662      ELSE
002663          MOVE ZEROES TO PMT-CHECK-NUMBER
002664      END-IF.
002665      MOVE PMT-CHECK-NUMBER TO WS-PAYMENT-CHECK-NUMBER.
002666      MOVE WS-VENDOR-INV-COUNT TO PMT-INVOICE-COUNT.
002667      MOVE WS-VENDOR-PAY-TOTAL TO PMT-AMOUNT.
002668      MOVE WS-VENDOR-PAY-CURRENCY TO PMT-CURRENCY-CODE.
002669      MOVE WS-VENDOR-CURRENCY-AMOUNT TO PMT-CURRENCY-AMOUNT.
002670      MOVE SPACES TO PMT-STATUS.
002671      MOVE SPACES TO PMT-CLEARED-FLAG.
002672      MOVE ZEROES TO PMT-CLEARED-DATE.
002673      MOVE WS-PAY-RUN-ID TO PMT-RUN-ID.
002674      MOVE ZEROES TO PMT-LETTER-DATE.
002675      MOVE ZEROES TO PMT-ESCHEAT-DATE.
002676      MOVE WS-VENDOR-WITHHELD TO PMT-WITHHELD-AMOUNT.
002677      WRITE PAYMENT-RECORD.
002678      IF WS-PMT-FILE-STATUS NOT = "00"
002679          DISPLAY "PAYMENT HISTORY WRITE FAILED - STATUS "
002680              WS-PMT-FILE-STATUS
002681      END-IF.
002682
002683*--------------------------------------------------
002684* One detail record per invoice and credit of the
002685* payment the history record above just named -
002686* written after it so PMT-CHECK-NUMBER and the
002687* method are final.
002688*--------------------------------------------------
002689 WRITE-PAYMENT-DETAILS.
002690      MOVE 1 TO WS-PI-IDX.
002691      PERFORM WRITE-ONE-PAYMENT-DETAIL
002692          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT.
002693
002694 WRITE-ONE-PAYMENT-DETAIL.
002695      MOVE WS-RUN-DATE TO PDT-PAYMENT-DATE.
002696      MOVE WS-CURRENT-VENDOR TO PDT-VENDOR-NUMBER.
002697      MOVE WS-PAYMENT-CHECK-NUMBER TO PDT-CHECK-NUMBER.
002698      MOVE WS-VENDOR-METHOD TO PDT-METHOD.
002699      MOVE WS-PI-INVOICE-NUMBER (WS-PI-IDX)
002700          TO PDT-INVOICE-NUMBER.
002701      MOVE WS-PI-USD-AMOUNT (WS-PI-IDX) TO PDT-AMOUNT.
002702      MOVE WS-PI-CURRENCY (WS-PI-IDX) TO PDT-CURRENCY-CODE.
002703      MOVE WS-PI-AMOUNT (WS-PI-IDX) TO PDT-CURRENCY-AMOUNT.
002704      MOVE WS-PI-PAID-RATE (WS-PI-IDX) TO PDT-PAID-RATE.
002705      WRITE PAYMENT-DETAIL-RECORD.
002706      IF WS-PDT-FILE-STATUS NOT = "00"
002707          DISPLAY "PAYMENT DETAIL WRITE FAILED - STATUS "
002708              WS-PDT-FILE-STATUS
002709      END-IF.
002710      ADD 1 TO WS-PI-IDX.
002711
002712 PRINT-REGISTER-TOTALS.
002713      MOVE SPACES TO REGISTER-LINE.
002714      WRITE REGISTER-LINE.
002715      MOVE WS-TOTAL-PAID TO RT-TOTAL-PAID.
002716      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
002717      WRITE REGISTER-LINE.
002718      MOVE "CHECKS WRITTEN" TO RC-LABEL.
002719      MOVE WS-CHECK-COUNT TO RC-COUNT.
002720      MOVE REGISTER-COUNT-LINE TO REGISTER-LINE.
002721      WRITE REGISTER-LINE.
002722      MOVE "ACH PAYMENTS" TO RC-LABEL.
002723      MOVE WS-ACH-COUNT TO RC-COUNT.
002724      MOVE REGISTER-COUNT-LINE TO REGISTER-LINE.
002725      WRITE REGISTER-LINE.
002726      MOVE "ACH AMOUNT" TO RA-LABEL.
002727      MOVE WS-ACH-TOTAL TO RA-AMOUNT.
002728      MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
002729      WRITE REGISTER-LINE.
002730      MOVE "ACH FILE ENTRIES" TO RC-LABEL.
002731      MOVE WS-NAC-ENTRY-COUNT TO RC-COUNT.
002732      MOVE REGISTER-COUNT-LINE TO REGISTER-LINE.
002733      WRITE REGISTER-LINE.
002734      MOVE "ACH FILE CREDITS" TO RA-LABEL.
002735      MOVE WS-NAC-CREDIT-TOTAL TO RA-AMOUNT.
002736      MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
002737      WRITE REGISTER-LINE.
002738      MOVE "WIRE PAYMENTS" TO RC-LABEL.
002739      MOVE WS-WIRE-COUNT TO RC-COUNT.
002740      MOVE REGISTER-COUNT-LINE TO REGISTER-LINE.
002741      WRITE REGISTER-LINE.
002742      MOVE "WIRE AMOUNT" TO RA-LABEL.
002743      MOVE WS-WIRE-TOTAL TO RA-AMOUNT.
002744      MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
002745      WRITE REGISTER-LINE.
002746      MOVE "DISCOUNTS TAKEN" TO RA-LABEL.
002747      MOVE WS-TOTAL-DISC-TAKEN TO RA-AMOUNT.
002748      MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
002749      WRITE REGISTER-LINE.
002750      MOVE "DISCOUNTS LOST" TO RA-LABEL.
002751      MOVE WS-TOTAL-DISC-LOST TO RA-AMOUNT.
002752      MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
002753      WRITE REGISTER-LINE.
002754      MOVE "FX GAIN(-)/LOSS" TO RS-LABEL.
002755      MOVE WS-TOTAL-FX-AMOUNT TO RS-AMOUNT.
002756      MOVE REGISTER-SIGNED-LINE TO REGISTER-LINE.
002757      WRITE REGISTER-LINE.
002758      MOVE "NO FX RATE - HELD" TO RC-LABEL.
002759      MOVE WS-NO-RATE-COUNT TO RC-COUNT.
002760      MOVE REGISTER-COUNT-LINE TO REGISTER-LINE.
002761      WRITE REGISTER-LINE.
002762      MOVE "DISPUTED INVOICES HELD" TO RC-LABEL.
002763      MOVE WS-DISPUTED-COUNT TO RC-COUNT.
002764      MOVE REGISTER-COUNT-LINE TO REGISTER-LINE.
002765      WRITE REGISTER-LINE.
002766      MOVE "NO INSURANCE - HELD" TO RC-LABEL.
002767      MOVE WS-INSURANCE-HOLD-COUNT TO RC-COUNT.
002768      MOVE REGISTER-COUNT-LINE TO REGISTER-LINE.
002769      WRITE REGISTER-LINE.
002770      MOVE "BACKUP WITHHELD" TO RA-LABEL.
002771      MOVE WS-TOTAL-WITHHELD TO RA-AMOUNT.
002772      MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
002773      WRITE REGISTER-LINE.
002774      MOVE "BACKUP W/H VENDORS" TO RC-LABEL.
002775      MOVE WS-BACKUP-WH-COUNT TO RC-COUNT.
002776      MOVE REGISTER-COUNT-LINE TO REGISTER-LINE.
002777      WRITE REGISTER-LINE.
002778
002779*--------------------------------------------------
002780* The posting journal the controller keys into the
002781* general ledger - one line per account, and a
002782* control total that must equal the register's
002783* TOTAL PAID, printed beside it so the tie is
002784* checked at a glance.
002785*--------------------------------------------------
002786 PRINT-POSTING-JOURNAL.
002787      MOVE WS-PAY-RUN-ID TO JH1-RUN-ID.
002788      IF WS-RESTART-RUN
002789          MOVE "RESTARTED" TO JH1-RESTART-NOTE
002790      END-IF.
002791      MOVE WS-RUN-DATE TO JH1-PAYMENT-DATE.
002792      MOVE JOURNAL-HEADING-1 TO JOURNAL-LINE.
002793      WRITE JOURNAL-LINE.
002794      MOVE JOURNAL-HEADING-2 TO JOURNAL-LINE.
002795      WRITE JOURNAL-LINE.
002796      MOVE SPACES TO JOURNAL-LINE.
002797      WRITE JOURNAL-LINE.
002798      MOVE ZEROES TO WS-JOURNAL-TOTAL.
002799      MOVE 1 TO WS-GA-IDX.
002800      PERFORM PRINT-ONE-JOURNAL-LINE
002801          UNTIL WS-GA-IDX > WS-GA-USED.
002802      MOVE SPACES TO JOURNAL-LINE.
002803      WRITE JOURNAL-LINE.
002804      MOVE "JOURNAL TOTAL" TO JT-LABEL.
002805      MOVE WS-JOURNAL-TOTAL TO JT-AMOUNT.
002806      MOVE JOURNAL-TOTAL-LINE TO JOURNAL-LINE.
002807      WRITE JOURNAL-LINE.
002808      MOVE "REGISTER TOTAL PAID" TO JT-LABEL.
002809      MOVE WS-TOTAL-PAID TO JT-AMOUNT.
002810      MOVE JOURNAL-TOTAL-LINE TO JOURNAL-LINE.
002811      WRITE JOURNAL-LINE.
002812
002813 PRINT-ONE-JOURNAL-LINE.
002814      MOVE WS-GA-ACCOUNT (WS-GA-IDX) TO JD-ACCOUNT.
002815      MOVE WS-GA-AMOUNT (WS-GA-IDX) TO JD-AMOUNT.
002816      ADD WS-GA-AMOUNT (WS-GA-IDX) TO WS-JOURNAL-TOTAL.
002817      MOVE JOURNAL-DETAIL-LINE TO JOURNAL-LINE.
002818      WRITE JOURNAL-LINE.
002819      ADD 1 TO WS-GA-IDX.
002820
002821
002822*--------------------------------------------------
002823* The recovery report's opening: what the failed
002824* run had paid, then every check number drawn from
002825* the control file since the failed run began that
002826* no payment of the run carries - drawn, never
002827* printed, to be voided on the check stock log.
002828*--------------------------------------------------
002829 START-RECOVERY-REPORT.
002830      OPEN OUTPUT RECOVERY-REPORT.
002831      MOVE WS-PAY-RUN-ID TO VH1-RUN-ID.
002832      MOVE WS-CUTOFF-DATE TO VH1-CUTOFF-DATE.
002833      MOVE WS-RUN-DATE TO VH1-RUN-DATE.
002834      MOVE RECOVERY-HEADING-1 TO RECOVERY-LINE.
002835      WRITE RECOVERY-LINE.
002836      MOVE RECOVERY-HEADING-2 TO RECOVERY-LINE.
002837      WRITE RECOVERY-LINE.
002838      MOVE SPACES TO RECOVERY-LINE.
002839      WRITE RECOVERY-LINE.
002840      MOVE 1 TO WS-DONE-IDX.
002841      PERFORM PRINT-ONE-DONE-PAYMENT
002842          UNTIL WS-DONE-IDX > WS-DONE-USED.
002843      MOVE SPACES TO RECOVERY-LINE.
002844      WRITE RECOVERY-LINE.
002845      MOVE "CHECK NUMBERS NOT ISSUED" TO RECOVERY-LINE.
002846      WRITE RECOVERY-LINE.
002847      COMPUTE WS-DRAWN-CHECK-NUMBER = WS-PRIOR-FIRST-CHECK + 1.
002848      PERFORM CHECK-ONE-DRAWN-NUMBER
002849          UNTIL WS-DRAWN-CHECK-NUMBER > WS-CONTROL-CHECK-NUMBER.
002850      MOVE SPACES TO RECOVERY-LINE.
002851      WRITE RECOVERY-LINE.
002852      MOVE "RESTART EXCEPTIONS" TO RECOVERY-LINE.
002853      WRITE RECOVERY-LINE.
002854
002855 PRINT-ONE-DONE-PAYMENT.
002856      MOVE WS-DN-VENDOR-NUMBER (WS-DONE-IDX)
002857          TO VD-VENDOR-NUMBER.
002858      MOVE WS-DN-METHOD (WS-DONE-IDX) TO VD-METHOD.
002859      MOVE WS-DN-CHECK-NUMBER (WS-DONE-IDX) TO VD-CHECK-NUMBER.
002860      MOVE WS-DN-INVOICE-COUNT (WS-DONE-IDX)
002861          TO VD-INVOICE-COUNT.
002862      MOVE WS-DN-AMOUNT (WS-DONE-IDX) TO VD-AMOUNT.
002863      IF WS-DN-VOIDED (WS-DONE-IDX)
002864          MOVE "VOIDED SINCE - PAYABLE AGAIN" TO VD-MESSAGE
002865      ELSE
002866          ADD 1 TO WS-RECOVERED-COUNT
002867          ADD WS-DN-AMOUNT (WS-DONE-IDX) TO WS-RECOVERED-TOTAL
002868          IF NOT WS-DN-ON-HISTORY (WS-DONE-IDX)
002869              MOVE "NOT ON HISTORY - WRITTEN NOW"
002870                  TO VD-MESSAGE
002871          ELSE
002872              IF WS-DN-CHECKPOINTED (WS-DONE-IDX)
002873                  MOVE "COMPLETE" TO VD-MESSAGE
002874              ELSE
002875                  MOVE "NOT CHECKPOINTED - CHECK OUTPUT"
002876                      TO VD-MESSAGE
002877              END-IF
002878          END-IF
002879      END-IF.
002880      MOVE RECOVERY-DETAIL-LINE TO RECOVERY-LINE.
002881      WRITE RECOVERY-LINE.
002882      ADD 1 TO WS-DONE-IDX.
002883
002884 CHECK-ONE-DRAWN-NUMBER.
002885      MOVE "N" TO WS-CHECK-ISSUED-SWITCH.
002886      MOVE 1 TO WS-DONE-IDX.
002887      PERFORM LOOK-UP-ISSUED-CHECK
002888          UNTIL WS-DONE-IDX > WS-DONE-USED
002889              OR WS-CHECK-ISSUED.
002890      IF NOT WS-CHECK-ISSUED
002891          MOVE WS-DRAWN-CHECK-NUMBER TO VK-CHECK-NUMBER
002892          MOVE RECOVERY-CHECK-LINE TO RECOVERY-LINE
002893          WRITE RECOVERY-LINE
002894          ADD 1 TO WS-UNISSUED-COUNT
002895      END-IF.
002896      ADD 1 TO WS-DRAWN-CHECK-NUMBER.
002897
002898 LOOK-UP-ISSUED-CHECK.
002899      IF WS-DN-METHOD (WS-DONE-IDX) = "CHK"
002900          AND WS-DN-CHECK-NUMBER (WS-DONE-IDX) =
002901              WS-DRAWN-CHECK-NUMBER
002902          MOVE "Y" TO WS-CHECK-ISSUED-SWITCH
002903      ELSE
002904          ADD 1 TO WS-DONE-IDX
002905      END-IF.
002906
002907 FINISH-RECOVERY-REPORT.
002908      MOVE SPACES TO RECOVERY-LINE.
002909      WRITE RECOVERY-LINE.
002910      MOVE "PAYMENTS MADE BEFORE RESTART" TO VC-LABEL.
002911      MOVE WS-RECOVERED-COUNT TO VC-COUNT.
002912      MOVE RECOVERY-COUNT-LINE TO RECOVERY-LINE.
002913      WRITE RECOVERY-LINE.
002914      MOVE "AMOUNT PAID BEFORE RESTART" TO VA-LABEL.
002915      MOVE WS-RECOVERED-TOTAL TO VA-AMOUNT.
002916      MOVE RECOVERY-AMOUNT-LINE TO RECOVERY-LINE.
002917      WRITE RECOVERY-LINE.
002918      MOVE "CHECK NUMBERS NOT ISSUED" TO VC-LABEL.
002919      MOVE WS-UNISSUED-COUNT TO VC-COUNT.
002920      MOVE RECOVERY-COUNT-LINE TO RECOVERY-LINE.
002921      WRITE RECOVERY-LINE.
002922      MOVE "ACH ENTRIES WRITTEN AGAIN" TO VC-LABEL.
002923      MOVE WS-REWRITTEN-ACH-COUNT TO VC-COUNT.
002924      MOVE RECOVERY-COUNT-LINE TO RECOVERY-LINE.
002925      WRITE RECOVERY-LINE.
002926      MOVE "WIRE REQUESTS WRITTEN AGAIN" TO VC-LABEL.
002927      MOVE WS-REWRITTEN-WIRE-COUNT TO VC-COUNT.
002928      MOVE RECOVERY-COUNT-LINE TO RECOVERY-LINE.
002929      WRITE RECOVERY-LINE.
002930      MOVE "POSITIVE PAY ISSUES SENT AGAIN" TO VC-LABEL.
002931      MOVE WS-REISSUED-PPY-COUNT TO VC-COUNT.
002932      MOVE RECOVERY-COUNT-LINE TO RECOVERY-LINE.
002933      WRITE RECOVERY-LINE.
002934      MOVE "RESTART EXCEPTIONS" TO VC-LABEL.
002935      MOVE WS-RECOVERY-WARNING-COUNT TO VC-COUNT.
002936      MOVE RECOVERY-COUNT-LINE TO RECOVERY-LINE.
002937      WRITE RECOVERY-LINE.
002938      CLOSE RECOVERY-REPORT.
002939
002940*--------------------------------------------------
002941* One remittance page per payment, printed whole
002942* from the group table once the group is known to
002943* pay, addressed to where the payment goes.
002944*--------------------------------------------------
002945 PRINT-REMIT-PAGE.
002946      PERFORM PRINT-REMIT-HEADING.
002947      MOVE 1 TO WS-PI-IDX.
002948      PERFORM PRINT-REMIT-DETAIL
002949          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT.
002950      PERFORM PRINT-REMIT-TOTAL.
002951
002952 PRINT-REMIT-HEADING.
002953      ADD 1 TO WS-REMIT-PAGE-COUNT.
002954      IF WS-REMIT-PAGE-COUNT > 1
002955          MOVE SPACES TO REMITTANCE-LINE
002956          WRITE REMITTANCE-LINE BEFORE ADVANCING PAGE
002957      END-IF.
002958      MOVE WS-RUN-DATE TO MH1-PAYMENT-DATE.
002959      MOVE REMIT-HEADING-1 TO REMITTANCE-LINE.
002960      WRITE REMITTANCE-LINE.
002961      MOVE WS-CURRENT-VENDOR TO MV-VENDOR-NUMBER.
002962      MOVE VENDOR-NAME TO MV-VENDOR-NAME.
002963      MOVE REMIT-VENDOR-LINE TO REMITTANCE-LINE.
002964      WRITE REMITTANCE-LINE.
002965      IF WS-PAYEE-NAME NOT = VENDOR-NAME
002966          MOVE WS-PAYEE-NAME TO MA-ADDRESS-TEXT
002967          MOVE REMIT-ADDRESS-LINE TO REMITTANCE-LINE
002968          WRITE REMITTANCE-LINE
002969      END-IF.
002970      MOVE WS-PAYEE-ADDRESS-1 TO MA-ADDRESS-TEXT.
002971      MOVE REMIT-ADDRESS-LINE TO REMITTANCE-LINE.
002972      WRITE REMITTANCE-LINE.
002973      IF WS-PAYEE-ADDRESS-2 NOT = SPACES
002974          MOVE WS-PAYEE-ADDRESS-2 TO MA-ADDRESS-TEXT
002975          MOVE REMIT-ADDRESS-LINE TO REMITTANCE-LINE
002976          WRITE REMITTANCE-LINE
002977      END-IF.
002978      MOVE WS-PAYEE-CITY TO MA-CITY.
002979      MOVE WS-PAYEE-STATE TO MA-STATE.
002980      MOVE WS-PAYEE-ZIP TO MA-ZIP.
002981      MOVE REMIT-CITY-LINE TO REMITTANCE-LINE.
002982      WRITE REMITTANCE-LINE.
002983      MOVE SPACES TO REMITTANCE-LINE.
002984      WRITE REMITTANCE-LINE.
002985      MOVE REMIT-HEADING-2 TO REMITTANCE-LINE.
002986      WRITE REMITTANCE-LINE.
002987
002988 PRINT-REMIT-DETAIL.
002989      MOVE WS-PI-INVOICE-NUMBER (WS-PI-IDX)
002990          TO MD-INVOICE-NUMBER.
002991      MOVE WS-PI-INVOICE-DATE (WS-PI-IDX)
002992          TO MD-INVOICE-DATE.
002993      MOVE WS-PI-DUE-DATE (WS-PI-IDX) TO MD-DUE-DATE.
002994      MOVE WS-PI-GROSS (WS-PI-IDX) TO MD-AMOUNT.
002995      MOVE WS-PI-DISCOUNT (WS-PI-IDX) TO MD-DISCOUNT.
002996      MOVE WS-PI-CURRENCY (WS-PI-IDX) TO MD-CURRENCY.
002997      MOVE WS-PI-USD-AMOUNT (WS-PI-IDX) TO MD-USD-AMOUNT.
002998      IF WS-PI-TYPE (WS-PI-IDX) = "C"
002999          MOVE "CR" TO MD-CR-FLAG
003000      ELSE
003001          MOVE SPACES TO MD-CR-FLAG
003002      END-IF.
003003      MOVE REMIT-DETAIL-LINE TO REMITTANCE-LINE.
003004      WRITE REMITTANCE-LINE.
003005      ADD 1 TO WS-PI-IDX.
003006
003007 PRINT-REMIT-TOTAL.
003008      MOVE SPACES TO REMITTANCE-LINE.
003009      WRITE REMITTANCE-LINE.
003010      IF WS-VENDOR-DISC-TOTAL > ZEROES
003011          MOVE WS-VENDOR-DISC-TOTAL TO MS-AMOUNT
003012          MOVE REMIT-DISCOUNT-LINE TO REMITTANCE-LINE
003013          WRITE REMITTANCE-LINE
003014      END-IF.
003015      IF WS-VENDOR-CREDIT-TOTAL > ZEROES
003016          MOVE WS-VENDOR-CREDIT-TOTAL TO MC-AMOUNT
003017          MOVE REMIT-CREDIT-LINE TO REMITTANCE-LINE
003018          WRITE REMITTANCE-LINE
003019      END-IF.
003020      IF WS-VENDOR-WITHHELD > ZEROES
003021          MOVE WS-VENDOR-WITHHELD TO MB-AMOUNT
003022          MOVE REMIT-WITHHELD-LINE TO REMITTANCE-LINE
003023          WRITE REMITTANCE-LINE
003024      END-IF.
003025      MOVE WS-VENDOR-METHOD TO MT-METHOD.
003026      MOVE WS-VENDOR-PAY-TOTAL TO MT-AMOUNT.
003027      MOVE REMIT-TOTAL-LINE TO REMITTANCE-LINE.
003028      WRITE REMITTANCE-LINE.
003029      IF WS-VENDOR-METHOD = "WIR"
003030          AND WS-VENDOR-PAY-CURRENCY NOT = "USD"
003031          MOVE WS-VENDOR-PAY-CURRENCY TO MW-CURRENCY
003032          MOVE WS-VENDOR-CURRENCY-AMOUNT TO MW-AMOUNT
003033          MOVE REMIT-WIRE-LINE TO REMITTANCE-LINE
003034          WRITE REMITTANCE-LINE
003035      END-IF.
003036
003037*--------------------------------------------------
003038* One physical check per check payment, formatted
003039* for the three-part stock: the face with the
003040* vendor as payee over the payment's remit-to
003041* address (LOAD-PAYEE-ADDRESS), the
003042* amount in figures (check-protected with
003043* asterisks) and in words, and the stub with the
003044* payment's invoice detail. ACH payments print no
003045* check.
003046*--------------------------------------------------
003047 PRINT-ONE-CHECK.
003048      IF WS-VENDOR-METHOD = "CHK"
003049          PERFORM PRINT-CHECK-FACE
003050          PERFORM PRINT-CHECK-STUB
003051          MOVE SPACES TO CHECK-PRINT-LINE
003052          WRITE CHECK-PRINT-LINE BEFORE ADVANCING PAGE
003053      END-IF.
003054
003055 PRINT-CHECK-FACE.
003056      MOVE WS-NEXT-CHECK-NUMBER TO CK-CHECK-NUMBER.
003057      MOVE WS-RUN-DATE TO CK-DATE.
003058      MOVE CHECK-HEAD-LINE TO CHECK-PRINT-LINE.
003059      WRITE CHECK-PRINT-LINE.
003060      MOVE VENDOR-NAME TO CK-PAYEE-NAME.
003061      MOVE CHECK-PAYEE-LINE TO CHECK-PRINT-LINE.
003062      WRITE CHECK-PRINT-LINE.
003063      IF WS-PAYEE-NAME NOT = VENDOR-NAME
003064          MOVE WS-PAYEE-NAME TO CK-ADDRESS-TEXT
003065          MOVE CHECK-ADDRESS-LINE TO CHECK-PRINT-LINE
003066          WRITE CHECK-PRINT-LINE
003067      END-IF.
003068      MOVE WS-PAYEE-ADDRESS-1 TO CK-ADDRESS-TEXT.
003069      MOVE CHECK-ADDRESS-LINE TO CHECK-PRINT-LINE.
003070      WRITE CHECK-PRINT-LINE.
003071      IF WS-PAYEE-ADDRESS-2 NOT = SPACES
003072          MOVE WS-PAYEE-ADDRESS-2 TO CK-ADDRESS-TEXT
003073          MOVE CHECK-ADDRESS-LINE TO CHECK-PRINT-LINE
003074          WRITE CHECK-PRINT-LINE
003075      END-IF.
003076      MOVE WS-PAYEE-CITY TO CK-CITY.
003077      MOVE WS-PAYEE-STATE TO CK-STATE.
003078      MOVE WS-PAYEE-ZIP TO CK-ZIP.
003079      MOVE CHECK-CITY-LINE TO CHECK-PRINT-LINE.
003080      WRITE CHECK-PRINT-LINE.
003081      MOVE WS-VENDOR-PAY-TOTAL TO CK-AMOUNT.
003082      MOVE CHECK-AMOUNT-LINE TO CHECK-PRINT-LINE.
003083      WRITE CHECK-PRINT-LINE.
003084      MOVE WS-VENDOR-PAY-TOTAL TO WS-CAW-AMOUNT.
003085      PERFORM CONVERT-AMOUNT-TO-WORDS.
003086      MOVE WS-AMOUNT-WORDS (1:70) TO CHECK-PRINT-LINE.
003087      WRITE CHECK-PRINT-LINE.
003088      IF WS-AMOUNT-WORDS (71:70) NOT = SPACES
003089          MOVE WS-AMOUNT-WORDS (71:70) TO CHECK-PRINT-LINE
003090          WRITE CHECK-PRINT-LINE
003091      END-IF.
003092
003093 PRINT-CHECK-STUB.
003094      MOVE SPACES TO CHECK-PRINT-LINE.
003095      WRITE CHECK-PRINT-LINE.
003096      MOVE WS-PAYEE-NAME TO CR-REMIT-NAME.
003097      MOVE WS-PAYEE-CITY TO CR-CITY.
003098      MOVE WS-PAYEE-STATE TO CR-STATE.
003099      MOVE CHECK-STUB-REMIT-LINE TO CHECK-PRINT-LINE.
003100      WRITE CHECK-PRINT-LINE.
003101      MOVE CHECK-STUB-HEADING TO CHECK-PRINT-LINE.
003102      WRITE CHECK-PRINT-LINE.
003103      MOVE 1 TO WS-PI-IDX.
003104      PERFORM PRINT-ONE-STUB-LINE
003105          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT.
003106      IF WS-VENDOR-WITHHELD > ZEROES
003107          MOVE WS-VENDOR-WITHHELD TO CW-AMOUNT
003108          MOVE CHECK-STUB-WITHHELD TO CHECK-PRINT-LINE
003109          WRITE CHECK-PRINT-LINE
003110      END-IF.
003111      MOVE WS-VENDOR-PAY-TOTAL TO CT-AMOUNT.
003112      MOVE CHECK-STUB-TOTAL TO CHECK-PRINT-LINE.
003113      WRITE CHECK-PRINT-LINE.
003114
003115 PRINT-ONE-STUB-LINE.
003116      MOVE WS-PI-INVOICE-NUMBER (WS-PI-IDX)
003117          TO CS-INVOICE-NUMBER.
003118      MOVE WS-PI-GROSS (WS-PI-IDX) TO CS-GROSS.
003119      MOVE WS-PI-DISCOUNT (WS-PI-IDX) TO CS-DISCOUNT.
003120      MOVE WS-PI-CURRENCY (WS-PI-IDX) TO CS-CURRENCY.
003121      MOVE WS-PI-USD-AMOUNT (WS-PI-IDX) TO CS-NET.
003122      IF WS-PI-TYPE (WS-PI-IDX) = "C"
003123          MOVE "CR" TO CS-CR-FLAG
003124      ELSE
003125          MOVE SPACES TO CS-CR-FLAG
003126      END-IF.
003127      MOVE CHECK-STUB-LINE TO CHECK-PRINT-LINE.
003128      WRITE CHECK-PRINT-LINE.
003129      ADD 1 TO WS-PI-IDX.
003130
003131*--------------------------------------------------
003132* One CCD+ credit entry per ACH payment, to the
003133* vendor's bank routing and account, for the net
003134* amount the register shows. A check payment
003135* writes nothing here.
003136*--------------------------------------------------
003137 WRITE-ACH-ENTRY.
003138      IF WS-VENDOR-METHOD = "ACH"
003139          MOVE "22" TO WS-NAC-TRAN-CODE
003140          MOVE VENDOR-BANK-ROUTING TO WS-NAC-ROUTING
003141          MOVE VENDOR-BANK-ACCOUNT TO WS-NAC-ACCOUNT
003142          MOVE WS-VENDOR-PAY-TOTAL TO WS-NAC-AMOUNT
003143          MOVE WS-CURRENT-VENDOR TO WS-NAC-INDIVIDUAL-ID
003144          MOVE VENDOR-NAME TO WS-NAC-INDIVIDUAL-NAME
003145          PERFORM BUILD-ACH-ADDENDA
003146          PERFORM WRITE-NACHA-ENTRY
003147      END-IF.
003148
003149*--------------------------------------------------
003150* One Positive Pay issue record per printed check,
003151* payee as written to PMT-VENDOR-NAME on the
003152* history. An ACH payment has no check to protect.
003153*--------------------------------------------------
003154 WRITE-POSITIVE-PAY-ISSUE.
003155      IF WS-VENDOR-METHOD = "CHK"
003156          MOVE "I" TO WS-PPY-RECORD-TYPE
003157          MOVE WS-NEXT-CHECK-NUMBER TO WS-PPY-CHECK-NUMBER
003158          MOVE WS-VENDOR-PAY-TOTAL TO WS-PPY-AMOUNT
003159          MOVE WS-RUN-DATE TO WS-PPY-ISSUE-DATE
003160          PERFORM WRITE-POSITIVE-PAY-RECORD
003161      END-IF.
003162
003163*--------------------------------------------------
003164* One wire request per wire payment, to the
003165* vendor's SWIFT BIC and IBAN, for the amount in
003166* the currency the payment went in, the invoice
003167* list carried as the remittance information the
003168* same way the ACH addenda carries it.
003169*--------------------------------------------------
003170 WRITE-WIRE-REQUEST.
003171      IF WS-VENDOR-METHOD = "WIR"
003172          MOVE SPACES TO WIRE-REQUEST-RECORD
003173          MOVE "D" TO WIR-RECORD-TYPE
003174          MOVE WS-PAY-RUN-ID TO WIR-RUN-ID
003175          MOVE WS-RUN-DATE TO WIR-VALUE-DATE
003176          MOVE WS-CURRENT-VENDOR TO WIR-VENDOR-NUMBER
003177          MOVE VENDOR-NAME TO WIR-BENEFICIARY-NAME
003178          MOVE VENDOR-IBAN (1:2) TO WIR-BENEFICIARY-COUNTRY
003179          MOVE VENDOR-SWIFT-BIC TO WIR-SWIFT-BIC
003180          MOVE VENDOR-IBAN TO WIR-IBAN
003181          MOVE WS-VENDOR-PAY-CURRENCY TO WIR-CURRENCY-CODE
003182          MOVE WS-VENDOR-CURRENCY-AMOUNT TO WIR-CURRENCY-AMOUNT
003183          MOVE WS-VENDOR-PAY-TOTAL TO WIR-USD-AMOUNT
003184          PERFORM BUILD-ACH-ADDENDA
003185          MOVE WS-NAC-PAYMENT-INFO TO WIR-REMITTANCE-INFO
003186          WRITE WIRE-REQUEST-RECORD
003187          IF WS-WIR-FILE-STATUS NOT = "00"
003188              DISPLAY "WIRE REQUEST WRITE FAILED - STATUS "
003189                  WS-WIR-FILE-STATUS
003190          END-IF
003191      END-IF.
003192
003193*--------------------------------------------------
003194* The wire file's trailer: how many requests the
003195* run wrote and their US dollar total, for the
003196* treasury desk to tie to the register.
003197*--------------------------------------------------
003198 FINISH-WIRE-REQUEST-FILE.
003199      MOVE SPACES TO WIRE-TRAILER-RECORD.
003200      MOVE "T" TO WIR-TR-RECORD-TYPE.
003201      MOVE WS-PAY-RUN-ID TO WIR-TR-RUN-ID.
003202      MOVE WS-RUN-DATE TO WIR-TR-VALUE-DATE.
003203      MOVE WS-WIRE-COUNT TO WIR-TR-WIRE-COUNT.
003204      MOVE WS-WIRE-TOTAL TO WIR-TR-USD-TOTAL.
003205      WRITE WIRE-TRAILER-RECORD.
003206      IF WS-WIR-FILE-STATUS NOT = "00"
003207          DISPLAY "WIRE REQUEST WRITE FAILED - STATUS "
003208              WS-WIR-FILE-STATUS
003209      END-IF.
003210
003211*--------------------------------------------------
003212* The payment's invoice numbers - the same ones
003213* just written to the Payment Detail File - strung
003214* into the addenda, credits marked CR. One that
003215* would not fit ends the list with a "+" so the
003216* vendor knows to look at the remittance advice.
003217*--------------------------------------------------
003218 BUILD-ACH-ADDENDA.
003219      MOVE SPACES TO WS-NAC-PAYMENT-INFO.
003220      MOVE 1 TO WS-ADDENDA-PTR.
003221      MOVE "N" TO WS-ADDENDA-FULL-SWITCH.
003222      STRING "INV " DELIMITED BY SIZE
003223          INTO WS-NAC-PAYMENT-INFO
003224          WITH POINTER WS-ADDENDA-PTR.
003225      MOVE 1 TO WS-PI-IDX.
003226      PERFORM ADD-ONE-ADDENDA-INVOICE
003227          UNTIL WS-PI-IDX > WS-VENDOR-INV-COUNT
003228              OR WS-ADDENDA-FULL.
003229
003230 ADD-ONE-ADDENDA-INVOICE.
003231      IF WS-ADDENDA-PTR > 66
003232          STRING "+" DELIMITED BY SIZE
003233              INTO WS-NAC-PAYMENT-INFO
003234              WITH POINTER WS-ADDENDA-PTR
003235          MOVE "Y" TO WS-ADDENDA-FULL-SWITCH
003236      ELSE
003237          STRING WS-PI-INVOICE-NUMBER (WS-PI-IDX)
003238              DELIMITED BY SPACE
003239              INTO WS-NAC-PAYMENT-INFO
003240              WITH POINTER WS-ADDENDA-PTR
003241          IF WS-PI-TYPE (WS-PI-IDX) = "C"
003242              STRING " CR" DELIMITED BY SIZE
003243                  INTO WS-NAC-PAYMENT-INFO
003244                  WITH POINTER WS-ADDENDA-PTR
003245          END-IF
003246          STRING " " DELIMITED BY SIZE
003247              INTO WS-NAC-PAYMENT-INFO
003248              WITH POINTER WS-ADDENDA-PTR
003249          ADD 1 TO WS-PI-IDX
003250      END-IF.
003251
003252*--------------------------------------------------
003253* Spells the check amount out the way it is typed
003254* on the face - "ONE THOUSAND TWO HUNDRED
003255* THIRTY-FOUR AND 56/100 DOLLARS". Words append
003256* through one STRING pointer; DELIMITED BY SPACE
003257* trims each fixed-width table word.
003258*--------------------------------------------------
003259 CONVERT-AMOUNT-TO-WORDS.
003260      MOVE SPACES TO WS-AMOUNT-WORDS.
003261      MOVE 1 TO WS-WORDS-PTR.
003262      MOVE WS-CAW-AMOUNT TO WS-CAW-DOLLARS.
003263      COMPUTE WS-CAW-CENTS =
003264          (WS-CAW-AMOUNT - WS-CAW-DOLLARS) * 100.
003265      IF WS-CAW-DOLLARS = ZEROES
003266          STRING "ZERO " DELIMITED BY SIZE
003267              INTO WS-AMOUNT-WORDS
003268              WITH POINTER WS-WORDS-PTR
003269      END-IF.
003270      IF WS-CAW-MILLIONS > ZEROES
003271          MOVE WS-CAW-MILLIONS TO WS-C3-VALUE
003272          PERFORM CONVERT-THREE-DIGITS
003273          STRING "MILLION " DELIMITED BY SIZE
003274              INTO WS-AMOUNT-WORDS
003275              WITH POINTER WS-WORDS-PTR
003276      END-IF.
003277      IF WS-CAW-THOUSANDS > ZEROES
003278          MOVE WS-CAW-THOUSANDS TO WS-C3-VALUE
003279          PERFORM CONVERT-THREE-DIGITS
003280          STRING "THOUSAND " DELIMITED BY SIZE
003281              INTO WS-AMOUNT-WORDS
003282              WITH POINTER WS-WORDS-PTR
003283      END-IF.
003284      IF WS-CAW-UNITS > ZEROES
003285          MOVE WS-CAW-UNITS TO WS-C3-VALUE
003286          PERFORM CONVERT-THREE-DIGITS
003287      END-IF.
003288      STRING "AND " DELIMITED BY SIZE
003289          INTO WS-AMOUNT-WORDS
003290          WITH POINTER WS-WORDS-PTR.
003291      STRING WS-CAW-CENTS DELIMITED BY SIZE
003292          INTO WS-AMOUNT-WORDS
003293          WITH POINTER WS-WORDS-PTR.
003294      STRING "/100 DOLLARS" DELIMITED BY SIZE
003295          INTO WS-AMOUNT-WORDS
003296          WITH POINTER WS-WORDS-PTR.
003297
003298 CONVERT-THREE-DIGITS.
003299      IF WS-C3-D1 > ZEROES
003300          STRING WS-UNIT-WORD (WS-C3-D1)
003301              DELIMITED BY SPACE
003302              INTO WS-AMOUNT-WORDS
003303              WITH POINTER WS-WORDS-PTR
003304          STRING " HUNDRED " DELIMITED BY SIZE
003305              INTO WS-AMOUNT-WORDS
003306              WITH POINTER WS-WORDS-PTR
003307      END-IF.
003308      MOVE WS-C3-VALUE (2:2) TO WS-C3-TENS-UNITS.
003309      IF WS-C3-TENS-UNITS >= 20
003310          PERFORM CONVERT-TENS-AND-UNITS
003311      ELSE
003312          IF WS-C3-TENS-UNITS > ZEROES
003313              STRING WS-UNIT-WORD (WS-C3-TENS-UNITS)
003314                  DELIMITED BY SPACE
003315                  INTO WS-AMOUNT-WORDS
003316                  WITH POINTER WS-WORDS-PTR
003317              STRING " " DELIMITED BY SIZE
003318                  INTO WS-AMOUNT-WORDS
003319                  WITH POINTER WS-WORDS-PTR
003320          END-IF
003321      END-IF.
003322
003323 CONVERT-TENS-AND-UNITS.
003324      STRING WS-TENS-WORD (WS-C3-D2 - 1)
003325          DELIMITED BY SPACE
003326          INTO WS-AMOUNT-WORDS
003327          WITH POINTER WS-WORDS-PTR.
003328      IF WS-C3-D3 > ZEROES
003329          STRING "-" DELIMITED BY SIZE
003330              INTO WS-AMOUNT-WORDS
003331              WITH POINTER WS-WORDS-PTR
003332          STRING WS-UNIT-WORD (WS-C3-D3)
003333              DELIMITED BY SPACE
003334              INTO WS-AMOUNT-WORDS
003335              WITH POINTER WS-WORDS-PTR
003336      END-IF.
003337      STRING " " DELIMITED BY SIZE
003338          INTO WS-AMOUNT-WORDS
003339          WITH POINTER WS-WORDS-PTR.
003340
003341     COPY "PRSGN01.CBL".
003342
003343     COPY "PRFXR01.CBL".
003344
003345     COPY "PRNAC01.CBL".
003346
003347     COPY "PRPPY01.CBL".
