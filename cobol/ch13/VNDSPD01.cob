000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDSPD01.
000003*------------------------------------------------
000004* AP performance and spend analysis for a period
000005* of payment dates keyed by the operator, built
000006* off the Payment Detail File - one record per
000007* invoice or credit memo paid. A detail line
000008* whose payment was voided on the Vendor Payment
000009* History never went out and is skipped; the
000010* invoice is looked up on the Open Invoice File,
000011* or the Invoice Archive File once it has been
000012* archived, for its dates and terms. Four parts:
000013*   1 - spend by vendor, ranked largest first, cut
000014*       at a top-N the operator keys, the rest on
000015*       one ALL OTHER VENDORS line;
000016*   2 - spend by GL account by month paid, each
000017*       payment spread across the invoice's GL
000018*       Distribution File lines in proportion to
000019*       the line amounts, what the lines do not
000020*       cover to UNDISTRB as VNDCLS01 posts it;
000021*   3 - average days from invoice date to payment
000022*       and the percentage paid on or before the
000023*       due date, by vendor;
000024*   4 - discounts taken against discounts lost,
000025*       by vendor, then every invoice with terms
000026*       that was paid after its discount date.
000027* Spend is US dollars as paid; a credit memo
000028* taken on a payment reduces it. A credit memo
000029* has no terms and is left out of parts 3 and 4.
000030* A discount is valued the way VNDPAY01 values
000031* it - gross times INV-DISCOUNT-PCT - at the
000032* rate paid for a foreign-currency invoice. The
000033* same figures are written comma-delimited to
000034* vndspdcsv.txt in VNDCSV01 style, one VENDOR row
000035* per vendor and one GLACCT row per account and
000036* month, for the controller's workbook. Nothing
000037* is updated - every file is OPENed INPUT only.
000038*------------------------------------------------
000039 ENVIRONMENT DIVISION.
000040 INPUT-OUTPUT SECTION.
000041 FILE-CONTROL.
000042
000043     COPY "SLVND01.CBL".
000044
000045     COPY "SLPDT01.CBL".
000046
000047     COPY "SLPMT01.CBL".
000048
000049     COPY "SLINV01.CBL".
000050
000051     COPY "SLIAR01.CBL".
000052
000053     COPY "SLGLD01.CBL".
000054
000055     COPY "SLOPR01.CBL".
000056
000057     SELECT SPEND-REPORT
000058         ASSIGN TO "vndspdrpt.txt"
000059         ORGANIZATION IS LINE SEQUENTIAL.
000060
000061     SELECT SPEND-CSV-EXPORT
000062         ASSIGN TO "vndspdcsv.txt"
000063         ORGANIZATION IS LINE SEQUENTIAL.
000064
000065 DATA DIVISION.
000066 FILE SECTION.
000067
000068     COPY "FDVND02.CBL".
000069
000070     COPY "FDPDT01.CBL".
000071
000072     COPY "FDPMT01.CBL".
000073
000074     COPY "FDINV01.CBL".
000075
000076     COPY "FDIAR01.CBL".
000077
000078     COPY "FDGLD01.CBL".
000079
000080     COPY "FDOPR01.CBL".
000081
000082 FD  SPEND-REPORT
000083     LABEL RECORDS ARE STANDARD.
000084 01  REPORT-LINE                 PIC X(132).
000085
000086 FD  SPEND-CSV-EXPORT
000087     LABEL RECORDS ARE STANDARD.
000088 01  CSV-RECORD                  PIC X(300).
000089
000090 WORKING-STORAGE SECTION.
000091
000092 01 WS-VND-FILE-STATUS         PIC X(2) VALUE "00".
000093 01 WS-PDT-FILE-STATUS         PIC X(2) VALUE "00".
000094 01 WS-PMT-FILE-STATUS         PIC X(2) VALUE "00".
000095 01 WS-PDT-EOF-SWITCH          PIC X(1) VALUE "N".
000096     88 NO-MORE-DETAIL-RECORDS     VALUE "Y".
000097 01 WS-PMT-EOF-SWITCH          PIC X(1) VALUE "N".
000098     88 NO-MORE-PAYMENT-RECORDS    VALUE "Y".
000099 01 WS-GLD-EOF-SWITCH          PIC X(1) VALUE "N".
000100     88 NO-MORE-DIST-RECORDS       VALUE "Y".
000101 01 WS-PDT-READ-COUNT          PIC 9(5) VALUE ZERO.
000102 01 WS-DETAIL-COUNT            PIC 9(5) VALUE ZERO.
000103 01 WS-VOIDED-COUNT            PIC 9(5) VALUE ZERO.
000104 01 WS-NOT-ON-FILE-COUNT       PIC 9(5) VALUE ZERO.
000105 01 WS-CSV-ROW-COUNT           PIC 9(5) VALUE ZERO.
000106*--------------------------------------------------
000107* Intermediate ACCEPT fields so a bad date or
000108* count is re-prompted, the VNDAGE01 way.
000109*--------------------------------------------------
000110 01 WS-DATE-FIELD              PIC X(8).
000111 01 WS-DATE-VALID-SWITCH       PIC X(1) VALUE "N".
000112     88 WS-DATE-VALID              VALUE "Y".
000113 01 WS-FROM-DATE               PIC 9(8) VALUE ZERO.
000114 01 WS-TO-DATE                 PIC 9(8) VALUE ZERO.
000115 01 WS-TOP-N-FIELD             PIC X(3).
000116 01 WS-TOP-N-VALID-SWITCH      PIC X(1) VALUE "N".
000117     88 WS-TOP-N-VALID             VALUE "Y".
000118 01 WS-TOP-N                   PIC 9(3) VALUE ZERO.
000119*--------------------------------------------------
000120* The paid invoice, off whichever file holds it.
000121*--------------------------------------------------
000122 01 WS-SELECTED-INVOICE.
000123     05 WS-SI-FOUND-SWITCH      PIC X(1).
000124         88 WS-SI-FOUND             VALUE "Y".
000125     05 WS-SI-INVOICE-DATE      PIC 9(8).
000126     05 WS-SI-DUE-DATE          PIC 9(8).
000127     05 WS-SI-GROSS             PIC 9(7)V99.
000128     05 WS-SI-DISCOUNT-PCT      PIC 9(2)V99.
000129     05 WS-SI-DISCOUNT-DATE     PIC 9(8).
000130     05 WS-SI-RECORD-TYPE       PIC X(1).
000131         88 WS-SI-CREDIT            VALUE "C".
000132 01 WS-SIGNED-PAID             PIC S9(9)V99.
000133 01 WS-DISCOUNT-AMOUNT         PIC 9(7)V99.
000134*--------------------------------------------------
000135* Payments voided on the Vendor Payment History
000136* inside the period, matched to a detail record
000137* on date, vendor, check number and method the
000138* way VNDVOID01 finds a check's detail records.
000139*--------------------------------------------------
000140 01 WS-VOID-TABLE.
000141     05 WS-VD-ENTRY OCCURS 2000 TIMES.
000142         10 WS-VD-PAYMENT-DATE   PIC 9(8).
000143         10 WS-VD-VENDOR-NUMBER  PIC 9(5).
000144         10 WS-VD-CHECK-NUMBER   PIC 9(6).
000145         10 WS-VD-METHOD         PIC X(3).
000146 01 WS-VD-USED                 PIC 9(4) COMP VALUE ZERO.
000147 01 WS-VD-IDX                  PIC 9(4) COMP.
000148 01 WS-VD-FOUND-SWITCH         PIC X(1) VALUE "N".
000149     88 WS-VD-FOUND                VALUE "Y".
000150 01 WS-VD-FULL-SWITCH          PIC X(1) VALUE "N".
000151     88 WS-VD-TABLE-FULL           VALUE "Y".
000152*--------------------------------------------------
000153* Per-vendor accumulators, built as the vendors
000154* are met on the detail file, and the ranking -
000155* WS-RANK-VT (n) is the vendor entry ranked n.
000156*--------------------------------------------------
000157 01 WS-VENDOR-TABLE.
000158     05 WS-VT-ENTRY OCCURS 1000 TIMES.
000159         10 WS-VT-VENDOR-NUMBER  PIC 9(5).
000160         10 WS-VT-VENDOR-NAME    PIC X(30).
000161         10 WS-VT-SPEND          PIC S9(11)V99.
000162         10 WS-VT-PAID-COUNT     PIC 9(5).
000163         10 WS-VT-TIMED-COUNT    PIC 9(5).
000164         10 WS-VT-TOTAL-DAYS     PIC S9(9).
000165         10 WS-VT-ON-TIME-COUNT  PIC 9(5).
000166         10 WS-VT-TAKEN-COUNT    PIC 9(5).
000167         10 WS-VT-TAKEN-AMOUNT   PIC 9(9)V99.
000168         10 WS-VT-LOST-COUNT     PIC 9(5).
000169         10 WS-VT-LOST-AMOUNT    PIC 9(9)V99.
000170         10 WS-VT-RANK           PIC 9(4).
000171 01 WS-VT-USED                 PIC 9(4) COMP VALUE ZERO.
000172 01 WS-VT-IDX                  PIC 9(4) COMP.
000173 01 WS-CURRENT-VT              PIC 9(4) COMP.
000174 01 WS-VT-FOUND-SWITCH         PIC X(1) VALUE "N".
000175     88 WS-VT-FOUND                VALUE "Y".
000176 01 WS-VT-FULL-SWITCH          PIC X(1) VALUE "N".
000177     88 WS-VT-TABLE-FULL           VALUE "Y".
000178 01 WS-RANK-TABLE.
000179     05 WS-RANK-VT OCCURS 1000 TIMES PIC 9(4) COMP.
000180 01 WS-RANK-IDX                PIC 9(4) COMP.
000181 01 WS-BEST-VT                 PIC 9(4) COMP.
000182 01 WS-BEST-SPEND              PIC S9(11)V99.
000183*--------------------------------------------------
000184* Spend by GL account and month paid, find-or-add
000185* on the two together. More than 2000 distinct
000186* pairs lumps the rest into the last bucket and
000187* says so, as VNDCLS01's journal table does.
000188*--------------------------------------------------
000189 01 WS-GL-MONTH-TABLE.
000190     05 WS-GA-ENTRY OCCURS 2000 TIMES.
000191         10 WS-GA-KEY.
000192             15 WS-GA-ACCOUNT    PIC X(8).
000193             15 WS-GA-MONTH      PIC 9(6).
000194         10 WS-GA-AMOUNT         PIC S9(11)V99.
000195 01 WS-GA-USED                 PIC 9(4) COMP VALUE ZERO.
000196 01 WS-GA-IDX                  PIC 9(4) COMP.
000197 01 WS-GA-FOUND-SWITCH         PIC X(1) VALUE "N".
000198     88 WS-GA-FOUND                VALUE "Y".
000199 01 WS-GA-FULL-SWITCH          PIC X(1) VALUE "N".
000200     88 WS-GA-TABLE-FULL           VALUE "Y".
000201 01 WS-POST-KEY.
000202     05 WS-POST-ACCOUNT         PIC X(8).
000203     05 WS-POST-MONTH           PIC 9(6).
000204 01 WS-POST-AMOUNT             PIC S9(11)V99.
000205 01 WS-LAST-POSTED-IDX         PIC 9(4) COMP.
000206 01 WS-DIST-FOUND-AMOUNT       PIC 9(9)V99.
000207 01 WS-DIST-LINE-COUNT         PIC 9(3).
000208 01 WS-REMAINING-PAID          PIC S9(9)V99.
000209 01 WS-LAST-KEY                PIC X(14).
000210 01 WS-NEXT-KEY                PIC X(14).
000211 01 WS-NEXT-GA-IDX             PIC 9(4) COMP.
000212 01 WS-MORE-KEYS-SWITCH        PIC X(1) VALUE "Y".
000213     88 NO-MORE-KEYS               VALUE "N".
000214 01 WS-PRINT-ACCOUNT           PIC X(8).
000215 01 WS-ACCOUNT-TOTAL           PIC S9(11)V99.
000216 01 WS-GL-TOTAL                PIC S9(11)V99 VALUE ZERO.
000217*--------------------------------------------------
000218* Invoices paid after their discount date, held
000219* for the part 4 listing.
000220*--------------------------------------------------
000221 01 WS-LOST-TABLE.
000222     05 WS-LD-ENTRY OCCURS 2000 TIMES.
000223         10 WS-LD-VENDOR-NUMBER  PIC 9(5).
000224         10 WS-LD-INVOICE-NUMBER PIC X(10).
000225         10 WS-LD-DISCOUNT-DATE  PIC 9(8).
000226         10 WS-LD-PAID-DATE      PIC 9(8).
000227         10 WS-LD-DAYS-LATE      PIC 9(5).
000228         10 WS-LD-AMOUNT         PIC 9(7)V99.
000229 01 WS-LD-USED                 PIC 9(4) COMP VALUE ZERO.
000230 01 WS-LD-IDX                  PIC 9(4) COMP.
000231 01 WS-LD-FULL-SWITCH          PIC X(1) VALUE "N".
000232     88 WS-LD-TABLE-FULL           VALUE "Y".
000233*--------------------------------------------------
000234* Serial-day conversion so days to pay is a plain
000235* subtraction. WS-CNV-DATE goes in, WS-CNV-DAYS
000236* comes out.
000237*--------------------------------------------------
000238 01 WS-CNV-DATE.
000239     05 WS-CNV-YEAR             PIC 9(4).
000240     05 WS-CNV-MONTH            PIC 9(2).
000241     05 WS-CNV-DAY              PIC 9(2).
000242 01 WS-CNV-DAYS                PIC 9(7).
000243 01 WS-CNV-WORK                PIC 9(7).
000244 01 WS-CNV-REM                 PIC 9(4).
000245 01 WS-CNV-PRIOR-YEAR          PIC 9(4).
000246 01 WS-MONTH-DAYS-VALUES.
000247     05 FILLER PIC X(18) VALUE "000031059090120151".
000248     05 FILLER PIC X(18) VALUE "181212243273304334".
000249 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000250     05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
000251 01 WS-PAID-DAYS               PIC 9(7).
000252 01 WS-DAYS-TO-PAY             PIC S9(7).
000253*--------------------------------------------------
000254* Report totals and the ratios worked for a line.
000255*--------------------------------------------------
000256 01 WS-TOTAL-SPEND             PIC S9(11)V99 VALUE ZERO.
000257 01 WS-OTHER-SPEND             PIC S9(11)V99 VALUE ZERO.
000258 01 WS-OTHER-COUNT             PIC 9(5) VALUE ZERO.
000259 01 WS-OTHER-PAID-COUNT        PIC 9(5) VALUE ZERO.
000260 01 WS-CUMULATIVE-SPEND        PIC S9(11)V99 VALUE ZERO.
000261 01 WS-TOTAL-PAID-COUNT        PIC 9(5) VALUE ZERO.
000262 01 WS-TOTAL-TIMED-COUNT       PIC 9(5) VALUE ZERO.
000263 01 WS-TOTAL-DAYS              PIC S9(9) VALUE ZERO.
000264 01 WS-TOTAL-ON-TIME-COUNT     PIC 9(5) VALUE ZERO.
000265 01 WS-TOTAL-TAKEN-COUNT       PIC 9(5) VALUE ZERO.
000266 01 WS-TOTAL-TAKEN-AMOUNT      PIC 9(11)V99 VALUE ZERO.
000267 01 WS-TOTAL-LOST-COUNT        PIC 9(5) VALUE ZERO.
000268 01 WS-TOTAL-LOST-AMOUNT       PIC 9(11)V99 VALUE ZERO.
000269 01 WS-PCT-AMOUNT              PIC S9(11)V99.
000270 01 WS-SPEND-PCT               PIC S9(3)V9.
000271 01 WS-CUMULATIVE-PCT          PIC S9(3)V9.
000272 01 WS-AVERAGE-DAYS            PIC S9(5)V9.
000273 01 WS-ON-TIME-PCT             PIC 9(3)V9.
000274*--------------------------------------------------
000275* The delimited row under construction, built by
000276* the VNDCSV01 paragraphs. Amounts and ratios go
000277* through leading-sign edit fields so the
000278* spreadsheet reads them as numbers, then
000279* WS-CSV-NUMBER to drop the leading blanks.
000280*--------------------------------------------------
000281 01 WS-CSV-LINE                PIC X(300).
000282 01 WS-CSV-POINTER             PIC 9(4) COMP.
000283 01 WS-CSV-FIELD               PIC X(30).
000284 01 WS-CSV-FIELD-LENGTH        PIC 9(2) COMP.
000285 01 WS-CSV-DONE-SWITCH         PIC X(1) VALUE "N".
000286     88 WS-CSV-SCAN-DONE           VALUE "Y".
000287 01 WS-CSV-AMOUNT              PIC -(11)9.99.
000288 01 WS-CSV-RATIO               PIC -(5)9.9.
000289 01 WS-CSV-COUNT               PIC Z(4)9.
000290 01 WS-CSV-NUMBER              PIC X(15).
000291 01 WS-CSV-NUMBER-START        PIC 9(2) COMP.
000292
000293*--------------------------------------------------
000294* Run Control Log fields for the START/END records
000295* this run writes through VNDRUNLG.
000296*--------------------------------------------------
000297 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDSPD01".
000298 01 WS-RUN-ENTRY-TYPE PIC X(5).
000299 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000300 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000301
000302 01 HEADING-LINE-1.
000303     05 FILLER                 PIC X(36) VALUE
000304         "AP PERFORMANCE AND SPEND ANALYSIS".
000305     05 FILLER                 PIC X(10) VALUE "PAID FROM ".
000306     05 HL1-FROM-DATE          PIC 9(8).
000307     05 FILLER                 PIC X(4)  VALUE " TO ".
000308     05 HL1-TO-DATE            PIC 9(8).
000309
000310 01 SECTION-TITLE-LINE.
000311     05 STL-TITLE              PIC X(50).
000312     05 STL-TOP-LABEL          PIC X(4).
000313     05 STL-TOP-N              PIC ZZ9 BLANK WHEN ZERO.
000314
000315 01 RANK-HEADING-LINE.
000316     05 FILLER                 PIC X(6)  VALUE "RANK".
000317     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000318     05 FILLER                 PIC X(31) VALUE "NAME".
000319     05 FILLER                 PIC X(16) VALUE
000320         "           SPEND".
000321     05 FILLER                 PIC X(8)  VALUE "  % TOT".
000322     05 FILLER                 PIC X(8)  VALUE "  CUM %".
000323     05 FILLER                 PIC X(9)  VALUE " INVOICES".
000324
000325 01 RANK-DETAIL-LINE.
000326     05 RK-RANK                PIC ZZZ9.
000327     05 FILLER                 PIC X(2)  VALUE SPACES.
000328     05 RK-VENDOR-NUMBER       PIC Z(4)9.
000329     05 FILLER                 PIC X(2)  VALUE SPACES.
000330     05 RK-VENDOR-NAME         PIC X(30).
000331     05 FILLER                 PIC X(1)  VALUE SPACES.
000332     05 RK-SPEND               PIC ZZZ,ZZZ,ZZ9.99-.
000333     05 FILLER                 PIC X(1)  VALUE SPACES.
000334     05 RK-SPEND-PCT           PIC ZZ9.9-.
000335     05 FILLER                 PIC X(2)  VALUE SPACES.
000336     05 RK-CUMULATIVE-PCT      PIC ZZ9.9-.
000337     05 FILLER                 PIC X(4)  VALUE SPACES.
000338     05 RK-PAID-COUNT          PIC Z(4)9.
000339
000340 01 RANK-OTHER-LINE.
000341     05 FILLER                 PIC X(13) VALUE SPACES.
000342     05 FILLER                 PIC X(18) VALUE
000343         "ALL OTHER VENDORS ".
000344     05 RO-VENDOR-COUNT        PIC Z(4)9.
000345     05 FILLER                 PIC X(8)  VALUE SPACES.
000346     05 RO-SPEND               PIC ZZZ,ZZZ,ZZ9.99-.
000347     05 FILLER                 PIC X(1)  VALUE SPACES.
000348     05 RO-SPEND-PCT           PIC ZZ9.9-.
000349     05 FILLER                 PIC X(12) VALUE SPACES.
000350     05 RO-PAID-COUNT          PIC Z(4)9.
000351
000352 01 GL-HEADING-LINE.
000353     05 FILLER                 PIC X(10) VALUE "ACCOUNT".
000354     05 FILLER                 PIC X(8)  VALUE "MONTH".
000355     05 FILLER                 PIC X(16) VALUE
000356         "           SPEND".
000357
000358 01 GL-DETAIL-LINE.
000359     05 GD-ACCOUNT             PIC X(8).
000360     05 FILLER                 PIC X(2)  VALUE SPACES.
000361     05 GD-MONTH               PIC 9(6).
000362     05 FILLER                 PIC X(3)  VALUE SPACES.
000363     05 GD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
000364
000365 01 DAYS-HEADING-LINE.
000366     05 FILLER                 PIC X(6)  VALUE "RANK".
000367     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000368     05 FILLER                 PIC X(31) VALUE "NAME".
000369     05 FILLER                 PIC X(9)  VALUE " INVOICES".
000370     05 FILLER                 PIC X(10) VALUE "  AVG DAYS".
000371     05 FILLER                 PIC X(9)  VALUE "  ON TIME".
000372     05 FILLER                 PIC X(10) VALUE " % ON TIME".
000373
000374 01 DAYS-DETAIL-LINE.
000375     05 DD-RANK                PIC ZZZ9.
000376     05 FILLER                 PIC X(2)  VALUE SPACES.
000377     05 DD-VENDOR-NUMBER       PIC Z(4)9.
000378     05 FILLER                 PIC X(2)  VALUE SPACES.
000379     05 DD-VENDOR-NAME         PIC X(30).
000380     05 FILLER                 PIC X(5)  VALUE SPACES.
000381     05 DD-TIMED-COUNT         PIC Z(4)9.
000382     05 FILLER                 PIC X(3)  VALUE SPACES.
000383     05 DD-AVERAGE-DAYS        PIC ZZZZ9.9-.
000384     05 FILLER                 PIC X(3)  VALUE SPACES.
000385     05 DD-ON-TIME-COUNT       PIC Z(4)9.
000386     05 FILLER                 PIC X(5)  VALUE SPACES.
000387     05 DD-ON-TIME-PCT         PIC ZZ9.9.
000388
000389 01 DISCOUNT-HEADING-LINE.
000390     05 FILLER                 PIC X(6)  VALUE "RANK".
000391     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000392     05 FILLER                 PIC X(31) VALUE "NAME".
000393     05 FILLER                 PIC X(6)  VALUE " TAKEN".
000394     05 FILLER                 PIC X(15) VALUE
000395         "   AMOUNT TAKEN".
000396     05 FILLER                 PIC X(6)  VALUE "  LOST".
000397     05 FILLER                 PIC X(15) VALUE
000398         "    AMOUNT LOST".
000399
000400 01 DISCOUNT-DETAIL-LINE.
000401     05 DS-RANK                PIC ZZZ9.
000402     05 FILLER                 PIC X(2)  VALUE SPACES.
000403     05 DS-VENDOR-NUMBER       PIC Z(4)9.
000404     05 FILLER                 PIC X(2)  VALUE SPACES.
000405     05 DS-VENDOR-NAME         PIC X(30).
000406     05 FILLER                 PIC X(2)  VALUE SPACES.
000407     05 DS-TAKEN-COUNT         PIC Z(4)9.
000408     05 FILLER                 PIC X(1)  VALUE SPACES.
000409     05 DS-TAKEN-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
000410     05 FILLER                 PIC X(1)  VALUE SPACES.
000411     05 DS-LOST-COUNT          PIC Z(4)9.
000412     05 FILLER                 PIC X(1)  VALUE SPACES.
000413     05 DS-LOST-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
000414
000415 01 LOST-HEADING-LINE.
000416     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000417     05 FILLER                 PIC X(12) VALUE "INVOICE".
000418     05 FILLER                 PIC X(10) VALUE "DISC DATE".
000419     05 FILLER                 PIC X(10) VALUE "PAID DATE".
000420     05 FILLER                 PIC X(10) VALUE " DAYS LATE".
000421     05 FILLER                 PIC X(15) VALUE
000422         "  DISCOUNT LOST".
000423
000424 01 LOST-DETAIL-LINE.
000425     05 LD-VENDOR-NUMBER       PIC Z(4)9.
000426     05 FILLER                 PIC X(2)  VALUE SPACES.
000427     05 LD-INVOICE-NUMBER      PIC X(10).
000428     05 FILLER                 PIC X(2)  VALUE SPACES.
000429     05 LD-DISCOUNT-DATE       PIC 9(8).
000430     05 FILLER                 PIC X(2)  VALUE SPACES.
000431     05 LD-PAID-DATE           PIC 9(8).
000432     05 FILLER                 PIC X(5)  VALUE SPACES.
000433     05 LD-DAYS-LATE           PIC Z(4)9.
000434     05 FILLER                 PIC X(1)  VALUE SPACES.
000435     05 LD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000436
000437 01 TOTAL-AMOUNT-LINE.
000438     05 TA-LABEL               PIC X(30).
000439     05 TA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000440
000441 01 TOTAL-COUNT-LINE.
000442     05 TC-LABEL               PIC X(30).
000443     05 TC-COUNT               PIC Z(4)9.
000444
000445 01 TOTAL-RATIO-LINE.
000446     05 TR-LABEL               PIC X(30).
000447     05 TR-RATIO               PIC ZZZZ9.9-.
000448
000449     COPY "WSSGN01.CBL".
000450
000451 PROCEDURE DIVISION.
000452 PROGRAM-BEGIN.
000453      PERFORM SIGN-ON-OPERATOR.
000454      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000455      PERFORM CHECK-OPERATOR-AUTHORITY.
000456      IF WS-AUTHORITY-OK
000457          PERFORM RUN-SPEND-ANALYSIS
000458      END-IF.
000459
000460 PROGRAM-DONE.
000461      STOP RUN.
000462
000463 RUN-SPEND-ANALYSIS.
000464      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000465      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000466          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000467          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000468          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000469      PERFORM ENTER-FROM-DATE.
000470      PERFORM ENTER-TO-DATE.
000471      PERFORM ENTER-TOP-N.
000472      PERFORM LOAD-VOIDED-PAYMENTS.
000473      OPEN INPUT VENDOR-FILE.
000474      IF WS-VND-FILE-STATUS NOT = "00"
000475          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000476              WS-VND-FILE-STATUS
000477      END-IF.
000478      OPEN INPUT OPEN-INVOICE-FILE.
000479      OPEN INPUT INVOICE-ARCHIVE-FILE.
000480      OPEN INPUT GL-DISTRIBUTION-FILE.
000481      PERFORM ANALYZE-PAYMENT-DETAILS.
000482      CLOSE VENDOR-FILE.
000483      CLOSE OPEN-INVOICE-FILE.
000484      CLOSE INVOICE-ARCHIVE-FILE.
000485      CLOSE GL-DISTRIBUTION-FILE.
000486      PERFORM RANK-VENDORS-BY-SPEND.
000487      OPEN OUTPUT SPEND-REPORT.
000488      MOVE WS-FROM-DATE TO HL1-FROM-DATE.
000489      MOVE WS-TO-DATE TO HL1-TO-DATE.
000490      MOVE HEADING-LINE-1 TO REPORT-LINE.
000491      WRITE REPORT-LINE.
000492      PERFORM PRINT-VENDOR-SPEND.
000493      PERFORM PRINT-GL-MONTH-SPEND.
000494      PERFORM PRINT-DAYS-TO-PAY.
000495      PERFORM PRINT-DISCOUNTS.
000496      PERFORM PRINT-RUN-TOTALS.
000497      CLOSE SPEND-REPORT.
000498      OPEN OUTPUT SPEND-CSV-EXPORT.
000499      PERFORM WRITE-CSV-EXPORT.
000500      CLOSE SPEND-CSV-EXPORT.
000501      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000502      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000503          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000504          WS-PDT-READ-COUNT WS-DETAIL-COUNT
000505          WS-VOIDED-COUNT WS-NOT-ON-FILE-COUNT.
000506      DISPLAY WS-DETAIL-COUNT " PAYMENT DETAILS ANALYZED".
000507      DISPLAY WS-VOIDED-COUNT " VOIDED - NOT COUNTED".
000508      DISPLAY WS-NOT-ON-FILE-COUNT " INVOICES NOT ON FILE".
000509      DISPLAY WS-CSV-ROW-COUNT " CSV ROWS WRITTEN".
000510
000511 ENTER-FROM-DATE.
000512      MOVE "N" TO WS-DATE-VALID-SWITCH.
000513      PERFORM GET-AND-CHECK-FROM-DATE
000514          UNTIL WS-DATE-VALID.
000515      MOVE WS-DATE-FIELD TO WS-FROM-DATE.
000516
000517 GET-AND-CHECK-FROM-DATE.
000518      DISPLAY "ENTER FIRST PAYMENT DATE (YYYYMMDD)".
000519      ACCEPT WS-DATE-FIELD.
000520      PERFORM VALIDATE-DATE-FIELD.
000521      IF NOT WS-DATE-VALID
000522          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000523      END-IF.
000524
000525 ENTER-TO-DATE.
000526      MOVE "N" TO WS-DATE-VALID-SWITCH.
000527      PERFORM GET-AND-CHECK-TO-DATE
000528          UNTIL WS-DATE-VALID.
000529      MOVE WS-DATE-FIELD TO WS-TO-DATE.
000530
000531 GET-AND-CHECK-TO-DATE.
000532      DISPLAY "ENTER LAST PAYMENT DATE (YYYYMMDD)".
000533      ACCEPT WS-DATE-FIELD.
000534      PERFORM VALIDATE-DATE-FIELD.
000535      IF WS-DATE-VALID
000536          IF WS-DATE-FIELD < WS-FROM-DATE
000537              MOVE "N" TO WS-DATE-VALID-SWITCH
000538              DISPLAY "LAST DATE IS BEFORE FIRST DATE"
000539          END-IF
000540      ELSE
000541          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000542      END-IF.
000543
000544 VALIDATE-DATE-FIELD.
000545      MOVE "N" TO WS-DATE-VALID-SWITCH.
000546      IF WS-DATE-FIELD IS NUMERIC
000547          AND WS-DATE-FIELD (5:2) >= "01"
000548          AND WS-DATE-FIELD (5:2) <= "12"
000549          AND WS-DATE-FIELD (7:2) >= "01"
000550          AND WS-DATE-FIELD (7:2) <= "31"
000551          MOVE "Y" TO WS-DATE-VALID-SWITCH
000552      END-IF.
000553
000554*--------------------------------------------------
000555* How many vendors part 1 lists one by one before
000556* the rest are lumped together. Blank or zero
000557* lists every vendor paid.
000558*--------------------------------------------------
000559 ENTER-TOP-N.
000560      MOVE "N" TO WS-TOP-N-VALID-SWITCH.
000561      PERFORM GET-AND-CHECK-TOP-N
000562          UNTIL WS-TOP-N-VALID.
000563
000564 GET-AND-CHECK-TOP-N.
000565      DISPLAY "RANK HOW MANY VENDORS (1-999, BLANK FOR ALL)".
000566      ACCEPT WS-TOP-N-FIELD.
000567      IF WS-TOP-N-FIELD = SPACES
000568          MOVE ZEROES TO WS-TOP-N
000569          MOVE "Y" TO WS-TOP-N-VALID-SWITCH
000570      ELSE
000571          IF WS-TOP-N-FIELD IS NUMERIC
000572              MOVE WS-TOP-N-FIELD TO WS-TOP-N
000573              MOVE "Y" TO WS-TOP-N-VALID-SWITCH
000574          ELSE
000575              DISPLAY "INVALID COUNT - PLEASE RE-ENTER"
000576          END-IF
000577      END-IF.
000578
000579*--------------------------------------------------
000580* Voided payments dated inside the period. A
000581* missing history file means nothing was voided.
000582*--------------------------------------------------
000583 LOAD-VOIDED-PAYMENTS.
000584      OPEN INPUT VENDOR-PAYMENT-HISTORY.
000585      IF WS-PMT-FILE-STATUS = "00"
000586          PERFORM READ-PAYMENT-RECORD
000587          PERFORM TABLE-ONE-PAYMENT-RECORD
000588              UNTIL NO-MORE-PAYMENT-RECORDS
000589          CLOSE VENDOR-PAYMENT-HISTORY
000590      ELSE
000591          IF WS-PMT-FILE-STATUS NOT = "35"
000592              DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
000593                  WS-PMT-FILE-STATUS
000594          END-IF
000595      END-IF.
000596
000597 READ-PAYMENT-RECORD.
000598      READ VENDOR-PAYMENT-HISTORY
000599          AT END
000600              MOVE "Y" TO WS-PMT-EOF-SWITCH
000601      END-READ.
000602
000603 TABLE-ONE-PAYMENT-RECORD.
000604      IF PMT-VOIDED
000605          AND PMT-PAYMENT-DATE NOT < WS-FROM-DATE
000606          AND PMT-PAYMENT-DATE NOT > WS-TO-DATE
000607          IF WS-VD-USED < 2000
000608              ADD 1 TO WS-VD-USED
000609              MOVE PMT-PAYMENT-DATE
000610                  TO WS-VD-PAYMENT-DATE (WS-VD-USED)
000611              MOVE PMT-VENDOR-NUMBER
000612                  TO WS-VD-VENDOR-NUMBER (WS-VD-USED)
000613              MOVE PMT-CHECK-NUMBER
000614                  TO WS-VD-CHECK-NUMBER (WS-VD-USED)
000615              MOVE PMT-METHOD TO WS-VD-METHOD (WS-VD-USED)
000616          ELSE
000617              IF NOT WS-VD-TABLE-FULL
000618                  DISPLAY "VOIDED PAYMENT TABLE FULL -"
000619                  DISPLAY "LATER VOIDS COUNTED AS SPEND"
000620                  MOVE "Y" TO WS-VD-FULL-SWITCH
000621              END-IF
000622          END-IF
000623      END-IF.
000624      PERFORM READ-PAYMENT-RECORD.
000625
000626 ANALYZE-PAYMENT-DETAILS.
000627      OPEN INPUT PAYMENT-DETAIL-FILE.
000628      IF WS-PDT-FILE-STATUS = "00"
000629          PERFORM ANALYZE-ONE-DETAIL-RECORD
000630              UNTIL NO-MORE-DETAIL-RECORDS
000631          CLOSE PAYMENT-DETAIL-FILE
000632      ELSE
000633          IF WS-PDT-FILE-STATUS NOT = "35"
000634              DISPLAY "PAYMENT DETAIL OPEN FAILED - STATUS "
000635                  WS-PDT-FILE-STATUS
000636          END-IF
000637      END-IF.
000638
000639 ANALYZE-ONE-DETAIL-RECORD.
000640      READ PAYMENT-DETAIL-FILE
000641          AT END
000642              MOVE "Y" TO WS-PDT-EOF-SWITCH
000643          NOT AT END
000644              ADD 1 TO WS-PDT-READ-COUNT
000645              IF PDT-PAYMENT-DATE NOT < WS-FROM-DATE
000646                  AND PDT-PAYMENT-DATE NOT > WS-TO-DATE
000647                  PERFORM CHECK-DETAIL-VOIDED
000648              END-IF
000649      END-READ.
000650
000651 CHECK-DETAIL-VOIDED.
000652      MOVE "N" TO WS-VD-FOUND-SWITCH.
000653      MOVE 1 TO WS-VD-IDX.
000654      PERFORM CHECK-ONE-VOID-ENTRY
000655          UNTIL WS-VD-IDX > WS-VD-USED
000656              OR WS-VD-FOUND.
000657      IF WS-VD-FOUND
000658          ADD 1 TO WS-VOIDED-COUNT
000659      ELSE
000660          PERFORM ANALYZE-PAID-INVOICE
000661      END-IF.
000662
000663 CHECK-ONE-VOID-ENTRY.
000664      IF WS-VD-PAYMENT-DATE (WS-VD-IDX) = PDT-PAYMENT-DATE
000665          AND WS-VD-VENDOR-NUMBER (WS-VD-IDX) =
000666              PDT-VENDOR-NUMBER
000667          AND WS-VD-CHECK-NUMBER (WS-VD-IDX) =
000668              PDT-CHECK-NUMBER
000669          AND WS-VD-METHOD (WS-VD-IDX) = PDT-METHOD
000670          MOVE "Y" TO WS-VD-FOUND-SWITCH
000671      ELSE
000672          ADD 1 TO WS-VD-IDX
000673      END-IF.
000674
000675*--------------------------------------------------
000676* One invoice or credit memo paid in the period.
000677* Its vendor entry takes the spend, then the GL
000678* spread, days to pay and terms are worked off
000679* the invoice if it can still be found.
000680*--------------------------------------------------
000681 ANALYZE-PAID-INVOICE.
000682      ADD 1 TO WS-DETAIL-COUNT.
000683      PERFORM FIND-PAID-INVOICE.
000684      IF WS-SI-CREDIT
000685          COMPUTE WS-SIGNED-PAID = 0 - PDT-AMOUNT
000686      ELSE
000687          MOVE PDT-AMOUNT TO WS-SIGNED-PAID
000688      END-IF.
000689      ADD WS-SIGNED-PAID TO WS-TOTAL-SPEND.
000690      PERFORM FIND-VENDOR-ENTRY.
000691      IF WS-CURRENT-VT > ZEROES
000692          ADD WS-SIGNED-PAID TO WS-VT-SPEND (WS-CURRENT-VT)
000693          ADD 1 TO WS-VT-PAID-COUNT (WS-CURRENT-VT)
000694      END-IF.
000695      MOVE PDT-PAYMENT-DATE (1:6) TO WS-POST-MONTH.
000696      PERFORM SPREAD-PAYMENT-TO-ACCOUNTS.
000697      IF WS-SI-FOUND
000698          AND NOT WS-SI-CREDIT
000699          AND WS-CURRENT-VT > ZEROES
000700          PERFORM TIME-INVOICE-PAYMENT
000701          PERFORM CHECK-INVOICE-TERMS
000702      END-IF.
000703
000704 FIND-PAID-INVOICE.
000705      MOVE "N" TO WS-SI-FOUND-SWITCH.
000706      MOVE SPACE TO WS-SI-RECORD-TYPE.
000707      MOVE PDT-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
000708      MOVE PDT-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
000709      READ OPEN-INVOICE-FILE
000710          INVALID KEY
000711              PERFORM FIND-ARCHIVED-INVOICE
000712          NOT INVALID KEY
000713              MOVE "Y" TO WS-SI-FOUND-SWITCH
000714              MOVE INV-INVOICE-DATE TO WS-SI-INVOICE-DATE
000715              MOVE INV-DUE-DATE TO WS-SI-DUE-DATE
000716              MOVE INV-GROSS-AMOUNT TO WS-SI-GROSS
000717              MOVE INV-DISCOUNT-PCT TO WS-SI-DISCOUNT-PCT
000718              MOVE INV-DISCOUNT-DATE TO WS-SI-DISCOUNT-DATE
000719              MOVE INV-RECORD-TYPE TO WS-SI-RECORD-TYPE
000720      END-READ.
000721      IF NOT WS-SI-FOUND
000722          ADD 1 TO WS-NOT-ON-FILE-COUNT
000723      END-IF.
000724
000725 FIND-ARCHIVED-INVOICE.
000726      MOVE PDT-VENDOR-NUMBER TO AIV-VENDOR-NUMBER.
000727      MOVE PDT-INVOICE-NUMBER TO AIV-INVOICE-NUMBER.
000728      READ INVOICE-ARCHIVE-FILE
000729          INVALID KEY
000730              CONTINUE
000731          NOT INVALID KEY
000732              MOVE "Y" TO WS-SI-FOUND-SWITCH
000733              MOVE AIV-INVOICE-DATE TO WS-SI-INVOICE-DATE
000734              MOVE AIV-DUE-DATE TO WS-SI-DUE-DATE
000735              MOVE AIV-GROSS-AMOUNT TO WS-SI-GROSS
000736              MOVE AIV-DISCOUNT-PCT TO WS-SI-DISCOUNT-PCT
000737              MOVE AIV-DISCOUNT-DATE TO WS-SI-DISCOUNT-DATE
000738              MOVE AIV-RECORD-TYPE TO WS-SI-RECORD-TYPE
000739      END-READ.
000740
000741*--------------------------------------------------
000742* Find-or-add on vendor number, the VNDAUDAR tally
000743* way; the name comes off the Vendor File when
000744* the vendor is first met. WS-CURRENT-VT is left
000745* zero if the table is already full.
000746*--------------------------------------------------
000747 FIND-VENDOR-ENTRY.
000748      MOVE ZEROES TO WS-CURRENT-VT.
000749      MOVE "N" TO WS-VT-FOUND-SWITCH.
000750      MOVE 1 TO WS-VT-IDX.
000751      PERFORM CHECK-ONE-VENDOR-ENTRY
000752          UNTIL WS-VT-IDX > WS-VT-USED
000753              OR WS-VT-FOUND.
000754      IF WS-VT-FOUND
000755          MOVE WS-VT-IDX TO WS-CURRENT-VT
000756      ELSE
000757          IF WS-VT-USED < 1000
000758              PERFORM ADD-VENDOR-ENTRY
000759          ELSE
000760              IF NOT WS-VT-TABLE-FULL
000761                  DISPLAY "VENDOR TABLE FULL -"
000762                  DISPLAY "BY-VENDOR FIGURES INCOMPLETE"
000763                  MOVE "Y" TO WS-VT-FULL-SWITCH
000764              END-IF
000765          END-IF
000766      END-IF.
000767
000768 CHECK-ONE-VENDOR-ENTRY.
000769      IF WS-VT-VENDOR-NUMBER (WS-VT-IDX) = PDT-VENDOR-NUMBER
000770          MOVE "Y" TO WS-VT-FOUND-SWITCH
000771      ELSE
000772          ADD 1 TO WS-VT-IDX
000773      END-IF.
000774
000775 ADD-VENDOR-ENTRY.
000776      ADD 1 TO WS-VT-USED.
000777      MOVE WS-VT-USED TO WS-CURRENT-VT.
000778      MOVE PDT-VENDOR-NUMBER
000779          TO WS-VT-VENDOR-NUMBER (WS-CURRENT-VT).
000780      MOVE PDT-VENDOR-NUMBER TO VENDOR-NUMBER.
000781      READ VENDOR-FILE
000782          INVALID KEY
000783              MOVE "*VENDOR NOT ON FILE*"
000784                  TO WS-VT-VENDOR-NAME (WS-CURRENT-VT)
000785          NOT INVALID KEY
000786              MOVE VENDOR-NAME
000787                  TO WS-VT-VENDOR-NAME (WS-CURRENT-VT)
000788      END-READ.
000789      MOVE ZEROES TO WS-VT-SPEND (WS-CURRENT-VT).
000790      MOVE ZEROES TO WS-VT-PAID-COUNT (WS-CURRENT-VT).
000791      MOVE ZEROES TO WS-VT-TIMED-COUNT (WS-CURRENT-VT).
000792      MOVE ZEROES TO WS-VT-TOTAL-DAYS (WS-CURRENT-VT).
000793      MOVE ZEROES TO WS-VT-ON-TIME-COUNT (WS-CURRENT-VT).
000794      MOVE ZEROES TO WS-VT-TAKEN-COUNT (WS-CURRENT-VT).
000795      MOVE ZEROES TO WS-VT-TAKEN-AMOUNT (WS-CURRENT-VT).
000796      MOVE ZEROES TO WS-VT-LOST-COUNT (WS-CURRENT-VT).
000797      MOVE ZEROES TO WS-VT-LOST-AMOUNT (WS-CURRENT-VT).
000798      MOVE ZEROES TO WS-VT-RANK (WS-CURRENT-VT).
000799
000800*--------------------------------------------------
000801* The payment spread over the invoice's
000802* distribution lines, read off with a START at
000803* line zero the way VNDCLS01 reads them. Each line
000804* takes its share of the gross; when the lines
000805* cover the whole gross, the rounding left over
000806* goes to the last line's account, otherwise what
000807* is left goes to UNDISTRB. An invoice no longer
000808* on file goes to UNDISTRB whole.
000809*--------------------------------------------------
000810 SPREAD-PAYMENT-TO-ACCOUNTS.
000811      MOVE WS-SIGNED-PAID TO WS-REMAINING-PAID.
000812      MOVE ZEROES TO WS-DIST-FOUND-AMOUNT.
000813      MOVE ZEROES TO WS-DIST-LINE-COUNT.
000814      MOVE ZEROES TO WS-LAST-POSTED-IDX.
000815      IF WS-SI-FOUND
000816          AND WS-SI-GROSS > ZEROES
000817          MOVE PDT-VENDOR-NUMBER TO GLD-VENDOR-NUMBER
000818          MOVE PDT-INVOICE-NUMBER TO GLD-INVOICE-NUMBER
000819          MOVE ZEROES TO GLD-LINE-NUMBER
000820          MOVE "N" TO WS-GLD-EOF-SWITCH
000821          START GL-DISTRIBUTION-FILE
000822              KEY IS NOT LESS THAN GLD-DIST-KEY
000823              INVALID KEY
000824                  MOVE "Y" TO WS-GLD-EOF-SWITCH
000825          END-START
000826          PERFORM SPREAD-ONE-DIST-RECORD
000827              UNTIL NO-MORE-DIST-RECORDS
000828      END-IF.
000829      IF WS-REMAINING-PAID NOT = ZEROES
000830          IF WS-DIST-LINE-COUNT > ZEROES
000831              AND WS-DIST-FOUND-AMOUNT = WS-SI-GROSS
000832              AND WS-LAST-POSTED-IDX > ZEROES
000833              ADD WS-REMAINING-PAID
000834                  TO WS-GA-AMOUNT (WS-LAST-POSTED-IDX)
000835          ELSE
000836              MOVE "UNDISTRB" TO WS-POST-ACCOUNT
000837              MOVE WS-REMAINING-PAID TO WS-POST-AMOUNT
000838              PERFORM POST-TO-GL-MONTH-TABLE
000839          END-IF
000840      END-IF.
000841
000842 SPREAD-ONE-DIST-RECORD.
000843      READ GL-DISTRIBUTION-FILE NEXT RECORD
000844          AT END
000845              MOVE "Y" TO WS-GLD-EOF-SWITCH
000846          NOT AT END
000847              IF GLD-VENDOR-NUMBER = PDT-VENDOR-NUMBER
000848                  AND GLD-INVOICE-NUMBER = PDT-INVOICE-NUMBER
000849                  PERFORM SPREAD-ONE-DIST-LINE
000850              ELSE
000851                  MOVE "Y" TO WS-GLD-EOF-SWITCH
000852              END-IF
000853      END-READ.
000854
000855 SPREAD-ONE-DIST-LINE.
000856      MOVE GLD-GL-ACCOUNT TO WS-POST-ACCOUNT.
000857      COMPUTE WS-POST-AMOUNT ROUNDED =
000858          WS-SIGNED-PAID * GLD-AMOUNT / WS-SI-GROSS.
000859      PERFORM POST-TO-GL-MONTH-TABLE.
000860      SUBTRACT WS-POST-AMOUNT FROM WS-REMAINING-PAID.
000861      ADD GLD-AMOUNT TO WS-DIST-FOUND-AMOUNT.
000862      ADD 1 TO WS-DIST-LINE-COUNT.
000863
000864 POST-TO-GL-MONTH-TABLE.
000865      MOVE "N" TO WS-GA-FOUND-SWITCH.
000866      MOVE 1 TO WS-GA-IDX.
000867      PERFORM LOOK-UP-GL-MONTH-ENTRY
000868          UNTIL WS-GA-IDX > WS-GA-USED
000869              OR WS-GA-FOUND.
000870      IF WS-GA-FOUND
000871          ADD WS-POST-AMOUNT TO WS-GA-AMOUNT (WS-GA-IDX)
000872      ELSE
000873          IF WS-GA-USED < 2000
000874              ADD 1 TO WS-GA-USED
000875              MOVE WS-GA-USED TO WS-GA-IDX
000876              MOVE WS-POST-KEY TO WS-GA-KEY (WS-GA-IDX)
000877              MOVE WS-POST-AMOUNT TO WS-GA-AMOUNT (WS-GA-IDX)
000878          ELSE
000879              MOVE WS-GA-USED TO WS-GA-IDX
000880              ADD WS-POST-AMOUNT TO WS-GA-AMOUNT (WS-GA-IDX)
000881              IF NOT WS-GA-TABLE-FULL
000882                  DISPLAY "GL MONTH TABLE FULL -"
000883                  DISPLAY "LAST ACCOUNT LINE INCLUDES THE REST"
000884                  MOVE "Y" TO WS-GA-FULL-SWITCH
000885              END-IF
000886          END-IF
000887      END-IF.
000888      MOVE WS-GA-IDX TO WS-LAST-POSTED-IDX.
000889
000890 LOOK-UP-GL-MONTH-ENTRY.
000891      IF WS-GA-KEY (WS-GA-IDX) = WS-POST-KEY
000892          MOVE "Y" TO WS-GA-FOUND-SWITCH
000893      ELSE
000894          ADD 1 TO WS-GA-IDX
000895      END-IF.
000896
000897*--------------------------------------------------
000898* Days from invoice date to payment, and on time
000899* if paid on or before the due date. An invoice
000900* with no usable invoice date is not timed.
000901*--------------------------------------------------
000902 TIME-INVOICE-PAYMENT.
000903      IF WS-SI-INVOICE-DATE IS NUMERIC
000904          AND WS-SI-INVOICE-DATE > ZEROES
000905          MOVE PDT-PAYMENT-DATE TO WS-CNV-DATE
000906          PERFORM CONVERT-DATE-TO-DAYS
000907          MOVE WS-CNV-DAYS TO WS-PAID-DAYS
000908          MOVE WS-SI-INVOICE-DATE TO WS-CNV-DATE
000909          PERFORM CONVERT-DATE-TO-DAYS
000910          COMPUTE WS-DAYS-TO-PAY = WS-PAID-DAYS - WS-CNV-DAYS
000911          ADD 1 TO WS-VT-TIMED-COUNT (WS-CURRENT-VT)
000912          ADD WS-DAYS-TO-PAY TO WS-VT-TOTAL-DAYS (WS-CURRENT-VT)
000913          IF PDT-PAYMENT-DATE NOT > WS-SI-DUE-DATE
000914              ADD 1 TO WS-VT-ON-TIME-COUNT (WS-CURRENT-VT)
000915          END-IF
000916      END-IF.
000917
000918*--------------------------------------------------
000919* Terms are honored when the payment date is
000920* inside the discount window, as VNDPAY01 applies
000921* them; paid later, the discount was lost.
000922*--------------------------------------------------
000923 CHECK-INVOICE-TERMS.
000924      IF WS-SI-DISCOUNT-PCT IS NUMERIC
000925          AND WS-SI-DISCOUNT-DATE IS NUMERIC
000926          AND WS-SI-DISCOUNT-PCT > ZEROES
000927          PERFORM COMPUTE-USD-DISCOUNT
000928          IF PDT-PAYMENT-DATE NOT > WS-SI-DISCOUNT-DATE
000929              ADD 1 TO WS-VT-TAKEN-COUNT (WS-CURRENT-VT)
000930              ADD WS-DISCOUNT-AMOUNT
000931                  TO WS-VT-TAKEN-AMOUNT (WS-CURRENT-VT)
000932          ELSE
000933              ADD 1 TO WS-VT-LOST-COUNT (WS-CURRENT-VT)
000934              ADD WS-DISCOUNT-AMOUNT
000935                  TO WS-VT-LOST-AMOUNT (WS-CURRENT-VT)
000936              PERFORM STORE-LOST-DISCOUNT
000937          END-IF
000938      END-IF.
000939
000940 COMPUTE-USD-DISCOUNT.
000941      IF PDT-CURRENCY-CODE NOT = "USD"
000942          AND PDT-CURRENCY-CODE NOT = SPACES
000943          AND PDT-PAID-RATE IS NUMERIC
000944          AND PDT-PAID-RATE > ZEROES
000945          COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
000946              WS-SI-GROSS * WS-SI-DISCOUNT-PCT / 100
000947                  * PDT-PAID-RATE
000948      ELSE
000949          COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
000950              WS-SI-GROSS * WS-SI-DISCOUNT-PCT / 100
000951      END-IF.
000952
000953 STORE-LOST-DISCOUNT.
000954      IF WS-LD-USED < 2000
000955          ADD 1 TO WS-LD-USED
000956          MOVE PDT-VENDOR-NUMBER
000957              TO WS-LD-VENDOR-NUMBER (WS-LD-USED)
000958          MOVE PDT-INVOICE-NUMBER
000959              TO WS-LD-INVOICE-NUMBER (WS-LD-USED)
000960          MOVE WS-SI-DISCOUNT-DATE
000961              TO WS-LD-DISCOUNT-DATE (WS-LD-USED)
000962          MOVE PDT-PAYMENT-DATE TO WS-LD-PAID-DATE (WS-LD-USED)
000963          MOVE PDT-PAYMENT-DATE TO WS-CNV-DATE
000964          PERFORM CONVERT-DATE-TO-DAYS
000965          MOVE WS-CNV-DAYS TO WS-PAID-DAYS
000966          MOVE WS-SI-DISCOUNT-DATE TO WS-CNV-DATE
000967          PERFORM CONVERT-DATE-TO-DAYS
000968          COMPUTE WS-LD-DAYS-LATE (WS-LD-USED) =
000969              WS-PAID-DAYS - WS-CNV-DAYS
000970          MOVE WS-DISCOUNT-AMOUNT TO WS-LD-AMOUNT (WS-LD-USED)
000971      ELSE
000972          IF NOT WS-LD-TABLE-FULL
000973              DISPLAY "LOST DISCOUNT TABLE FULL -"
000974              DISPLAY "LISTING INCOMPLETE, TOTALS ARE NOT"
000975              MOVE "Y" TO WS-LD-FULL-SWITCH
000976          END-IF
000977      END-IF.
000978
000979*--------------------------------------------------
000980* Leap days are counted for the years BEFORE this
000981* one - counting the current year's own leap day
000982* here would double it with the past-February
000983* adjustment below.
000984*--------------------------------------------------
000985 CONVERT-DATE-TO-DAYS.
000986      COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365.
000987      COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YEAR - 1.
000988      DIVIDE WS-CNV-PRIOR-YEAR BY 4 GIVING WS-CNV-WORK.
000989      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000990      DIVIDE WS-CNV-PRIOR-YEAR BY 100 GIVING WS-CNV-WORK.
000991      SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
000992      DIVIDE WS-CNV-PRIOR-YEAR BY 400 GIVING WS-CNV-WORK.
000993      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000994      ADD WS-MONTH-DAYS (WS-CNV-MONTH) TO WS-CNV-DAYS.
000995      ADD WS-CNV-DAY TO WS-CNV-DAYS.
000996      IF WS-CNV-MONTH > 2
000997          PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
000998      END-IF.
000999
001000 ADD-LEAP-DAY-IF-LEAP-YEAR.
001001      DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK
001002          REMAINDER WS-CNV-REM.
001003      IF WS-CNV-REM = ZEROES
001004          DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK
001005              REMAINDER WS-CNV-REM
001006          IF WS-CNV-REM NOT = ZEROES
001007              ADD 1 TO WS-CNV-DAYS
001008          ELSE
001009              DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK
001010                  REMAINDER WS-CNV-REM
001011              IF WS-CNV-REM = ZEROES
001012                  ADD 1 TO WS-CNV-DAYS
001013              END-IF
001014          END-IF
001015      END-IF.
001016
001017*--------------------------------------------------
001018* Ranks the vendors largest spend first by picking
001019* the highest unranked entry each time round.
001020* Every part lists vendors in this order.
001021*--------------------------------------------------
001022 RANK-VENDORS-BY-SPEND.
001023      MOVE 1 TO WS-RANK-IDX.
001024      PERFORM RANK-NEXT-VENDOR
001025          UNTIL WS-RANK-IDX > WS-VT-USED.
001026
001027 RANK-NEXT-VENDOR.
001028      MOVE ZEROES TO WS-BEST-VT.
001029      MOVE 1 TO WS-VT-IDX.
001030      PERFORM FIND-NEXT-HIGHEST-SPEND
001031          UNTIL WS-VT-IDX > WS-VT-USED.
001032      MOVE WS-RANK-IDX TO WS-VT-RANK (WS-BEST-VT).
001033      MOVE WS-BEST-VT TO WS-RANK-VT (WS-RANK-IDX).
001034      ADD 1 TO WS-RANK-IDX.
001035
001036 FIND-NEXT-HIGHEST-SPEND.
001037      IF WS-VT-RANK (WS-VT-IDX) = ZEROES
001038          IF WS-BEST-VT = ZEROES
001039              MOVE WS-VT-IDX TO WS-BEST-VT
001040              MOVE WS-VT-SPEND (WS-VT-IDX) TO WS-BEST-SPEND
001041          ELSE
001042              IF WS-VT-SPEND (WS-VT-IDX) > WS-BEST-SPEND
001043                  MOVE WS-VT-IDX TO WS-BEST-VT
001044                  MOVE WS-VT-SPEND (WS-VT-IDX)
001045                      TO WS-BEST-SPEND
001046              END-IF
001047          END-IF
001048      END-IF.
001049      ADD 1 TO WS-VT-IDX.
001050
001051*--------------------------------------------------
001052* Part 1. Ranks past the top-N cut are added into
001053* the ALL OTHER VENDORS line, not printed.
001054*--------------------------------------------------
001055 PRINT-VENDOR-SPEND.
001056      MOVE "PART 1 - SPEND BY VENDOR, RANKED" TO STL-TITLE.
001057      IF WS-TOP-N > ZEROES
001058          MOVE "TOP " TO STL-TOP-LABEL
001059      ELSE
001060          MOVE SPACES TO STL-TOP-LABEL
001061      END-IF.
001062      MOVE WS-TOP-N TO STL-TOP-N.
001063      PERFORM PRINT-SECTION-TITLE.
001064      MOVE RANK-HEADING-LINE TO REPORT-LINE.
001065      WRITE REPORT-LINE.
001066      MOVE ZEROES TO WS-CUMULATIVE-SPEND.
001067      MOVE 1 TO WS-RANK-IDX.
001068      PERFORM PRINT-ONE-RANKED-VENDOR
001069          UNTIL WS-RANK-IDX > WS-VT-USED.
001070      IF WS-OTHER-COUNT > ZEROES
001071          MOVE WS-OTHER-COUNT TO RO-VENDOR-COUNT
001072          MOVE WS-OTHER-SPEND TO RO-SPEND
001073          MOVE WS-OTHER-SPEND TO WS-PCT-AMOUNT
001074          PERFORM COMPUTE-SPEND-PCT
001075          MOVE WS-SPEND-PCT TO RO-SPEND-PCT
001076          MOVE WS-OTHER-PAID-COUNT TO RO-PAID-COUNT
001077          MOVE RANK-OTHER-LINE TO REPORT-LINE
001078          WRITE REPORT-LINE
001079      END-IF.
001080      MOVE SPACES TO REPORT-LINE.
001081      WRITE REPORT-LINE.
001082      MOVE "TOTAL SPEND" TO TA-LABEL.
001083      MOVE WS-TOTAL-SPEND TO TA-AMOUNT.
001084      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
001085      WRITE REPORT-LINE.
001086      MOVE "VENDORS PAID" TO TC-LABEL.
001087      MOVE WS-VT-USED TO TC-COUNT.
001088      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
001089      WRITE REPORT-LINE.
001090
001091 PRINT-ONE-RANKED-VENDOR.
001092      MOVE WS-RANK-VT (WS-RANK-IDX) TO WS-VT-IDX.
001093      IF WS-TOP-N = ZEROES
001094          OR WS-RANK-IDX NOT > WS-TOP-N
001095          ADD WS-VT-SPEND (WS-VT-IDX) TO WS-CUMULATIVE-SPEND
001096          MOVE WS-RANK-IDX TO RK-RANK
001097          MOVE WS-VT-VENDOR-NUMBER (WS-VT-IDX)
001098              TO RK-VENDOR-NUMBER
001099          MOVE WS-VT-VENDOR-NAME (WS-VT-IDX) TO RK-VENDOR-NAME
001100          MOVE WS-VT-SPEND (WS-VT-IDX) TO RK-SPEND
001101          MOVE WS-VT-SPEND (WS-VT-IDX) TO WS-PCT-AMOUNT
001102          PERFORM COMPUTE-SPEND-PCT
001103          MOVE WS-SPEND-PCT TO RK-SPEND-PCT
001104          MOVE WS-CUMULATIVE-SPEND TO WS-PCT-AMOUNT
001105          PERFORM COMPUTE-SPEND-PCT
001106          MOVE WS-SPEND-PCT TO RK-CUMULATIVE-PCT
001107          MOVE WS-VT-PAID-COUNT (WS-VT-IDX) TO RK-PAID-COUNT
001108          MOVE RANK-DETAIL-LINE TO REPORT-LINE
001109          WRITE REPORT-LINE
001110      ELSE
001111          ADD 1 TO WS-OTHER-COUNT
001112          ADD WS-VT-SPEND (WS-VT-IDX) TO WS-OTHER-SPEND
001113          ADD WS-VT-PAID-COUNT (WS-VT-IDX)
001114              TO WS-OTHER-PAID-COUNT
001115      END-IF.
001116      ADD 1 TO WS-RANK-IDX.
001117
001118*--------------------------------------------------
001119* WS-PCT-AMOUNT as a percentage of total spend.
001120* Credits can bring the total to zero or below, so
001121* no percentage is shown then.
001122*--------------------------------------------------
001123 COMPUTE-SPEND-PCT.
001124      IF WS-TOTAL-SPEND > ZEROES
001125          COMPUTE WS-SPEND-PCT ROUNDED =
001126              WS-PCT-AMOUNT * 100 / WS-TOTAL-SPEND
001127      ELSE
001128          MOVE ZEROES TO WS-SPEND-PCT
001129      END-IF.
001130
001131*--------------------------------------------------
001132* Part 2, account then month, the next key in
001133* order picked off the table each time round the
001134* way VNDESC01 picks its next state. A total line
001135* closes each account.
001136*--------------------------------------------------
001137 PRINT-GL-MONTH-SPEND.
001138      MOVE "PART 2 - SPEND BY GL ACCOUNT BY MONTH"
001139          TO STL-TITLE.
001140      MOVE SPACES TO STL-TOP-LABEL.
001141      MOVE ZEROES TO STL-TOP-N.
001142      PERFORM PRINT-SECTION-TITLE.
001143      MOVE GL-HEADING-LINE TO REPORT-LINE.
001144      WRITE REPORT-LINE.
001145      MOVE SPACES TO WS-PRINT-ACCOUNT.
001146      MOVE ZEROES TO WS-ACCOUNT-TOTAL.
001147      MOVE LOW-VALUES TO WS-LAST-KEY.
001148      MOVE "Y" TO WS-MORE-KEYS-SWITCH.
001149      PERFORM PRINT-NEXT-GL-MONTH
001150          UNTIL NO-MORE-KEYS.
001151      IF WS-GA-USED > ZEROES
001152          PERFORM PRINT-ACCOUNT-TOTAL
001153      END-IF.
001154      MOVE SPACES TO REPORT-LINE.
001155      WRITE REPORT-LINE.
001156      MOVE "TOTAL SPEND" TO TA-LABEL.
001157      MOVE WS-GL-TOTAL TO TA-AMOUNT.
001158      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
001159      WRITE REPORT-LINE.
001160
001161 PRINT-NEXT-GL-MONTH.
001162      MOVE HIGH-VALUES TO WS-NEXT-KEY.
001163      MOVE 1 TO WS-GA-IDX.
001164      PERFORM FIND-NEXT-GL-MONTH
001165          UNTIL WS-GA-IDX > WS-GA-USED.
001166      IF WS-NEXT-KEY = HIGH-VALUES
001167          MOVE "N" TO WS-MORE-KEYS-SWITCH
001168      ELSE
001169          PERFORM PRINT-ONE-GL-MONTH
001170          MOVE WS-NEXT-KEY TO WS-LAST-KEY
001171      END-IF.
001172
001173 FIND-NEXT-GL-MONTH.
001174      IF WS-GA-KEY (WS-GA-IDX) > WS-LAST-KEY
001175          AND WS-GA-KEY (WS-GA-IDX) < WS-NEXT-KEY
001176          MOVE WS-GA-KEY (WS-GA-IDX) TO WS-NEXT-KEY
001177          MOVE WS-GA-IDX TO WS-NEXT-GA-IDX
001178      END-IF.
001179      ADD 1 TO WS-GA-IDX.
001180
001181 PRINT-ONE-GL-MONTH.
001182      MOVE WS-NEXT-GA-IDX TO WS-GA-IDX.
001183      IF WS-GA-ACCOUNT (WS-GA-IDX) NOT = WS-PRINT-ACCOUNT
001184          IF WS-LAST-KEY NOT = LOW-VALUES
001185              PERFORM PRINT-ACCOUNT-TOTAL
001186          END-IF
001187          MOVE WS-GA-ACCOUNT (WS-GA-IDX) TO WS-PRINT-ACCOUNT
001188          MOVE ZEROES TO WS-ACCOUNT-TOTAL
001189      END-IF.
001190      MOVE WS-GA-ACCOUNT (WS-GA-IDX) TO GD-ACCOUNT.
001191      MOVE WS-GA-MONTH (WS-GA-IDX) TO GD-MONTH.
001192      MOVE WS-GA-AMOUNT (WS-GA-IDX) TO GD-AMOUNT.
001193      MOVE GL-DETAIL-LINE TO REPORT-LINE.
001194      WRITE REPORT-LINE.
001195      ADD WS-GA-AMOUNT (WS-GA-IDX) TO WS-ACCOUNT-TOTAL.
001196      ADD WS-GA-AMOUNT (WS-GA-IDX) TO WS-GL-TOTAL.
001197
001198 PRINT-ACCOUNT-TOTAL.
001199      MOVE SPACES TO TA-LABEL.
001200      STRING "  " WS-PRINT-ACCOUNT " TOTAL"
001201          DELIMITED BY SIZE
001202          INTO TA-LABEL
001203      END-STRING.
001204      MOVE WS-ACCOUNT-TOTAL TO TA-AMOUNT.
001205      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
001206      WRITE REPORT-LINE.
001207      MOVE SPACES TO REPORT-LINE.
001208      WRITE REPORT-LINE.
001209
001210*--------------------------------------------------
001211* Part 3, in spend rank order. Vendors paid only
001212* on credit memos or on invoices no longer on file
001213* have nothing timed and are left off.
001214*--------------------------------------------------
001215 PRINT-DAYS-TO-PAY.
001216      MOVE "PART 3 - DAYS TO PAY BY VENDOR" TO STL-TITLE.
001217      MOVE SPACES TO STL-TOP-LABEL.
001218      MOVE ZEROES TO STL-TOP-N.
001219      PERFORM PRINT-SECTION-TITLE.
001220      MOVE DAYS-HEADING-LINE TO REPORT-LINE.
001221      WRITE REPORT-LINE.
001222      MOVE 1 TO WS-RANK-IDX.
001223      PERFORM PRINT-ONE-DAYS-LINE
001224          UNTIL WS-RANK-IDX > WS-VT-USED.
001225      MOVE SPACES TO REPORT-LINE.
001226      WRITE REPORT-LINE.
001227      MOVE "INVOICES TIMED" TO TC-LABEL.
001228      MOVE WS-TOTAL-TIMED-COUNT TO TC-COUNT.
001229      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
001230      WRITE REPORT-LINE.
001231      PERFORM PRINT-ALL-VENDOR-TIMING.
001232
001233 PRINT-ONE-DAYS-LINE.
001234      MOVE WS-RANK-VT (WS-RANK-IDX) TO WS-VT-IDX.
001235      ADD WS-VT-TIMED-COUNT (WS-VT-IDX) TO WS-TOTAL-TIMED-COUNT.
001236      ADD WS-VT-TOTAL-DAYS (WS-VT-IDX) TO WS-TOTAL-DAYS.
001237      ADD WS-VT-ON-TIME-COUNT (WS-VT-IDX)
001238          TO WS-TOTAL-ON-TIME-COUNT.
001239      IF WS-VT-TIMED-COUNT (WS-VT-IDX) > ZEROES
001240          PERFORM COMPUTE-VENDOR-TIMING
001241          MOVE WS-RANK-IDX TO DD-RANK
001242          MOVE WS-VT-VENDOR-NUMBER (WS-VT-IDX)
001243              TO DD-VENDOR-NUMBER
001244          MOVE WS-VT-VENDOR-NAME (WS-VT-IDX) TO DD-VENDOR-NAME
001245          MOVE WS-VT-TIMED-COUNT (WS-VT-IDX) TO DD-TIMED-COUNT
001246          MOVE WS-AVERAGE-DAYS TO DD-AVERAGE-DAYS
001247          MOVE WS-VT-ON-TIME-COUNT (WS-VT-IDX)
001248              TO DD-ON-TIME-COUNT
001249          MOVE WS-ON-TIME-PCT TO DD-ON-TIME-PCT
001250          MOVE DAYS-DETAIL-LINE TO REPORT-LINE
001251          WRITE REPORT-LINE
001252      END-IF.
001253      ADD 1 TO WS-RANK-IDX.
001254
001255 COMPUTE-VENDOR-TIMING.
001256      IF WS-VT-TIMED-COUNT (WS-VT-IDX) > ZEROES
001257          COMPUTE WS-AVERAGE-DAYS ROUNDED =
001258              WS-VT-TOTAL-DAYS (WS-VT-IDX)
001259                  / WS-VT-TIMED-COUNT (WS-VT-IDX)
001260          COMPUTE WS-ON-TIME-PCT ROUNDED =
001261              WS-VT-ON-TIME-COUNT (WS-VT-IDX) * 100
001262                  / WS-VT-TIMED-COUNT (WS-VT-IDX)
001263      ELSE
001264          MOVE ZEROES TO WS-AVERAGE-DAYS
001265          MOVE ZEROES TO WS-ON-TIME-PCT
001266      END-IF.
001267
001268*--------------------------------------------------
001269* Part 4, in spend rank order, vendors with terms
001270* only, then the invoices the discount was lost
001271* on in the order they were paid.
001272*--------------------------------------------------
001273 PRINT-DISCOUNTS.
001274      MOVE "PART 4 - DISCOUNTS TAKEN VERSUS LOST"
001275          TO STL-TITLE.
001276      MOVE SPACES TO STL-TOP-LABEL.
001277      MOVE ZEROES TO STL-TOP-N.
001278      PERFORM PRINT-SECTION-TITLE.
001279      MOVE DISCOUNT-HEADING-LINE TO REPORT-LINE.
001280      WRITE REPORT-LINE.
001281      MOVE 1 TO WS-RANK-IDX.
001282      PERFORM PRINT-ONE-DISCOUNT-LINE
001283          UNTIL WS-RANK-IDX > WS-VT-USED.
001284      MOVE SPACES TO REPORT-LINE.
001285      WRITE REPORT-LINE.
001286      MOVE "DISCOUNTS TAKEN" TO TC-LABEL.
001287      MOVE WS-TOTAL-TAKEN-COUNT TO TC-COUNT.
001288      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
001289      WRITE REPORT-LINE.
001290      MOVE "DISCOUNT AMOUNT TAKEN" TO TA-LABEL.
001291      MOVE WS-TOTAL-TAKEN-AMOUNT TO TA-AMOUNT.
001292      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
001293      WRITE REPORT-LINE.
001294      MOVE "DISCOUNTS LOST" TO TC-LABEL.
001295      MOVE WS-TOTAL-LOST-COUNT TO TC-COUNT.
001296      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
001297      WRITE REPORT-LINE.
001298      MOVE "DISCOUNT AMOUNT LOST" TO TA-LABEL.
001299      MOVE WS-TOTAL-LOST-AMOUNT TO TA-AMOUNT.
001300      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
001301      WRITE REPORT-LINE.
001302      IF WS-LD-USED > ZEROES
001303          MOVE SPACES TO REPORT-LINE
001304          WRITE REPORT-LINE
001305          MOVE "PAID AFTER THE DISCOUNT DATE" TO REPORT-LINE
001306          WRITE REPORT-LINE
001307          MOVE LOST-HEADING-LINE TO REPORT-LINE
001308          WRITE REPORT-LINE
001309          MOVE 1 TO WS-LD-IDX
001310          PERFORM PRINT-ONE-LOST-DISCOUNT
001311              UNTIL WS-LD-IDX > WS-LD-USED
001312      END-IF.
001313
001314 PRINT-ONE-DISCOUNT-LINE.
001315      MOVE WS-RANK-VT (WS-RANK-IDX) TO WS-VT-IDX.
001316      ADD WS-VT-TAKEN-COUNT (WS-VT-IDX) TO WS-TOTAL-TAKEN-COUNT.
001317      ADD WS-VT-TAKEN-AMOUNT (WS-VT-IDX)
001318          TO WS-TOTAL-TAKEN-AMOUNT.
001319      ADD WS-VT-LOST-COUNT (WS-VT-IDX) TO WS-TOTAL-LOST-COUNT.
001320      ADD WS-VT-LOST-AMOUNT (WS-VT-IDX) TO WS-TOTAL-LOST-AMOUNT.
001321      IF WS-VT-TAKEN-COUNT (WS-VT-IDX) > ZEROES
001322          OR WS-VT-LOST-COUNT (WS-VT-IDX) > ZEROES
001323          MOVE WS-RANK-IDX TO DS-RANK
001324          MOVE WS-VT-VENDOR-NUMBER (WS-VT-IDX)
001325              TO DS-VENDOR-NUMBER
001326          MOVE WS-VT-VENDOR-NAME (WS-VT-IDX) TO DS-VENDOR-NAME
001327          MOVE WS-VT-TAKEN-COUNT (WS-VT-IDX) TO DS-TAKEN-COUNT
001328          MOVE WS-VT-TAKEN-AMOUNT (WS-VT-IDX)
001329              TO DS-TAKEN-AMOUNT
001330          MOVE WS-VT-LOST-COUNT (WS-VT-IDX) TO DS-LOST-COUNT
001331          MOVE WS-VT-LOST-AMOUNT (WS-VT-IDX) TO DS-LOST-AMOUNT
001332          MOVE DISCOUNT-DETAIL-LINE TO REPORT-LINE
001333          WRITE REPORT-LINE
001334      END-IF.
001335      ADD 1 TO WS-RANK-IDX.
001336
001337 PRINT-ONE-LOST-DISCOUNT.
001338      MOVE WS-LD-VENDOR-NUMBER (WS-LD-IDX) TO LD-VENDOR-NUMBER.
001339      MOVE WS-LD-INVOICE-NUMBER (WS-LD-IDX)
001340          TO LD-INVOICE-NUMBER.
001341      MOVE WS-LD-DISCOUNT-DATE (WS-LD-IDX) TO LD-DISCOUNT-DATE.
001342      MOVE WS-LD-PAID-DATE (WS-LD-IDX) TO LD-PAID-DATE.
001343      MOVE WS-LD-DAYS-LATE (WS-LD-IDX) TO LD-DAYS-LATE.
001344      MOVE WS-LD-AMOUNT (WS-LD-IDX) TO LD-AMOUNT.
001345      MOVE LOST-DETAIL-LINE TO REPORT-LINE.
001346      WRITE REPORT-LINE.
001347      ADD 1 TO WS-LD-IDX.
001348
001349 PRINT-SECTION-TITLE.
001350      MOVE SPACES TO REPORT-LINE.
001351      WRITE REPORT-LINE.
001352      MOVE SECTION-TITLE-LINE TO REPORT-LINE.
001353      WRITE REPORT-LINE.
001354      MOVE SPACES TO REPORT-LINE.
001355      WRITE REPORT-LINE.
001356
001357*--------------------------------------------------
001358* The run's own counts, so the detail records that
001359* were not analyzed are accounted for.
001360*--------------------------------------------------
001361 PRINT-RUN-TOTALS.
001362      MOVE SPACES TO REPORT-LINE.
001363      WRITE REPORT-LINE.
001364      MOVE "PAYMENT DETAILS ANALYZED" TO TC-LABEL.
001365      MOVE WS-DETAIL-COUNT TO TC-COUNT.
001366      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
001367      WRITE REPORT-LINE.
001368      MOVE "VOIDED - NOT COUNTED" TO TC-LABEL.
001369      MOVE WS-VOIDED-COUNT TO TC-COUNT.
001370      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
001371      WRITE REPORT-LINE.
001372      MOVE "INVOICES NOT ON FILE" TO TC-LABEL.
001373      MOVE WS-NOT-ON-FILE-COUNT TO TC-COUNT.
001374      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
001375      WRITE REPORT-LINE.
001376
001377 PRINT-ALL-VENDOR-TIMING.
001378      MOVE "ALL VENDORS AVERAGE DAYS" TO TR-LABEL.
001379      IF WS-TOTAL-TIMED-COUNT > ZEROES
001380          COMPUTE WS-AVERAGE-DAYS ROUNDED =
001381              WS-TOTAL-DAYS / WS-TOTAL-TIMED-COUNT
001382          COMPUTE WS-ON-TIME-PCT ROUNDED =
001383              WS-TOTAL-ON-TIME-COUNT * 100
001384                  / WS-TOTAL-TIMED-COUNT
001385      ELSE
001386          MOVE ZEROES TO WS-AVERAGE-DAYS
001387          MOVE ZEROES TO WS-ON-TIME-PCT
001388      END-IF.
001389      MOVE WS-AVERAGE-DAYS TO TR-RATIO.
001390      MOVE TOTAL-RATIO-LINE TO REPORT-LINE.
001391      WRITE REPORT-LINE.
001392      MOVE "ALL VENDORS % ON TIME" TO TR-LABEL.
001393      MOVE WS-ON-TIME-PCT TO TR-RATIO.
001394      MOVE TOTAL-RATIO-LINE TO REPORT-LINE.
001395      WRITE REPORT-LINE.
001396
001397*--------------------------------------------------
001398* The comma-delimited copy: a header row, one
001399* VENDOR row per vendor in rank order - every
001400* vendor, the top-N cut is the printed report's -
001401* then one GLACCT row per account and month. The
001402* columns a row type does not use are left empty.
001403*--------------------------------------------------
001404 WRITE-CSV-EXPORT.
001405      PERFORM WRITE-HEADER-ROW.
001406      MOVE 1 TO WS-RANK-IDX.
001407      PERFORM WRITE-CSV-VENDOR-ROW
001408          UNTIL WS-RANK-IDX > WS-VT-USED.
001409      MOVE LOW-VALUES TO WS-LAST-KEY.
001410      MOVE "Y" TO WS-MORE-KEYS-SWITCH.
001411      PERFORM WRITE-NEXT-CSV-GL-ROW
001412          UNTIL NO-MORE-KEYS.
001413
001414 WRITE-HEADER-ROW.
001415      MOVE SPACES TO WS-CSV-LINE.
001416      MOVE 1 TO WS-CSV-POINTER.
001417      STRING "ROW-TYPE,RANK,VENDOR-NUMBER,VENDOR-NAME,"
001418          "SPEND,INVOICES-PAID,INVOICES-TIMED,"
001419          "AVG-DAYS-TO-PAY,PCT-PAID-ON-TIME,"
001420          "DISCOUNTS-TAKEN,DISCOUNT-AMOUNT-TAKEN,"
001421          "DISCOUNTS-LOST,DISCOUNT-AMOUNT-LOST,"
001422          "GL-ACCOUNT,MONTH-PAID,GL-SPEND"
001423          DELIMITED BY SIZE
001424          INTO WS-CSV-LINE
001425          WITH POINTER WS-CSV-POINTER
001426      END-STRING.
001427      MOVE WS-CSV-LINE TO CSV-RECORD.
001428      WRITE CSV-RECORD.
001429
001430 WRITE-CSV-VENDOR-ROW.
001431      MOVE WS-RANK-VT (WS-RANK-IDX) TO WS-VT-IDX.
001432      PERFORM COMPUTE-VENDOR-TIMING.
001433      MOVE SPACES TO WS-CSV-LINE.
001434      MOVE 1 TO WS-CSV-POINTER.
001435      MOVE "VENDOR" TO WS-CSV-FIELD.
001436      PERFORM APPEND-TEXT-FIELD.
001437      MOVE WS-RANK-IDX TO WS-CSV-COUNT.
001438      MOVE WS-CSV-COUNT TO WS-CSV-NUMBER.
001439      PERFORM APPEND-NUMBER-FIELD.
001440      PERFORM APPEND-VENDOR-NUMBER.
001441      MOVE WS-VT-VENDOR-NAME (WS-VT-IDX) TO WS-CSV-FIELD.
001442      PERFORM APPEND-TEXT-FIELD.
001443      MOVE WS-VT-SPEND (WS-VT-IDX) TO WS-CSV-AMOUNT.
001444      MOVE WS-CSV-AMOUNT TO WS-CSV-NUMBER.
001445      PERFORM APPEND-NUMBER-FIELD.
001446      MOVE WS-VT-PAID-COUNT (WS-VT-IDX) TO WS-CSV-COUNT.
001447      MOVE WS-CSV-COUNT TO WS-CSV-NUMBER.
001448      PERFORM APPEND-NUMBER-FIELD.
001449      MOVE WS-VT-TIMED-COUNT (WS-VT-IDX) TO WS-CSV-COUNT.
001450      MOVE WS-CSV-COUNT TO WS-CSV-NUMBER.
001451      PERFORM APPEND-NUMBER-FIELD.
001452      MOVE WS-AVERAGE-DAYS TO WS-CSV-RATIO.
001453      MOVE WS-CSV-RATIO TO WS-CSV-NUMBER.
001454      PERFORM APPEND-NUMBER-FIELD.
001455      MOVE WS-ON-TIME-PCT TO WS-CSV-RATIO.
001456      MOVE WS-CSV-RATIO TO WS-CSV-NUMBER.
001457      PERFORM APPEND-NUMBER-FIELD.
001458      MOVE WS-VT-TAKEN-COUNT (WS-VT-IDX) TO WS-CSV-COUNT.
001459      MOVE WS-CSV-COUNT TO WS-CSV-NUMBER.
001460      PERFORM APPEND-NUMBER-FIELD.
001461      MOVE WS-VT-TAKEN-AMOUNT (WS-VT-IDX) TO WS-CSV-AMOUNT.
001462      MOVE WS-CSV-AMOUNT TO WS-CSV-NUMBER.
001463      PERFORM APPEND-NUMBER-FIELD.
001464      MOVE WS-VT-LOST-COUNT (WS-VT-IDX) TO WS-CSV-COUNT.
001465      MOVE WS-CSV-COUNT TO WS-CSV-NUMBER.
001466      PERFORM APPEND-NUMBER-FIELD.
001467      MOVE WS-VT-LOST-AMOUNT (WS-VT-IDX) TO WS-CSV-AMOUNT.
001468      MOVE WS-CSV-AMOUNT TO WS-CSV-NUMBER.
001469      PERFORM APPEND-NUMBER-FIELD.
001470      MOVE SPACES TO WS-CSV-FIELD.
001471      PERFORM APPEND-TEXT-FIELD.
001472      PERFORM APPEND-EMPTY-FIELD.
001473      PERFORM APPEND-EMPTY-FIELD.
001474      PERFORM WRITE-CSV-ROW.
001475      ADD 1 TO WS-RANK-IDX.
001476
001477 WRITE-NEXT-CSV-GL-ROW.
001478      MOVE HIGH-VALUES TO WS-NEXT-KEY.
001479      MOVE 1 TO WS-GA-IDX.
001480      PERFORM FIND-NEXT-GL-MONTH
001481          UNTIL WS-GA-IDX > WS-GA-USED.
001482      IF WS-NEXT-KEY = HIGH-VALUES
001483          MOVE "N" TO WS-MORE-KEYS-SWITCH
001484      ELSE
001485          PERFORM WRITE-CSV-GL-ROW
001486          MOVE WS-NEXT-KEY TO WS-LAST-KEY
001487      END-IF.
001488
001489 WRITE-CSV-GL-ROW.
001490      MOVE WS-NEXT-GA-IDX TO WS-GA-IDX.
001491      MOVE SPACES TO WS-CSV-LINE.
001492      MOVE 1 TO WS-CSV-POINTER.
001493      MOVE "GLACCT" TO WS-CSV-FIELD.
001494      PERFORM APPEND-TEXT-FIELD.
001495      PERFORM APPEND-EMPTY-FIELD.
001496      PERFORM APPEND-EMPTY-FIELD.
001497      MOVE SPACES TO WS-CSV-FIELD.
001498      PERFORM APPEND-TEXT-FIELD.
001499      PERFORM APPEND-EMPTY-FIELD.
001500      PERFORM APPEND-EMPTY-FIELD.
001501      PERFORM APPEND-EMPTY-FIELD.
001502      PERFORM APPEND-EMPTY-FIELD.
001503      PERFORM APPEND-EMPTY-FIELD.
001504      PERFORM APPEND-EMPTY-FIELD.
001505      PERFORM APPEND-EMPTY-FIELD.
001506      PERFORM APPEND-EMPTY-FIELD.
001507      PERFORM APPEND-EMPTY-FIELD.
001508      MOVE WS-GA-ACCOUNT (WS-GA-IDX) TO WS-CSV-FIELD.
001509      PERFORM APPEND-TEXT-FIELD.
001510      PERFORM APPEND-GL-MONTH.
001511      MOVE WS-GA-AMOUNT (WS-GA-IDX) TO WS-CSV-AMOUNT.
001512      MOVE WS-CSV-AMOUNT TO WS-CSV-NUMBER.
001513      PERFORM APPEND-NUMBER-FIELD.
001514      PERFORM WRITE-CSV-ROW.
001515
001516*--------------------------------------------------
001517* The trailing comma the last append leaves is
001518* blanked off the row, as in VNDCSV01.
001519*--------------------------------------------------
001520 WRITE-CSV-ROW.
001521      IF WS-CSV-POINTER > 1
001522          MOVE SPACE TO WS-CSV-LINE (WS-CSV-POINTER - 1:1)
001523      END-IF.
001524      MOVE WS-CSV-LINE TO CSV-RECORD.
001525      WRITE CSV-RECORD.
001526      ADD 1 TO WS-CSV-ROW-COUNT.
001527
001528 APPEND-VENDOR-NUMBER.
001529      STRING WS-VT-VENDOR-NUMBER (WS-VT-IDX) ","
001530          DELIMITED BY SIZE
001531          INTO WS-CSV-LINE
001532          WITH POINTER WS-CSV-POINTER
001533      END-STRING.
001534
001535 APPEND-GL-MONTH.
001536      STRING WS-GA-MONTH (WS-GA-IDX) ","
001537          DELIMITED BY SIZE
001538          INTO WS-CSV-LINE
001539          WITH POINTER WS-CSV-POINTER
001540      END-STRING.
001541
001542 APPEND-EMPTY-FIELD.
001543      STRING ","
001544          DELIMITED BY SIZE
001545          INTO WS-CSV-LINE
001546          WITH POINTER WS-CSV-POINTER
001547      END-STRING.
001548
001549*--------------------------------------------------
001550* An edited amount, ratio or count in
001551* WS-CSV-NUMBER onto the row bare, from its first
001552* nonblank character.
001553*--------------------------------------------------
001554 APPEND-NUMBER-FIELD.
001555      MOVE 1 TO WS-CSV-NUMBER-START.
001556      PERFORM SKIP-ONE-LEADING-BLANK
001557          UNTIL WS-CSV-NUMBER-START > 15
001558              OR WS-CSV-NUMBER (WS-CSV-NUMBER-START:1)
001559                  NOT = SPACE.
001560      STRING WS-CSV-NUMBER (WS-CSV-NUMBER-START:)
001561          DELIMITED BY SPACE
001562          ","
001563          DELIMITED BY SIZE
001564          INTO WS-CSV-LINE
001565          WITH POINTER WS-CSV-POINTER
001566      END-STRING.
001567
001568 SKIP-ONE-LEADING-BLANK.
001569      ADD 1 TO WS-CSV-NUMBER-START.
001570
001571*--------------------------------------------------
001572* Quotes the trimmed text in WS-CSV-FIELD onto the
001573* row. An all-blank field lands as an empty quoted
001574* column.
001575*--------------------------------------------------
001576 APPEND-TEXT-FIELD.
001577      PERFORM FIND-CSV-FIELD-LENGTH.
001578      IF WS-CSV-FIELD-LENGTH = 0
001579          STRING QUOTE QUOTE ","
001580              DELIMITED BY SIZE
001581              INTO WS-CSV-LINE
001582              WITH POINTER WS-CSV-POINTER
001583          END-STRING
001584      ELSE
001585          STRING QUOTE
001586              WS-CSV-FIELD (1:WS-CSV-FIELD-LENGTH)
001587              QUOTE ","
001588              DELIMITED BY SIZE
001589              INTO WS-CSV-LINE
001590              WITH POINTER WS-CSV-POINTER
001591          END-STRING
001592      END-IF.
001593
001594 FIND-CSV-FIELD-LENGTH.
001595      MOVE 30 TO WS-CSV-FIELD-LENGTH.
001596      MOVE "N" TO WS-CSV-DONE-SWITCH.
001597      PERFORM CHECK-ONE-TRAILING-CHARACTER
001598          UNTIL WS-CSV-SCAN-DONE.
001599
001600 CHECK-ONE-TRAILING-CHARACTER.
001601      IF WS-CSV-FIELD-LENGTH = 0
001602          MOVE "Y" TO WS-CSV-DONE-SWITCH
001603      ELSE
001604          IF WS-CSV-FIELD (WS-CSV-FIELD-LENGTH:1) = SPACE
001605              SUBTRACT 1 FROM WS-CSV-FIELD-LENGTH
001606          ELSE
001607              MOVE "Y" TO WS-CSV-DONE-SWITCH
001608          END-IF
001609      END-IF.
001610
001611     COPY "PRSGN01.CBL".
