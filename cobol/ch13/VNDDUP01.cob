000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDDUP01.
000003*------------------------------------------------
000004* Suspect duplicate invoice audit, run before
000005* VNDPAY01. VNDINV01 and VNDINVLD only refuse an
000006* exact repeat of INV-INVOICE-KEY, so the same
000007* bill keyed as "INV-1234" and "1234", or billed
000008* under both numbers of a pair VNDMRG01 later
000009* merged, goes through to be paid twice. This run
000010* loads every open invoice, every invoice already
000011* paid (off the Payment Detail File) and every
000012* invoice purged to the Invoice Archive File into
000013* in-core tables - the table shape VNDBNK01 uses -
000014* and compares each open invoice with every other
000015* open invoice and with every paid or archived
000016* one. A pair is a suspect when:
000017*   - same vendor, amount and invoice date
000018*   - same vendor, and the invoice numbers match
000019*     once punctuation, a leading letter prefix
000020*     and leading zeros are stripped
000021*   - same vendor and amount, invoice dates within
000022*     a few days of each other
000023*   - vendors linked on the Vendor Merge Cross-
000024*     Reference File, and the numbers match or
000025*     the amount matches within the few days
000026*   - vendors sharing one VENDOR-TAX-ID, on the
000027*     same number-or-amount test
000028* Each suspect prints both invoices - OPEN, PAID
000029* or ARCH - and what matched. Credit memos are
000030* left out. Nothing is updated; every file is
000031* OPENed INPUT.
000032*------------------------------------------------
000033 ENVIRONMENT DIVISION.
000034 INPUT-OUTPUT SECTION.
000035 FILE-CONTROL.
000036
000037     COPY "SLVND01.CBL".
000038
000039     COPY "SLINV01.CBL".
000040
000041     COPY "SLPDT01.CBL".
000042
000043     COPY "SLIAR01.CBL".
000044
000045     COPY "SLXRF01.CBL".
000046
000047     COPY "SLOPR01.CBL".
000048
000049     SELECT DUPLICATE-REPORT
000050         ASSIGN TO "vnddupaud.txt"
000051         ORGANIZATION IS LINE SEQUENTIAL.
000052
000053 DATA DIVISION.
000054 FILE SECTION.
000055
000056     COPY "FDVND02.CBL".
000057
000058     COPY "FDINV01.CBL".
000059
000060     COPY "FDPDT01.CBL".
000061
000062     COPY "FDIAR01.CBL".
000063
000064     COPY "FDXRF01.CBL".
000065
000066     COPY "FDOPR01.CBL".
000067
000068 FD  DUPLICATE-REPORT
000069     LABEL RECORDS ARE STANDARD.
000070 01  REPORT-LINE                 PIC X(132).
000071
000072 WORKING-STORAGE SECTION.
000073
000074 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000075 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000076 01 WS-PDT-FILE-STATUS PIC X(2) VALUE "00".
000077 01 WS-INVOICE-EOF-SWITCH      PIC X(1) VALUE "N".
000078     88 NO-MORE-INVOICE-RECORDS     VALUE "Y".
000079 01 WS-PDT-EOF-SWITCH          PIC X(1) VALUE "N".
000080     88 NO-MORE-DETAIL-RECORDS      VALUE "Y".
000081 01 WS-ARCHIVE-EOF-SWITCH      PIC X(1) VALUE "N".
000082     88 NO-MORE-ARCHIVE-RECORDS     VALUE "Y".
000083 01 WS-RUN-DATE                PIC 9(8) VALUE ZERO.
000084*--------------------------------------------------
000085* How many days apart two invoice dates may be and
000086* still count as "within a few days".
000087*--------------------------------------------------
000088 01 WS-NEAR-DAY-LIMIT          PIC 9(3) VALUE 5.
000089
000090*--------------------------------------------------
000091* One invoice as the tables hold it. WS-NI- is
000092* built for each invoice loaded; WS-FI- and WS-SI-
000093* hold the two sides of the pair being compared.
000094* NORMAL is the stripped invoice number, DAYS the
000095* invoice date as a serial day (zero when the
000096* date is unknown), ROOT the surviving vendor
000097* number after following the merge cross-
000098* reference, SOURCE OPEN, PAID or ARCH.
000099*--------------------------------------------------
000100 01 WS-NEW-INVOICE.
000101     05 WS-NI-VENDOR           PIC 9(5).
000102     05 WS-NI-INVOICE          PIC X(10).
000103     05 WS-NI-NORMAL           PIC X(10).
000104     05 WS-NI-DATE             PIC 9(8).
000105     05 WS-NI-DAYS             PIC 9(7).
000106     05 WS-NI-AMOUNT           PIC 9(7)V99.
000107     05 WS-NI-TAX-ID           PIC X(11).
000108     05 WS-NI-ROOT             PIC 9(5).
000109     05 WS-NI-SOURCE           PIC X(4).
000110 01 WS-FIRST-INVOICE.
000111     05 WS-FI-VENDOR           PIC 9(5).
000112     05 WS-FI-INVOICE          PIC X(10).
000113     05 WS-FI-NORMAL           PIC X(10).
000114     05 WS-FI-DATE             PIC 9(8).
000115     05 WS-FI-DAYS             PIC 9(7).
000116     05 WS-FI-AMOUNT           PIC 9(7)V99.
000117     05 WS-FI-TAX-ID           PIC X(11).
000118     05 WS-FI-ROOT             PIC 9(5).
000119     05 WS-FI-SOURCE           PIC X(4).
000120 01 WS-SECOND-INVOICE.
000121     05 WS-SI-VENDOR           PIC 9(5).
000122     05 WS-SI-INVOICE          PIC X(10).
000123     05 WS-SI-NORMAL           PIC X(10).
000124     05 WS-SI-DATE             PIC 9(8).
000125     05 WS-SI-DAYS             PIC 9(7).
000126     05 WS-SI-AMOUNT           PIC 9(7)V99.
000127     05 WS-SI-TAX-ID           PIC X(11).
000128     05 WS-SI-ROOT             PIC 9(5).
000129     05 WS-SI-SOURCE           PIC X(4).
000130
000131*--------------------------------------------------
000132* Open invoices, and invoices already paid or
000133* archived, each held whole so every open invoice
000134* can be compared with all of them.
000135*--------------------------------------------------
000136 01 WS-OPEN-TABLE.
000137     05 WS-OI-ENTRY OCCURS 3000 TIMES PIC X(69).
000138 01 WS-OI-USED                 PIC 9(4) COMP VALUE ZERO.
000139 01 WS-OI-IDX                  PIC 9(4) COMP.
000140 01 WS-OI-NEXT                 PIC 9(4) COMP.
000141 01 WS-OI-FULL-SWITCH          PIC X(1) VALUE "N".
000142     88 WS-OI-TABLE-FULL            VALUE "Y".
000143 01 WS-PRIOR-TABLE.
000144     05 WS-PR-ENTRY OCCURS 5000 TIMES.
000145         10 WS-PR-KEY.
000146             15 WS-PR-VENDOR   PIC 9(5).
000147             15 WS-PR-INVOICE  PIC X(10).
000148         10 FILLER             PIC X(54).
000149 01 WS-PR-USED                 PIC 9(4) COMP VALUE ZERO.
000150 01 WS-PR-IDX                  PIC 9(4) COMP.
000151 01 WS-PR-FULL-SWITCH          PIC X(1) VALUE "N".
000152     88 WS-PR-TABLE-FULL            VALUE "Y".
000153 01 WS-PR-FOUND-SWITCH         PIC X(1) VALUE "N".
000154     88 WS-PR-FOUND                 VALUE "Y".
000155 01 WS-WANTED-KEY.
000156     05 WS-WANTED-VENDOR       PIC 9(5).
000157     05 WS-WANTED-INVOICE      PIC X(10).
000158 01 WS-DETAIL-USABLE-SWITCH    PIC X(1) VALUE "N".
000159     88 WS-DETAIL-USABLE            VALUE "Y".
000160
000161*--------------------------------------------------
000162* Tax id and merge root of the vendor last looked
000163* up - the Open Invoice File is in vendor order,
000164* so most look-ups are the vendor just read.
000165*--------------------------------------------------
000166 01 WS-LAST-VENDOR             PIC 9(5) VALUE ZERO.
000167 01 WS-LAST-TAX-ID             PIC X(11) VALUE SPACES.
000168 01 WS-LAST-ROOT               PIC 9(5) VALUE ZERO.
000169 01 WS-MERGE-HOPS              PIC 9(2) VALUE ZERO.
000170 01 WS-ROOT-FOUND-SWITCH       PIC X(1) VALUE "N".
000171     88 WS-ROOT-FOUND               VALUE "Y".
000172
000173*--------------------------------------------------
000174* Invoice number normalization work fields.
000175*--------------------------------------------------
000176 01 WS-NRM-PACKED              PIC X(11).
000177 01 WS-NRM-CHAR                PIC X(1).
000178 01 WS-NRM-IDX                 PIC 9(2) VALUE ZERO.
000179 01 WS-NRM-LENGTH              PIC 9(2) VALUE ZERO.
000180 01 WS-NRM-START               PIC 9(2) VALUE ZERO.
000181 01 WS-NRM-SIZE                PIC 9(2) VALUE ZERO.
000182
000183*--------------------------------------------------
000184* Serial-day conversion, the same paragraphs
000185* VNDAGE01 uses, so two invoice dates can be
000186* compared in days by plain subtraction.
000187*--------------------------------------------------
000188 01 WS-CNV-DATE.
000189     05 WS-CNV-YEAR             PIC 9(4).
000190     05 WS-CNV-MONTH            PIC 9(2).
000191     05 WS-CNV-DAY              PIC 9(2).
000192 01 WS-CNV-DAYS                 PIC 9(7).
000193 01 WS-CNV-WORK                 PIC 9(7).
000194 01 WS-CNV-REM                  PIC 9(4).
000195 01 WS-CNV-PRIOR-YEAR           PIC 9(4).
000196 01 WS-MONTH-DAYS-VALUES.
000197     05 FILLER PIC X(18) VALUE "000031059090120151".
000198     05 FILLER PIC X(18) VALUE "181212243273304334".
000199 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000200     05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
000201 01 WS-DAY-GAP                  PIC S9(7) VALUE ZERO.
000202 01 WS-MATCH-REASON             PIC X(28) VALUE SPACES.
000203
000204*--------------------------------------------------
000205* Run counts for the report foot.
000206*--------------------------------------------------
000207 01 WS-PAID-COUNT              PIC 9(5) VALUE ZERO.
000208 01 WS-ARCHIVED-COUNT          PIC 9(5) VALUE ZERO.
000209 01 WS-SUSPECT-COUNT           PIC 9(5) VALUE ZERO.
000210 01 WS-SAME-DATE-COUNT         PIC 9(5) VALUE ZERO.
000211 01 WS-NUMBER-MATCH-COUNT      PIC 9(5) VALUE ZERO.
000212 01 WS-NEAR-DATE-COUNT         PIC 9(5) VALUE ZERO.
000213 01 WS-MERGED-COUNT            PIC 9(5) VALUE ZERO.
000214 01 WS-TAX-ID-COUNT            PIC 9(5) VALUE ZERO.
000215 01 WS-OPEN-COUNT              PIC 9(5) VALUE ZERO.
000216
000217*--------------------------------------------------
000218* Run Control Log fields for the START/END records
000219* this run writes through VNDRUNLG.
000220*--------------------------------------------------
000221 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDDUP01".
000222 01 WS-RUN-ENTRY-TYPE PIC X(5).
000223 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000224
000225 01 REPORT-HEADING-1.
000226     05 FILLER                 PIC X(28) VALUE
000227         "SUSPECT DUPLICATE INVOICES".
000228     05 FILLER                 PIC X(9)  VALUE "RUN DATE ".
000229     05 RH1-RUN-DATE           PIC 9(8).
000230     05 FILLER                 PIC X(18) VALUE
000231         "   NEAR-DATE DAYS ".
000232     05 RH1-NEAR-DAYS          PIC ZZ9.
000233
000234 01 REPORT-HEADING-2.
000235     05 FILLER                 PIC X(29) VALUE "WHAT MATCHED".
000236     05 FILLER                 PIC X(45) VALUE
000237         "VENDOR INVOICE    INV DATE        AMOUNT SRC".
000238     05 FILLER                 PIC X(45) VALUE
000239         "VENDOR INVOICE    INV DATE        AMOUNT SRC".
000240
000241 01 SUSPECT-LINE.
000242     05 SL-REASON              PIC X(28).
000243     05 FILLER                 PIC X(1)  VALUE SPACES.
000244     05 SL-FIRST-VENDOR        PIC Z(4)9.
000245     05 FILLER                 PIC X(2)  VALUE SPACES.
000246     05 SL-FIRST-INVOICE       PIC X(10).
000247     05 FILLER                 PIC X(1)  VALUE SPACES.
000248     05 SL-FIRST-DATE          PIC Z(8).
000249     05 FILLER                 PIC X(1)  VALUE SPACES.
000250     05 SL-FIRST-AMOUNT        PIC Z,ZZZ,ZZ9.99.
000251     05 FILLER                 PIC X(1)  VALUE SPACES.
000252     05 SL-FIRST-SOURCE        PIC X(4).
000253     05 FILLER                 PIC X(1)  VALUE SPACES.
000254     05 SL-SECOND-VENDOR       PIC Z(4)9.
000255     05 FILLER                 PIC X(2)  VALUE SPACES.
000256     05 SL-SECOND-INVOICE      PIC X(10).
000257     05 FILLER                 PIC X(1)  VALUE SPACES.
000258     05 SL-SECOND-DATE         PIC Z(8).
000259     05 FILLER                 PIC X(1)  VALUE SPACES.
000260     05 SL-SECOND-AMOUNT       PIC Z,ZZZ,ZZ9.99.
000261     05 FILLER                 PIC X(1)  VALUE SPACES.
000262     05 SL-SECOND-SOURCE       PIC X(4).
000263
000264 01 REPORT-COUNT-LINE.
000265     05 RC-LABEL               PIC X(30).
000266     05 RC-COUNT               PIC Z(4)9.
000267
000268     COPY "WSSGN01.CBL".
000269
000270 PROCEDURE DIVISION.
000271 PROGRAM-BEGIN.
000272      PERFORM SIGN-ON-OPERATOR.
000273      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000274      PERFORM CHECK-OPERATOR-AUTHORITY.
000275      IF WS-AUTHORITY-OK
000276          PERFORM RUN-DUPLICATE-AUDIT
000277      END-IF.
000278
000279 PROGRAM-DONE.
000280      STOP RUN.
000281
000282 RUN-DUPLICATE-AUDIT.
000283      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000284      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000285          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000286          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000287          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000288      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000289      OPEN INPUT VENDOR-FILE.
000290      IF WS-VND-FILE-STATUS NOT = "00"
000291          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000292              WS-VND-FILE-STATUS
000293      END-IF.
000294      OPEN INPUT OPEN-INVOICE-FILE.
000295      OPEN INPUT INVOICE-ARCHIVE-FILE.
000296      OPEN INPUT VENDOR-XREF-FILE.
000297      OPEN OUTPUT DUPLICATE-REPORT.
000298      PERFORM LOAD-OPEN-INVOICES.
000299      PERFORM LOAD-PAID-INVOICES.
000300      PERFORM LOAD-ARCHIVED-INVOICES.
000301      PERFORM PRINT-REPORT-HEADINGS.
000302      MOVE 1 TO WS-OI-IDX.
000303      PERFORM CHECK-ONE-OPEN-INVOICE
000304          UNTIL WS-OI-IDX > WS-OI-USED.
000305      PERFORM PRINT-REPORT-TOTALS.
000306      CLOSE VENDOR-FILE.
000307      CLOSE OPEN-INVOICE-FILE.
000308      CLOSE INVOICE-ARCHIVE-FILE.
000309      CLOSE VENDOR-XREF-FILE.
000310      CLOSE DUPLICATE-REPORT.
000311      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000312      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000313          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000314          WS-OPEN-COUNT WS-PAID-COUNT
000315          WS-ARCHIVED-COUNT WS-SUSPECT-COUNT.
000316      DISPLAY WS-OPEN-COUNT " OPEN INVOICES CHECKED".
000317      DISPLAY WS-SUSPECT-COUNT " SUSPECT DUPLICATES".
000318
000319*--------------------------------------------------
000320* Pass one: open, non-credit invoices.
000321*--------------------------------------------------
000322 LOAD-OPEN-INVOICES.
000323      MOVE LOW-VALUES TO INV-INVOICE-KEY.
000324      START OPEN-INVOICE-FILE
000325          KEY IS NOT LESS THAN INV-INVOICE-KEY
000326          INVALID KEY
000327              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000328      END-START.
000329      IF NOT NO-MORE-INVOICE-RECORDS
000330          PERFORM READ-INVOICE-RECORD
000331      END-IF.
000332      PERFORM TABLE-OPEN-INVOICE
000333          UNTIL NO-MORE-INVOICE-RECORDS.
000334
000335 READ-INVOICE-RECORD.
000336      READ OPEN-INVOICE-FILE NEXT RECORD
000337          AT END
000338              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000339      END-READ.
000340
000341 TABLE-OPEN-INVOICE.
000342      IF INVOICE-OPEN
000343          AND NOT INVOICE-IS-CREDIT
000344          MOVE INV-VENDOR-NUMBER TO WS-NI-VENDOR
000345          MOVE INV-INVOICE-NUMBER TO WS-NI-INVOICE
000346          MOVE INV-INVOICE-DATE TO WS-NI-DATE
000347          MOVE INV-GROSS-AMOUNT TO WS-NI-AMOUNT
000348          MOVE "OPEN" TO WS-NI-SOURCE
000349          PERFORM PREPARE-NEW-INVOICE
000350          PERFORM ADD-OPEN-ENTRY
000351      END-IF.
000352      PERFORM READ-INVOICE-RECORD.
000353
000354 ADD-OPEN-ENTRY.
000355      IF WS-OI-USED < 3000
000356          ADD 1 TO WS-OI-USED
000357          ADD 1 TO WS-OPEN-COUNT
000358          MOVE WS-NEW-INVOICE TO WS-OI-ENTRY (WS-OI-USED)
000359      ELSE
000360          IF NOT WS-OI-TABLE-FULL
000361              DISPLAY "OPEN INVOICE TABLE FULL - AUDIT SHORT"
000362              MOVE "Y" TO WS-OI-FULL-SWITCH
000363          END-IF
000364      END-IF.
000365
000366*--------------------------------------------------
000367* Pass two: every invoice a payment run paid. The
000368* invoice itself supplies the date and gross - off
000369* the Open Invoice File while it is still there,
000370* off the archive once purged. A detail record
000371* whose invoice is back open (its check voided)
000372* or is a credit memo is passed over, and an
000373* invoice paid twice over a void is tabled once.
000374* A detail record whose invoice is on neither file
000375* is still compared, on its paid amount with no
000376* invoice date.
000377*--------------------------------------------------
000378 LOAD-PAID-INVOICES.
000379      OPEN INPUT PAYMENT-DETAIL-FILE.
000380      IF WS-PDT-FILE-STATUS = "00"
000381          PERFORM TABLE-ONE-DETAIL-RECORD
000382              UNTIL NO-MORE-DETAIL-RECORDS
000383          CLOSE PAYMENT-DETAIL-FILE
000384      ELSE
000385          DISPLAY "PAYMENT DETAIL OPEN FAILED - STATUS "
000386              WS-PDT-FILE-STATUS
000387      END-IF.
000388
000389 TABLE-ONE-DETAIL-RECORD.
000390      READ PAYMENT-DETAIL-FILE
000391          AT END
000392              MOVE "Y" TO WS-PDT-EOF-SWITCH
000393          NOT AT END
000394              PERFORM FIND-PAID-INVOICE
000395      END-READ.
000396
000397 FIND-PAID-INVOICE.
000398      MOVE "Y" TO WS-DETAIL-USABLE-SWITCH.
000399      MOVE PDT-VENDOR-NUMBER TO WS-NI-VENDOR.
000400      MOVE PDT-INVOICE-NUMBER TO WS-NI-INVOICE.
000401      MOVE ZERO TO WS-NI-DATE.
000402      MOVE PDT-AMOUNT TO WS-NI-AMOUNT.
000403      MOVE "PAID" TO WS-NI-SOURCE.
000404      MOVE PDT-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
000405      MOVE PDT-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
000406      READ OPEN-INVOICE-FILE
000407          INVALID KEY
000408              PERFORM FIND-ARCHIVED-PAID-INVOICE
000409          NOT INVALID KEY
000410              IF INVOICE-PAID
000411                  AND NOT INVOICE-IS-CREDIT
000412                  MOVE INV-INVOICE-DATE TO WS-NI-DATE
000413                  MOVE INV-GROSS-AMOUNT TO WS-NI-AMOUNT
000414              ELSE
000415                  MOVE "N" TO WS-DETAIL-USABLE-SWITCH
000416              END-IF
000417      END-READ.
000418      IF WS-DETAIL-USABLE
000419          MOVE WS-NI-VENDOR TO WS-WANTED-VENDOR
000420          MOVE WS-NI-INVOICE TO WS-WANTED-INVOICE
000421          PERFORM SEARCH-PRIOR-TABLE
000422          IF NOT WS-PR-FOUND
000423              PERFORM PREPARE-NEW-INVOICE
000424              PERFORM ADD-PRIOR-ENTRY
000425          END-IF
000426      END-IF.
000427
000428 FIND-ARCHIVED-PAID-INVOICE.
000429      MOVE PDT-VENDOR-NUMBER TO AIV-VENDOR-NUMBER.
000430      MOVE PDT-INVOICE-NUMBER TO AIV-INVOICE-NUMBER.
000431      READ INVOICE-ARCHIVE-FILE
000432          INVALID KEY
000433              CONTINUE
000434          NOT INVALID KEY
000435              IF AIV-RECORD-TYPE = "C"
000436                  MOVE "N" TO WS-DETAIL-USABLE-SWITCH
000437              ELSE
000438                  MOVE AIV-INVOICE-DATE TO WS-NI-DATE
000439                  MOVE AIV-GROSS-AMOUNT TO WS-NI-AMOUNT
000440              END-IF
000441      END-READ.
000442
000443*--------------------------------------------------
000444* Pass three: archived invoices the Payment Detail
000445* File did not already account for.
000446*--------------------------------------------------
000447 LOAD-ARCHIVED-INVOICES.
000448      MOVE LOW-VALUES TO AIV-INVOICE-KEY.
000449      START INVOICE-ARCHIVE-FILE
000450          KEY IS NOT LESS THAN AIV-INVOICE-KEY
000451          INVALID KEY
000452              MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
000453      END-START.
000454      IF NOT NO-MORE-ARCHIVE-RECORDS
000455          PERFORM READ-ARCHIVE-RECORD
000456      END-IF.
000457      PERFORM TABLE-ARCHIVED-INVOICE
000458          UNTIL NO-MORE-ARCHIVE-RECORDS.
000459
000460 READ-ARCHIVE-RECORD.
000461      READ INVOICE-ARCHIVE-FILE NEXT RECORD
000462          AT END
000463              MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
000464      END-READ.
000465
000466 TABLE-ARCHIVED-INVOICE.
000467      IF AIV-RECORD-TYPE NOT = "C"
000468          MOVE AIV-VENDOR-NUMBER TO WS-WANTED-VENDOR
000469          MOVE AIV-INVOICE-NUMBER TO WS-WANTED-INVOICE
000470          PERFORM SEARCH-PRIOR-TABLE
000471          IF NOT WS-PR-FOUND
000472              MOVE AIV-VENDOR-NUMBER TO WS-NI-VENDOR
000473              MOVE AIV-INVOICE-NUMBER TO WS-NI-INVOICE
000474              MOVE AIV-INVOICE-DATE TO WS-NI-DATE
000475              MOVE AIV-GROSS-AMOUNT TO WS-NI-AMOUNT
000476              MOVE "ARCH" TO WS-NI-SOURCE
000477              PERFORM PREPARE-NEW-INVOICE
000478              PERFORM ADD-PRIOR-ENTRY
000479          END-IF
000480      END-IF.
000481      PERFORM READ-ARCHIVE-RECORD.
000482
000483 SEARCH-PRIOR-TABLE.
000484      MOVE "N" TO WS-PR-FOUND-SWITCH.
000485      MOVE 1 TO WS-PR-IDX.
000486      PERFORM LOOK-UP-PRIOR-ENTRY
000487          UNTIL WS-PR-IDX > WS-PR-USED
000488              OR WS-PR-FOUND.
000489
000490 LOOK-UP-PRIOR-ENTRY.
000491      IF WS-PR-KEY (WS-PR-IDX) = WS-WANTED-KEY
000492          MOVE "Y" TO WS-PR-FOUND-SWITCH
000493      ELSE
000494          ADD 1 TO WS-PR-IDX
000495      END-IF.
000496
000497 ADD-PRIOR-ENTRY.
000498      IF WS-PR-USED < 5000
000499          ADD 1 TO WS-PR-USED
000500          MOVE WS-NEW-INVOICE TO WS-PR-ENTRY (WS-PR-USED)
000501          IF WS-NI-SOURCE = "PAID"
000502              ADD 1 TO WS-PAID-COUNT
000503          ELSE
000504              ADD 1 TO WS-ARCHIVED-COUNT
000505          END-IF
000506      ELSE
000507          IF NOT WS-PR-TABLE-FULL
000508              DISPLAY "PAID INVOICE TABLE FULL - AUDIT SHORT"
000509              MOVE "Y" TO WS-PR-FULL-SWITCH
000510          END-IF
000511      END-IF.
000512
000513*--------------------------------------------------
000514* Fill in the derived fields of WS-NEW-INVOICE:
000515* normalized number, serial day, and the vendor's
000516* tax id and merge root.
000517*--------------------------------------------------
000518 PREPARE-NEW-INVOICE.
000519      PERFORM NORMALIZE-INVOICE-NUMBER.
000520      MOVE ZERO TO WS-NI-DAYS.
000521      MOVE WS-NI-DATE TO WS-CNV-DATE.
000522      IF WS-CNV-YEAR > ZERO
000523          AND WS-CNV-MONTH >= 1
000524          AND WS-CNV-MONTH <= 12
000525          PERFORM CONVERT-DATE-TO-DAYS
000526          MOVE WS-CNV-DAYS TO WS-NI-DAYS
000527      END-IF.
000528      IF WS-NI-VENDOR NOT = WS-LAST-VENDOR
000529          PERFORM LOOK-UP-VENDOR-LINKS
000530      END-IF.
000531      MOVE WS-LAST-TAX-ID TO WS-NI-TAX-ID.
000532      MOVE WS-LAST-ROOT TO WS-NI-ROOT.
000533
000534 LOOK-UP-VENDOR-LINKS.
000535      MOVE WS-NI-VENDOR TO WS-LAST-VENDOR.
000536      MOVE WS-NI-VENDOR TO VENDOR-NUMBER.
000537      READ VENDOR-FILE
000538          INVALID KEY
000539              MOVE SPACES TO WS-LAST-TAX-ID
000540          NOT INVALID KEY
000541              MOVE VENDOR-TAX-ID TO WS-LAST-TAX-ID
000542      END-READ.
000543      MOVE WS-NI-VENDOR TO WS-LAST-ROOT.
000544      MOVE ZERO TO WS-MERGE-HOPS.
000545      MOVE "N" TO WS-ROOT-FOUND-SWITCH.
000546      PERFORM FOLLOW-MERGE-LINK
000547          UNTIL WS-ROOT-FOUND
000548              OR WS-MERGE-HOPS > 5.
000549
000550*--------------------------------------------------
000551* A survivor may itself have been merged away
000552* later, so the cross-reference is followed to the
000553* end of the chain - a few hops at most.
000554*--------------------------------------------------
000555 FOLLOW-MERGE-LINK.
000556      ADD 1 TO WS-MERGE-HOPS.
000557      MOVE WS-LAST-ROOT TO XRF-DUPLICATE-NUMBER.
000558      READ VENDOR-XREF-FILE
000559          INVALID KEY
000560              MOVE "Y" TO WS-ROOT-FOUND-SWITCH
000561          NOT INVALID KEY
000562              MOVE XRF-SURVIVOR-NUMBER TO WS-LAST-ROOT
000563      END-READ.
000564
000565*--------------------------------------------------
000566* Keep only letters and digits, upper-cased; drop
000567* a leading letter prefix ("INV", "NO") unless the
000568* number is all letters; then drop leading zeros.
000569* "INV-01234", "1234" and "#1234" all come out
000570* "1234".
000571*--------------------------------------------------
000572 NORMALIZE-INVOICE-NUMBER.
000573      MOVE SPACES TO WS-NRM-PACKED.
000574      MOVE SPACES TO WS-NI-NORMAL.
000575      MOVE ZERO TO WS-NRM-LENGTH.
000576      MOVE 1 TO WS-NRM-IDX.
000577      PERFORM PACK-ONE-CHARACTER
000578          UNTIL WS-NRM-IDX > 10.
000579      INSPECT WS-NRM-PACKED CONVERTING
000580          "abcdefghijklmnopqrstuvwxyz"
000581          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000582      MOVE 1 TO WS-NRM-START.
000583      PERFORM SKIP-PREFIX-LETTER
000584          UNTIL WS-NRM-START > WS-NRM-LENGTH
000585              OR WS-NRM-PACKED (WS-NRM-START:1) IS NUMERIC.
000586      IF WS-NRM-START > WS-NRM-LENGTH
000587          MOVE 1 TO WS-NRM-START
000588      END-IF.
000589      PERFORM SKIP-LEADING-ZERO
000590          UNTIL WS-NRM-START >= WS-NRM-LENGTH
000591              OR WS-NRM-PACKED (WS-NRM-START:1) NOT = "0".
000592      IF WS-NRM-LENGTH > ZERO
000593          COMPUTE WS-NRM-SIZE =
000594              WS-NRM-LENGTH - WS-NRM-START + 1
000595          MOVE WS-NRM-PACKED (WS-NRM-START:WS-NRM-SIZE)
000596              TO WS-NI-NORMAL
000597      END-IF.
000598
000599 PACK-ONE-CHARACTER.
000600      MOVE WS-NI-INVOICE (WS-NRM-IDX:1) TO WS-NRM-CHAR.
000601      IF WS-NRM-CHAR IS NUMERIC
000602          OR (WS-NRM-CHAR IS ALPHABETIC
000603              AND WS-NRM-CHAR NOT = SPACE)
000604          ADD 1 TO WS-NRM-LENGTH
000605          MOVE WS-NRM-CHAR TO WS-NRM-PACKED (WS-NRM-LENGTH:1)
000606      END-IF.
000607      ADD 1 TO WS-NRM-IDX.
000608
000609 SKIP-PREFIX-LETTER.
000610      ADD 1 TO WS-NRM-START.
000611
000612 SKIP-LEADING-ZERO.
000613      ADD 1 TO WS-NRM-START.
000614
000615*--------------------------------------------------
000616* Pass four: each open invoice against the open
000617* invoices after it in the table - so each open
000618* pair is reported once - and against every paid
000619* and archived invoice.
000620*--------------------------------------------------
000621 CHECK-ONE-OPEN-INVOICE.
000622      MOVE WS-OI-ENTRY (WS-OI-IDX) TO WS-FIRST-INVOICE.
000623      COMPUTE WS-OI-NEXT = WS-OI-IDX + 1.
000624      PERFORM CHECK-AGAINST-OPEN-INVOICE
000625          UNTIL WS-OI-NEXT > WS-OI-USED.
000626      MOVE 1 TO WS-PR-IDX.
000627      PERFORM CHECK-AGAINST-PRIOR-INVOICE
000628          UNTIL WS-PR-IDX > WS-PR-USED.
000629      ADD 1 TO WS-OI-IDX.
000630
000631 CHECK-AGAINST-OPEN-INVOICE.
000632      MOVE WS-OI-ENTRY (WS-OI-NEXT) TO WS-SECOND-INVOICE.
000633      PERFORM COMPARE-INVOICE-PAIR.
000634      ADD 1 TO WS-OI-NEXT.
000635
000636 CHECK-AGAINST-PRIOR-INVOICE.
000637      MOVE WS-PR-ENTRY (WS-PR-IDX) TO WS-SECOND-INVOICE.
000638      PERFORM COMPARE-INVOICE-PAIR.
000639      ADD 1 TO WS-PR-IDX.
000640
000641*--------------------------------------------------
000642* The first rule that fits names the match. An
000643* unknown invoice date never counts as close.
000644*--------------------------------------------------
000645 COMPARE-INVOICE-PAIR.
000646      MOVE SPACES TO WS-MATCH-REASON.
000647      IF WS-FI-DAYS = ZERO OR WS-SI-DAYS = ZERO
000648          MOVE 9999999 TO WS-DAY-GAP
000649      ELSE
000650          COMPUTE WS-DAY-GAP = WS-FI-DAYS - WS-SI-DAYS
000651          IF WS-DAY-GAP < ZERO
000652              COMPUTE WS-DAY-GAP = ZERO - WS-DAY-GAP
000653          END-IF
000654      END-IF.
000655      IF WS-FI-VENDOR = WS-SI-VENDOR
000656          PERFORM COMPARE-SAME-VENDOR
000657      ELSE
000658          IF WS-FI-ROOT = WS-SI-ROOT
000659              PERFORM COMPARE-MERGED-VENDORS
000660          ELSE
000661              IF WS-FI-TAX-ID NOT = SPACES
000662                  AND WS-FI-TAX-ID = WS-SI-TAX-ID
000663                  PERFORM COMPARE-TAX-ID-VENDORS
000664              END-IF
000665          END-IF
000666      END-IF.
000667      IF WS-MATCH-REASON NOT = SPACES
000668          PERFORM WRITE-SUSPECT-LINE
000669      END-IF.
000670
000671 COMPARE-SAME-VENDOR.
000672      IF WS-FI-AMOUNT = WS-SI-AMOUNT
000673          AND WS-FI-DATE = WS-SI-DATE
000674          AND WS-FI-DATE NOT = ZERO
000675          MOVE "SAME AMOUNT AND DATE" TO WS-MATCH-REASON
000676          ADD 1 TO WS-SAME-DATE-COUNT
000677      ELSE
000678          IF WS-FI-NORMAL = WS-SI-NORMAL
000679              AND WS-FI-NORMAL NOT = SPACES
000680              MOVE "INVOICE NUMBERS MATCH" TO WS-MATCH-REASON
000681              ADD 1 TO WS-NUMBER-MATCH-COUNT
000682          ELSE
000683              IF WS-FI-AMOUNT = WS-SI-AMOUNT
000684                  AND WS-DAY-GAP <= WS-NEAR-DAY-LIMIT
000685                  MOVE "SAME AMOUNT, DATES CLOSE"
000686                      TO WS-MATCH-REASON
000687                  ADD 1 TO WS-NEAR-DATE-COUNT
000688              END-IF
000689          END-IF
000690      END-IF.
000691
000692 COMPARE-MERGED-VENDORS.
000693      IF WS-FI-NORMAL = WS-SI-NORMAL
000694          AND WS-FI-NORMAL NOT = SPACES
000695          MOVE "MERGED VENDOR, NUMBER" TO WS-MATCH-REASON
000696          ADD 1 TO WS-MERGED-COUNT
000697      ELSE
000698          IF WS-FI-AMOUNT = WS-SI-AMOUNT
000699              AND WS-DAY-GAP <= WS-NEAR-DAY-LIMIT
000700              MOVE "MERGED VENDOR, AMOUNT/DATE"
000701                  TO WS-MATCH-REASON
000702              ADD 1 TO WS-MERGED-COUNT
000703          END-IF
000704      END-IF.
000705
000706 COMPARE-TAX-ID-VENDORS.
000707      IF WS-FI-NORMAL = WS-SI-NORMAL
000708          AND WS-FI-NORMAL NOT = SPACES
000709          MOVE "SHARED TAX ID, NUMBER" TO WS-MATCH-REASON
000710          ADD 1 TO WS-TAX-ID-COUNT
000711      ELSE
000712          IF WS-FI-AMOUNT = WS-SI-AMOUNT
000713              AND WS-DAY-GAP <= WS-NEAR-DAY-LIMIT
000714              MOVE "SHARED TAX ID, AMOUNT/DATE"
000715                  TO WS-MATCH-REASON
000716              ADD 1 TO WS-TAX-ID-COUNT
000717          END-IF
000718      END-IF.
000719
000720 WRITE-SUSPECT-LINE.
000721      ADD 1 TO WS-SUSPECT-COUNT.
000722      MOVE WS-MATCH-REASON TO SL-REASON.
000723      MOVE WS-FI-VENDOR TO SL-FIRST-VENDOR.
000724      MOVE WS-FI-INVOICE TO SL-FIRST-INVOICE.
000725      MOVE WS-FI-DATE TO SL-FIRST-DATE.
000726      MOVE WS-FI-AMOUNT TO SL-FIRST-AMOUNT.
000727      MOVE WS-FI-SOURCE TO SL-FIRST-SOURCE.
000728      MOVE WS-SI-VENDOR TO SL-SECOND-VENDOR.
000729      MOVE WS-SI-INVOICE TO SL-SECOND-INVOICE.
000730      MOVE WS-SI-DATE TO SL-SECOND-DATE.
000731      MOVE WS-SI-AMOUNT TO SL-SECOND-AMOUNT.
000732      MOVE WS-SI-SOURCE TO SL-SECOND-SOURCE.
000733      MOVE SUSPECT-LINE TO REPORT-LINE.
000734      WRITE REPORT-LINE.
000735
000736*--------------------------------------------------
000737* Serial day number for WS-CNV-DATE.
000738*--------------------------------------------------
000739 CONVERT-DATE-TO-DAYS.
000740      COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365.
000741      COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YEAR - 1.
000742      DIVIDE WS-CNV-PRIOR-YEAR BY 4 GIVING WS-CNV-WORK.
000743      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000744      DIVIDE WS-CNV-PRIOR-YEAR BY 100 GIVING WS-CNV-WORK.
000745      SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
000746      DIVIDE WS-CNV-PRIOR-YEAR BY 400 GIVING WS-CNV-WORK.
000747      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000748      ADD WS-MONTH-DAYS (WS-CNV-MONTH) TO WS-CNV-DAYS.
000749      ADD WS-CNV-DAY TO WS-CNV-DAYS.
000750      IF WS-CNV-MONTH > 2
000751          PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
000752      END-IF.
000753
000754 ADD-LEAP-DAY-IF-LEAP-YEAR.
000755      DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK
000756          REMAINDER WS-CNV-REM.
000757      IF WS-CNV-REM = ZEROES
000758          DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK
000759              REMAINDER WS-CNV-REM
000760          IF WS-CNV-REM NOT = ZEROES
000761              ADD 1 TO WS-CNV-DAYS
000762          ELSE
000763              DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK
000764                  REMAINDER WS-CNV-REM
000765              IF WS-CNV-REM = ZEROES
000766                  ADD 1 TO WS-CNV-DAYS
000767              END-IF
000768          END-IF
000769      END-IF.
000770
000771 PRINT-REPORT-HEADINGS.
000772      MOVE WS-RUN-DATE TO RH1-RUN-DATE.
000773      MOVE WS-NEAR-DAY-LIMIT TO RH1-NEAR-DAYS.
000774      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000775      WRITE REPORT-LINE.
000776      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000777      WRITE REPORT-LINE.
000778      MOVE SPACES TO REPORT-LINE.
000779      WRITE REPORT-LINE.
000780
000781 PRINT-REPORT-TOTALS.
000782      MOVE SPACES TO REPORT-LINE.
000783      WRITE REPORT-LINE.
000784      IF WS-OI-TABLE-FULL OR WS-PR-TABLE-FULL
000785          MOVE "** TABLE FULL - NOT EVERY INVOICE COMPARED **"
000786              TO REPORT-LINE
000787          WRITE REPORT-LINE
000788      END-IF.
000789      MOVE "OPEN INVOICES CHECKED" TO RC-LABEL.
000790      MOVE WS-OPEN-COUNT TO RC-COUNT.
000791      PERFORM WRITE-COUNT-LINE.
000792      MOVE "PAID INVOICES COMPARED" TO RC-LABEL.
000793      MOVE WS-PAID-COUNT TO RC-COUNT.
000794      PERFORM WRITE-COUNT-LINE.
000795      MOVE "ARCHIVED INVOICES COMPARED" TO RC-LABEL.
000796      MOVE WS-ARCHIVED-COUNT TO RC-COUNT.
000797      PERFORM WRITE-COUNT-LINE.
000798      MOVE "SAME AMOUNT AND DATE" TO RC-LABEL.
000799      MOVE WS-SAME-DATE-COUNT TO RC-COUNT.
000800      PERFORM WRITE-COUNT-LINE.
000801      MOVE "INVOICE NUMBERS MATCH" TO RC-LABEL.
000802      MOVE WS-NUMBER-MATCH-COUNT TO RC-COUNT.
000803      PERFORM WRITE-COUNT-LINE.
000804      MOVE "SAME AMOUNT, DATES CLOSE" TO RC-LABEL.
000805      MOVE WS-NEAR-DATE-COUNT TO RC-COUNT.
000806      PERFORM WRITE-COUNT-LINE.
000807      MOVE "MERGED VENDORS" TO RC-LABEL.
000808      MOVE WS-MERGED-COUNT TO RC-COUNT.
000809      PERFORM WRITE-COUNT-LINE.
000810      MOVE "SHARED TAX ID" TO RC-LABEL.
000811      MOVE WS-TAX-ID-COUNT TO RC-COUNT.
000812      PERFORM WRITE-COUNT-LINE.
000813      MOVE "TOTAL SUSPECTS" TO RC-LABEL.
000814      MOVE WS-SUSPECT-COUNT TO RC-COUNT.
000815      PERFORM WRITE-COUNT-LINE.
000816
000817 WRITE-COUNT-LINE.
000818      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000819      WRITE REPORT-LINE.
000820
000821     COPY "PRSGN01.CBL".
