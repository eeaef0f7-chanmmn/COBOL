000008* vendor on file and active, valid YYYYMMDD
000009* dates, valid amount - and WRITEs each accepted
000010* record with INV-STATUS "O" exactly as VNDINV01
000011* would - awaiting approval in VNDAPR01, entered
000012* by the operator who ran the load, since the
000013* export's approval is not this system's second
000014* operator. A record that fails an edit, or that
000015* duplicates an INV-INVOICE-KEY already on file,
000016* goes on a printed exception report with the
000017* reason and the run keeps going - a hundred-
000018* invoice Monday must not die on line forty.
000019* An invoice dated in an AP period that is closed
000020* or not yet opened is rejected the same way,
000021* VNDPERCK answering off the AP Period File.
000022* A foreign-currency invoice is rated at the
000023* VNDFXRCK rate for its invoice date; one whose
000024* currency has no rate that early is rejected.
000025*------------------------------------------------
000026 ENVIRONMENT DIVISION.
000027 INPUT-OUTPUT SECTION.
000028 FILE-CONTROL.
000029
000030     COPY "SLVND01.CBL".
000031
000032     COPY "SLINV01.CBL".
000033
000034     COPY "SLGLD01.CBL".
000035
000036     COPY "SLOPR01.CBL".
000037
000038     SELECT INVOICE-LOAD-FILE
000039         ASSIGN TO "invload.txt"
000040         ORGANIZATION IS LINE SEQUENTIAL.
000041
000042     SELECT LOAD-EXCEPTION-REPORT
000043         ASSIGN TO "invloadrpt.txt"
000044         ORGANIZATION IS LINE SEQUENTIAL.
000045
000046 DATA DIVISION.
000047 FILE SECTION.
000048
000049     COPY "FDVND02.CBL".
000050
000051     COPY "FDINV01.CBL".
000052
000053     COPY "FDGLD01.CBL".
000054
000055     COPY "FDOPR01.CBL".
000056
000057*--------------------------------------------------
000058* Fixed-format invoice export. One invoice per
000059* line: vendor number, invoice number, dates as
000060* YYYYMMDD, amount as nine digits with two implied
000061* decimals and no decimal point. The discount
000062* columns carry early-payment terms - percent as
000063* four digits with two implied decimals (0200 is
000064* 2%) and the discount expiry date - and may be
000065* blank on an invoice with no terms. IL-GL-ACCOUNT
000066* is the expense account the whole invoice is
000067* distributed to - the flat export carries one
000068* account per invoice; a split-coded invoice is
000069* keyed through VNDINV01 instead.
000070* IL-CURRENCY-CODE is the currency the amount is
000071* in - blank, as on an export written before the
000072* column was added, is US dollars.
000073*--------------------------------------------------
000074 FD  INVOICE-LOAD-FILE
000075     LABEL RECORDS ARE STANDARD.
000076 01  INVOICE-LOAD-RECORD.
000077     05  IL-VENDOR-NUMBER         PIC X(5).
000078     05  IL-INVOICE-NUMBER        PIC X(10).
000079     05  IL-INVOICE-DATE          PIC X(8).
000080     05  IL-DUE-DATE              PIC X(8).
000081     05  IL-GROSS-AMOUNT          PIC X(9).
000082     05  IL-DISCOUNT-PCT          PIC X(4).
000083     05  IL-DISCOUNT-DATE         PIC X(8).
000084     05  IL-GL-ACCOUNT            PIC X(8).
000085     05  IL-CURRENCY-CODE         PIC X(3).
000086
000087 FD  LOAD-EXCEPTION-REPORT
000088     LABEL RECORDS ARE STANDARD.
000089 01  REPORT-LINE                  PIC X(80).
000090
000091 WORKING-STORAGE SECTION.
000092
000093 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000094 01 WS-LOAD-EOF-SWITCH PIC X(1) VALUE "N".
000095     88 NO-MORE-LOAD-RECORDS VALUE "Y".
000096 01 WS-RECORD-OK-SWITCH PIC X(1) VALUE "N".
000097     88 WS-RECORD-OK VALUE "Y".
000098 01 WS-REJECT-REASON PIC X(30).
000099 01 WS-DATE-FIELD PIC X(8).
000100 01 WS-DATE-VALID-SWITCH PIC X(1) VALUE "N".
000101     88 WS-DATE-VALID VALUE "Y".
000102 01 WS-LOAD-READ-COUNT PIC 9(5) VALUE ZERO.
000103 01 WS-LOAD-COUNT PIC 9(5) VALUE ZERO.
000104 01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
000105 01 WS-LOADED-AMOUNT PIC 9(11)V99 VALUE ZERO.
000106 01 WS-POSTING-DATE PIC 9(8).
000107 01 WS-PERIOD-STATE PIC X(1).
000108     88 WS-PERIOD-CLOSED VALUE "C".
000109     88 WS-PERIOD-NOT-OPEN VALUE "N".
000110
000111*--------------------------------------------------
000112* Run Control Log fields for the START/END records
000113* this run writes through VNDRUNLG.
000114*--------------------------------------------------
000115 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDINVLD".
000116 01 WS-RUN-ENTRY-TYPE PIC X(5).
000117 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000118 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000119
000120 01 REPORT-HEADING-1              PIC X(40) VALUE
000121     "INVOICE LOAD EXCEPTION REPORT".
000122
000123 01 REPORT-HEADING-2.
000124     05 FILLER                 PIC X(6)  VALUE "VENDOR".
000125     05 FILLER                 PIC X(1)  VALUE SPACES.
000126     05 FILLER                 PIC X(11) VALUE "INVOICE".
000127     05 FILLER                 PIC X(30) VALUE "REASON".
000128
000129 01 EXCEPTION-LINE.
000130     05 EX-VENDOR-NUMBER       PIC X(5).
000131     05 FILLER                 PIC X(2)  VALUE SPACES.
000132     05 EX-INVOICE-NUMBER      PIC X(10).
000133     05 FILLER                 PIC X(1)  VALUE SPACES.
000134     05 EX-REASON              PIC X(30).
000135
000136 01 REPORT-TOTAL-LINE.
000137     05 TL-LABEL               PIC X(26).
000138     05 TL-COUNT               PIC Z(4)9.
000139
000140     COPY "WSSGN01.CBL".
000141
000142     COPY "WSFXR01.CBL".
000143
000144 PROCEDURE DIVISION.
000145 PROGRAM-BEGIN.
000146      PERFORM SIGN-ON-OPERATOR.
000147      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000148      PERFORM CHECK-OPERATOR-AUTHORITY.
000149      IF WS-AUTHORITY-OK
000150          PERFORM RUN-INVOICE-LOAD
000151      END-IF.
000152
000153 PROGRAM-DONE.
000154      STOP RUN.
000155
000156 RUN-INVOICE-LOAD.
000157      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000158      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000159          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000160          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000161          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000162      OPEN INPUT VENDOR-FILE.
000163      IF WS-VND-FILE-STATUS NOT = "00"
000164          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000165              WS-VND-FILE-STATUS
000166          MOVE "Y" TO WS-LOAD-EOF-SWITCH
000167      END-IF.
000168      OPEN I-O OPEN-INVOICE-FILE.
000169      OPEN I-O GL-DISTRIBUTION-FILE.
000170      OPEN INPUT INVOICE-LOAD-FILE.
000171      OPEN OUTPUT LOAD-EXCEPTION-REPORT.
000172      PERFORM PRINT-REPORT-HEADINGS.
000173      PERFORM READ-LOAD-RECORD.
000174      PERFORM LOAD-INVOICE-RECORDS
000175          UNTIL NO-MORE-LOAD-RECORDS.
000176      PERFORM PRINT-REPORT-TOTALS.
000177      CLOSE VENDOR-FILE.
000178      CLOSE OPEN-INVOICE-FILE.
000179      CLOSE GL-DISTRIBUTION-FILE.
000180      CLOSE INVOICE-LOAD-FILE.
000181      CLOSE LOAD-EXCEPTION-REPORT.
000182      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000183      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000184          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000185          WS-LOAD-READ-COUNT WS-LOAD-COUNT
000186          WS-REJECT-COUNT WS-RUN-ZERO-COUNT.
000187      DISPLAY WS-LOAD-COUNT " INVOICES LOADED".
000188      DISPLAY WS-REJECT-COUNT " INVOICES REJECTED".
000189
000190
000191 READ-LOAD-RECORD.
000192      READ INVOICE-LOAD-FILE
000193          AT END
000194              MOVE "Y" TO WS-LOAD-EOF-SWITCH
000195          NOT AT END
000196              ADD 1 TO WS-LOAD-READ-COUNT
000197      END-READ.
000198
000199*--------------------------------------------------
000200* The edits run in the order VNDINV01 would hit
000201* them at the terminal; the first failure names
000202* the record's exception and the rest are not
000203* looked at.
000204*--------------------------------------------------
000205 LOAD-INVOICE-RECORDS.
000206      PERFORM EDIT-LOAD-RECORD.
000207      IF WS-RECORD-OK
000208          PERFORM WRITE-LOADED-INVOICE
000209      ELSE
000210          PERFORM WRITE-EXCEPTION-LINE
000211      END-IF.
000212      PERFORM READ-LOAD-RECORD.
000213
000214 EDIT-LOAD-RECORD.
000215      MOVE "Y" TO WS-RECORD-OK-SWITCH.
000216      MOVE SPACES TO WS-REJECT-REASON.
000217      PERFORM EDIT-LOAD-VENDOR.
000218      IF WS-RECORD-OK
000219          PERFORM EDIT-LOAD-DATES
000220      END-IF.
000221      IF WS-RECORD-OK
000222          PERFORM EDIT-LOAD-PERIOD
000223      END-IF.
000224      IF WS-RECORD-OK
000225          PERFORM EDIT-LOAD-AMOUNT
000226      END-IF.
000227      IF WS-RECORD-OK
000228          PERFORM EDIT-LOAD-CURRENCY
000229      END-IF.
000230      IF WS-RECORD-OK
000231          PERFORM EDIT-LOAD-DISCOUNT
000232      END-IF.
000233      IF WS-RECORD-OK
000234          PERFORM EDIT-LOAD-GL-ACCOUNT
000235      END-IF.
000236
000237 EDIT-LOAD-VENDOR.
000238      IF IL-VENDOR-NUMBER IS NUMERIC
000239          MOVE IL-VENDOR-NUMBER TO VENDOR-NUMBER
000240          PERFORM READ-LOAD-VENDOR
000241      ELSE
000242          MOVE "VENDOR NUMBER NOT NUMERIC" TO WS-REJECT-REASON
000243          MOVE "N" TO WS-RECORD-OK-SWITCH
000244      END-IF.
000245
000246 READ-LOAD-VENDOR.
000247      READ VENDOR-FILE
000248          INVALID KEY
000249              MOVE "VENDOR NOT ON FILE" TO WS-REJECT-REASON
000250              MOVE "N" TO WS-RECORD-OK-SWITCH
000251          NOT INVALID KEY
000252              IF VENDOR-INACTIVE
000253                  MOVE "VENDOR INACTIVE" TO WS-REJECT-REASON
000254                  MOVE "N" TO WS-RECORD-OK-SWITCH
000255              END-IF
000256      END-READ.
000257
000258 EDIT-LOAD-DATES.
000259      MOVE IL-INVOICE-DATE TO WS-DATE-FIELD.
000260      PERFORM VALIDATE-DATE-FIELD.
000261      IF NOT WS-DATE-VALID
000262          MOVE "INVALID INVOICE DATE" TO WS-REJECT-REASON
000263          MOVE "N" TO WS-RECORD-OK-SWITCH
000264      ELSE
000265          MOVE IL-DUE-DATE TO WS-DATE-FIELD
000266          PERFORM VALIDATE-DATE-FIELD
000267          IF NOT WS-DATE-VALID
000268              MOVE "INVALID DUE DATE" TO WS-REJECT-REASON
000269              MOVE "N" TO WS-RECORD-OK-SWITCH
000270          END-IF
000271      END-IF.
000272
000273 EDIT-LOAD-PERIOD.
000274      MOVE IL-INVOICE-DATE TO WS-POSTING-DATE.
000275      CALL "VNDPERCK" USING WS-POSTING-DATE WS-PERIOD-STATE.
000276      IF WS-PERIOD-CLOSED
000277          MOVE "INVOICE DATE PERIOD CLOSED" TO WS-REJECT-REASON
000278          MOVE "N" TO WS-RECORD-OK-SWITCH
000279      ELSE
000280          IF WS-PERIOD-NOT-OPEN
000281              MOVE "INVOICE DATE PERIOD NOT OPEN"
000282                  TO WS-REJECT-REASON
000283              MOVE "N" TO WS-RECORD-OK-SWITCH
000284          END-IF
000285      END-IF.
000286
000287 VALIDATE-DATE-FIELD.
000288      MOVE "N" TO WS-DATE-VALID-SWITCH.
000289      IF WS-DATE-FIELD IS NUMERIC
000290          AND WS-DATE-FIELD (5:2) >= "01"
000291          AND WS-DATE-FIELD (5:2) <= "12"
000292          AND WS-DATE-FIELD (7:2) >= "01"
000293          AND WS-DATE-FIELD (7:2) <= "31"
000294          MOVE "Y" TO WS-DATE-VALID-SWITCH
000295      END-IF.
000296
000297 EDIT-LOAD-AMOUNT.
000298      IF IL-GROSS-AMOUNT IS NUMERIC
000299          CONTINUE
000300      ELSE
000301          MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
000302          MOVE "N" TO WS-RECORD-OK-SWITCH
000303      END-IF.
000304
000305 EDIT-LOAD-CURRENCY.
000306      IF IL-CURRENCY-CODE IS ALPHABETIC
000307          MOVE IL-CURRENCY-CODE TO INV-CURRENCY-CODE
000308          MOVE IL-INVOICE-DATE TO WS-INVOICE-RATE-DATE
000309          PERFORM RATE-INVOICE-AT-ENTRY
000310          IF NOT WS-INVOICE-RATE-ON-FILE
000311              MOVE "NO EXCHANGE RATE FOR CURRENCY"
000312                  TO WS-REJECT-REASON
000313              MOVE "N" TO WS-RECORD-OK-SWITCH
000314          END-IF
000315      ELSE
000316          MOVE "INVALID CURRENCY CODE" TO WS-REJECT-REASON
000317          MOVE "N" TO WS-RECORD-OK-SWITCH
000318      END-IF.
000319
000320*--------------------------------------------------
000321* Blank discount columns mean no terms. A nonzero
000322* percent with no usable expiry date is refused -
000323* a discount with no window is not a term the
000324* payment run can act on.
000325*--------------------------------------------------
000326 EDIT-LOAD-DISCOUNT.
000327      IF IL-DISCOUNT-PCT = SPACES
000328          CONTINUE
000329      ELSE
000330          IF IL-DISCOUNT-PCT IS NUMERIC
000331              PERFORM EDIT-LOAD-DISCOUNT-DATE
000332          ELSE
000333              MOVE "INVALID DISCOUNT PERCENT"
000334                  TO WS-REJECT-REASON
000335              MOVE "N" TO WS-RECORD-OK-SWITCH
000336          END-IF
000337      END-IF.
000338
000339 EDIT-LOAD-GL-ACCOUNT.
000340      IF IL-GL-ACCOUNT = SPACES
000341          MOVE "MISSING GL ACCOUNT" TO WS-REJECT-REASON
000342          MOVE "N" TO WS-RECORD-OK-SWITCH
000343      END-IF.
000344
000345 EDIT-LOAD-DISCOUNT-DATE.
000346      IF IL-DISCOUNT-PCT = "0000"
000347          CONTINUE
000348      ELSE
000349          MOVE IL-DISCOUNT-DATE TO WS-DATE-FIELD
000350          PERFORM VALIDATE-DATE-FIELD
000351          IF NOT WS-DATE-VALID
000352              MOVE "INVALID DISCOUNT DATE"
000353                  TO WS-REJECT-REASON
000354              MOVE "N" TO WS-RECORD-OK-SWITCH
000355          END-IF
000356      END-IF.
000357
000358*--------------------------------------------------
000359* The WRITE is what VNDINV01's WRITE-INVOICE-
000360* RECORD writes; the duplicate goes on the report
000361* instead of killing the run.
000362*--------------------------------------------------
000363 WRITE-LOADED-INVOICE.
000364      MOVE SPACES TO INVOICE-RECORD.
000365      MOVE IL-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
000366      MOVE IL-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
000367      MOVE IL-INVOICE-DATE TO INV-INVOICE-DATE.
000368      MOVE IL-DUE-DATE TO INV-DUE-DATE.
000369      MOVE IL-GROSS-AMOUNT TO INV-GROSS-AMOUNT (1:9).
000370      MOVE "O" TO INV-STATUS.
000371      MOVE ZEROES TO INV-PAID-DATE.
000372      MOVE SPACES TO INV-PO-NUMBER.
000373      MOVE ZEROES TO INV-DISCOUNT-PCT.
000374      MOVE ZEROES TO INV-DISCOUNT-DATE.
000375      MOVE "P" TO INV-APPROVAL-STATUS.
000376      MOVE WS-OPERATOR-ID TO INV-ENTERED-BY.
000377      MOVE SPACES TO INV-APPROVED-BY.
000378      MOVE ZEROES TO INV-APPROVED-DATE.
000379      MOVE ZEROES TO INV-PAID-RATE.
000380      MOVE ZEROES TO INV-RELIEVED-RATE.
000381      MOVE ZEROES TO INV-WITHHELD-AMOUNT.
000382      MOVE ZEROES TO INV-RELIEVED-WITHHELD.
000383      MOVE IL-CURRENCY-CODE TO INV-CURRENCY-CODE.
000384      IF INV-CURRENCY-CODE = "USD"
000385          MOVE SPACES TO INV-CURRENCY-CODE
000386      END-IF.
000387      MOVE WS-INVOICE-ENTRY-RATE TO INV-ENTRY-RATE.
000388      PERFORM RESTATE-INVOICE-USD-GROSS.
000389      IF IL-DISCOUNT-PCT IS NUMERIC
000390          AND IL-DISCOUNT-PCT NOT = "0000"
000391          MOVE IL-DISCOUNT-PCT TO INV-DISCOUNT-PCT (1:4)
000392          MOVE IL-DISCOUNT-DATE TO INV-DISCOUNT-DATE
000393      END-IF.
000394      WRITE INVOICE-RECORD
000395          INVALID KEY
000396              MOVE "DUPLICATE INVOICE KEY" TO WS-REJECT-REASON
000397              PERFORM WRITE-EXCEPTION-LINE
000398          NOT INVALID KEY
000399              ADD 1 TO WS-LOAD-COUNT
000400              ADD INV-USD-GROSS-AMOUNT TO WS-LOADED-AMOUNT
000401              PERFORM WRITE-LOADED-DISTRIBUTION
000402      END-WRITE.
000403
000404*--------------------------------------------------
000405* One whole-amount distribution line per loaded
000406* invoice, to the export's account column - the
000407* flat export carries one account per invoice.
000408*--------------------------------------------------
000409 WRITE-LOADED-DISTRIBUTION.
000410      MOVE INV-VENDOR-NUMBER TO GLD-VENDOR-NUMBER.
000411      MOVE INV-INVOICE-NUMBER TO GLD-INVOICE-NUMBER.
000412      MOVE 01 TO GLD-LINE-NUMBER.
000413      MOVE IL-GL-ACCOUNT TO GLD-GL-ACCOUNT.
000414      MOVE INV-GROSS-AMOUNT TO GLD-AMOUNT.
000415      WRITE GL-DISTRIBUTION-RECORD
000416          INVALID KEY
000417              DISPLAY "DISTRIBUTION WRITE FAILED - "
000418                  INV-INVOICE-NUMBER
000419      END-WRITE.
000420
000421 WRITE-EXCEPTION-LINE.
000422      MOVE IL-VENDOR-NUMBER TO EX-VENDOR-NUMBER.
000423      MOVE IL-INVOICE-NUMBER TO EX-INVOICE-NUMBER.
000424      MOVE WS-REJECT-REASON TO EX-REASON.
000425      MOVE EXCEPTION-LINE TO REPORT-LINE.
000426      WRITE REPORT-LINE.
000427      ADD 1 TO WS-REJECT-COUNT.
000428
000429 PRINT-REPORT-HEADINGS.
000430      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000431      WRITE REPORT-LINE.
000432      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000433      WRITE REPORT-LINE.
000434      MOVE SPACES TO REPORT-LINE.
000435      WRITE REPORT-LINE.
000436
000437 PRINT-REPORT-TOTALS.
000438      MOVE SPACES TO REPORT-LINE.
000439      WRITE REPORT-LINE.
000440      MOVE "RECORDS READ" TO TL-LABEL.
000441      MOVE WS-LOAD-READ-COUNT TO TL-COUNT.
000442      MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
000443      WRITE REPORT-LINE.
000444      MOVE "INVOICES LOADED" TO TL-LABEL.
000445      MOVE WS-LOAD-COUNT TO TL-COUNT.
000446      MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
000447      WRITE REPORT-LINE.
000448      MOVE "INVOICES REJECTED" TO TL-LABEL.
000449      MOVE WS-REJECT-COUNT TO TL-COUNT.
000450      MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
000451      WRITE REPORT-LINE.
000452
000453     COPY "PRSGN01.CBL".
000454
000455     COPY "PRFXR01.CBL".
