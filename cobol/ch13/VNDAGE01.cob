000016* so the balance this report proves is the same
000017* net balance the payment run would pay. Nothing
000018* is updated - the file is OPENed INPUT only.
000019* A foreign-currency invoice ages at its US-dollar
000020* amount at the rate stamped when it was entered,
000021* so every bucket and total is in US dollars.
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
000033     SELECT AGING-REPORT
000034         ASSIGN TO "vndagerpt.txt"
000035         ORGANIZATION IS LINE SEQUENTIAL.
000036
000037 DATA DIVISION.
000038 FILE SECTION.
000039
000040     COPY "FDVND02.CBL".
000041
000042     COPY "FDINV01.CBL".
000043
000044     COPY "FDOPR01.CBL".
000045
000046 FD  AGING-REPORT
000047     LABEL RECORDS ARE STANDARD.
000048 01  REPORT-LINE                 PIC X(132).
000049
000050 WORKING-STORAGE SECTION.
000051
000052 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000053 01 WS-INVOICE-EOF-SWITCH       PIC X(1) VALUE "N".
000054     88 NO-MORE-INVOICE-RECORDS     VALUE "Y".
000055*--------------------------------------------------
000056* Intermediate ACCEPT field so a bad as-of date is
000057* re-prompted instead of moving undefined content
000058* into a numeric field, the same way VNDPAY01
000059* takes its cutoff date.
000060*--------------------------------------------------
000061 01 WS-DATE-FIELD               PIC X(8).
000062 01 WS-DATE-VALID-SWITCH        PIC X(1) VALUE "N".
000063     88 WS-DATE-VALID               VALUE "Y".
000064 01 WS-AS-OF-DATE               PIC 9(8).
000065*--------------------------------------------------
000066* Serial-day conversion so days past due is a
000067* plain subtraction. WS-CNV-DATE goes in,
000068* WS-CNV-DAYS comes out.
000069*--------------------------------------------------
000070 01 WS-CNV-DATE.
000071     05 WS-CNV-YEAR             PIC 9(4).
000072     05 WS-CNV-MONTH            PIC 9(2).
000073     05 WS-CNV-DAY              PIC 9(2).
000074 01 WS-CNV-DAYS                 PIC 9(7).
000075 01 WS-CNV-WORK                 PIC 9(7).
000076 01 WS-CNV-REM                  PIC 9(4).
000077 01 WS-CNV-PRIOR-YEAR           PIC 9(4).
000078 01 WS-MONTH-DAYS-VALUES.
000079     05 FILLER PIC X(18) VALUE "000031059090120151".
000080     05 FILLER PIC X(18) VALUE "181212243273304334".
000081 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000082     05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
000083 01 WS-AS-OF-DAYS               PIC 9(7).
000084 01 WS-DUE-DAYS                 PIC 9(7).
000085 01 WS-DAYS-PAST-DUE            PIC S9(7).
000086*--------------------------------------------------
000087* One vendor's bucket subtotals being accumulated
000088* as that vendor's invoices are read off. A zero
000089* WS-CURRENT-VENDOR means no group in progress,
000090* the same convention VNDPAY01 uses.
000091*--------------------------------------------------
000092 01 WS-CURRENT-VENDOR           PIC 9(5) VALUE ZERO.
000093 01 WS-CURRENT-VENDOR-NAME      PIC X(30).
000094 01 WS-VENDOR-BUCKETS.
000095     05 WS-VND-BUCKET OCCURS 5 TIMES PIC S9(9)V99.
000096 01 WS-TOTAL-BUCKETS.
000097     05 WS-TOT-BUCKET OCCURS 5 TIMES PIC S9(11)V99.
000098 01 WS-BUCKET-IDX               PIC 9(1).
000099 01 WS-VENDOR-OPEN-COUNT        PIC 9(5) VALUE ZERO.
000100 01 WS-INV-READ-COUNT           PIC 9(5) VALUE ZERO.
000101 01 WS-OPEN-COUNT               PIC 9(5) VALUE ZERO.
000102 01 WS-TOTAL-OPEN-AMOUNT        PIC S9(11)V99 VALUE ZERO.
000103
000104*--------------------------------------------------
000105* Run Control Log fields for the START/END records
000106* this run writes through VNDRUNLG.
000107*--------------------------------------------------
000108 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDAGE01".
000109 01 WS-RUN-ENTRY-TYPE PIC X(5).
000110 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000111 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000112
000113 01 REPORT-HEADING-1.
000114     05 FILLER                 PIC X(26) VALUE
000115         "AGED OPEN PAYABLES".
000116     05 FILLER                 PIC X(11) VALUE "AS OF DATE ".
000117     05 RH1-AS-OF-DATE         PIC 9(8).
000118
000119 01 REPORT-HEADING-2.
000120     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000121     05 FILLER                 PIC X(24) VALUE "NAME / INVOICE".
000122     05 FILLER                 PIC X(15) VALUE "        CURRENT".
000123     05 FILLER                 PIC X(15) VALUE "           1-30".
000124     05 FILLER                 PIC X(15) VALUE "          31-60".
000125     05 FILLER                 PIC X(15) VALUE "          61-90".
000126     05 FILLER                 PIC X(15) VALUE "        OVER 90".
000127     05 FILLER                 PIC X(4)  VALUE SPACES.
000128     05 FILLER                 PIC X(4)  VALUE "CUR ".
000129     05 FILLER                 PIC X(15) VALUE "  INVOICE AMT".
000130
000131 01 DETAIL-LINE.
000132     05 FILLER                 PIC X(7)  VALUE SPACES.
000133     05 DL-INVOICE-NUMBER      PIC X(10).
000134     05 FILLER                 PIC X(1)  VALUE SPACES.
000135     05 DL-DUE-DATE            PIC 9(8).
000136     05 FILLER                 PIC X(5)  VALUE SPACES.
000137     05 DL-BUCKET-AMOUNT OCCURS 5 TIMES
000138                               PIC ZZZ,ZZZ,ZZ9.99-.
000139     05 FILLER                 PIC X(1)  VALUE SPACES.
000140     05 DL-CR-FLAG             PIC X(2).
000141     05 FILLER                 PIC X(1)  VALUE SPACES.
000142     05 DL-CURRENCY-CODE       PIC X(3).
000143     05 FILLER                 PIC X(1)  VALUE SPACES.
000144     05 DL-INVOICE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
000145
000146 01 VENDOR-NAME-LINE.
000147     05 VN-VENDOR-NUMBER       PIC Z(4)9.
000148     05 FILLER                 PIC X(2)  VALUE SPACES.
000149     05 VN-VENDOR-NAME         PIC X(30).
000150
000151 01 VENDOR-TOTAL-LINE.
000152     05 FILLER                 PIC X(7)  VALUE SPACES.
000153     05 FILLER                 PIC X(24) VALUE "VENDOR TOTAL".
000154     05 VT-BUCKET-AMOUNT OCCURS 5 TIMES
000155                               PIC ZZZ,ZZZ,ZZ9.99-.
000156
000157 01 GRAND-TOTAL-LINE.
000158     05 FILLER                 PIC X(31) VALUE "GRAND TOTAL".
000159     05 GT-BUCKET-AMOUNT OCCURS 5 TIMES
000160                               PIC ZZZ,ZZZ,ZZ9.99-.
000161
000162 01 REPORT-COUNT-LINE.
000163     05 RC-LABEL               PIC X(26).
000164     05 RC-COUNT               PIC Z(4)9.
000165
000166 01 REPORT-AMOUNT-LINE.
000167     05 RA-LABEL               PIC X(26).
000168     05 RA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000169
000170     COPY "WSSGN01.CBL".
000171     COPY "WSFXR01.CBL".
000172
000173 PROCEDURE DIVISION.
000174 PROGRAM-BEGIN.
000175      PERFORM SIGN-ON-OPERATOR.
000176      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000177      PERFORM CHECK-OPERATOR-AUTHORITY.
000178      IF WS-AUTHORITY-OK
000179          PERFORM RUN-AGING-REPORT
000180      END-IF.
000181
000182 PROGRAM-DONE.
000183      STOP RUN.
000184
000185 RUN-AGING-REPORT.
000186      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000187      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000188          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000189          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000190          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000191      PERFORM ENTER-AS-OF-DATE.
000192      MOVE WS-AS-OF-DATE TO WS-CNV-DATE.
000193      PERFORM CONVERT-DATE-TO-DAYS.
000194      MOVE WS-CNV-DAYS TO WS-AS-OF-DAYS.
000195      OPEN INPUT VENDOR-FILE.
000196      IF WS-VND-FILE-STATUS NOT = "00"
000197          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000198              WS-VND-FILE-STATUS
000199          MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000200      END-IF.
000201      OPEN INPUT OPEN-INVOICE-FILE.
000202      OPEN OUTPUT AGING-REPORT.
000203      MOVE ZEROES TO WS-TOTAL-BUCKETS.
000204      PERFORM PRINT-REPORT-HEADINGS.
000205      PERFORM START-INVOICE-FILE.
000206      PERFORM AGE-INVOICE-RECORDS
000207          UNTIL NO-MORE-INVOICE-RECORDS.
000208      PERFORM FINISH-VENDOR-GROUP.
000209      PERFORM PRINT-GRAND-TOTALS.
000210      CLOSE VENDOR-FILE.
000211      CLOSE OPEN-INVOICE-FILE.
000212      CLOSE AGING-REPORT.
000213      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000214      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000215          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000216          WS-INV-READ-COUNT WS-OPEN-COUNT
000217          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000218      DISPLAY WS-INV-READ-COUNT " INVOICE RECORDS READ".
000219      DISPLAY WS-OPEN-COUNT " OPEN INVOICES AGED".
000220
000221
000222 ENTER-AS-OF-DATE.
000223      MOVE "N" TO WS-DATE-VALID-SWITCH.
000224      PERFORM GET-AND-CHECK-AS-OF-DATE
000225          UNTIL WS-DATE-VALID.
000226      MOVE WS-DATE-FIELD TO WS-AS-OF-DATE.
000227
000228 GET-AND-CHECK-AS-OF-DATE.
000229      DISPLAY "ENTER AGING AS-OF DATE (YYYYMMDD)".
000230      ACCEPT WS-DATE-FIELD.
000231      PERFORM VALIDATE-DATE-FIELD.
000232      IF NOT WS-DATE-VALID
000233          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000234      END-IF.
000235
000236 VALIDATE-DATE-FIELD.
000237      MOVE "N" TO WS-DATE-VALID-SWITCH.
000238      IF WS-DATE-FIELD IS NUMERIC
000239          AND WS-DATE-FIELD (5:2) >= "01"
000240          AND WS-DATE-FIELD (5:2) <= "12"
000241          AND WS-DATE-FIELD (7:2) >= "01"
000242          AND WS-DATE-FIELD (7:2) <= "31"
000243          MOVE "Y" TO WS-DATE-VALID-SWITCH
000244      END-IF.
000245
000246*--------------------------------------------------
000247* YYYYMMDD to a serial day count: whole years at
000248* 365 plus the leap days in the years BEFORE this
000249* one - counting the current year's own leap day
000250* here would double it with the past-February
000251* adjustment below - plus the days before this
000252* month, plus the day, plus one more when this
000253* year is a leap year and the date is past
000254* February. Two dates converted this way subtract
000255* to an exact day difference.
000256*--------------------------------------------------
000257 CONVERT-DATE-TO-DAYS.
000258      COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365.
000259      COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YEAR - 1.
000260      DIVIDE WS-CNV-PRIOR-YEAR BY 4 GIVING WS-CNV-WORK.
000261      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000262      DIVIDE WS-CNV-PRIOR-YEAR BY 100 GIVING WS-CNV-WORK.
000263      SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
000264      DIVIDE WS-CNV-PRIOR-YEAR BY 400 GIVING WS-CNV-WORK.
000265      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000266      ADD WS-MONTH-DAYS (WS-CNV-MONTH) TO WS-CNV-DAYS.
000267      ADD WS-CNV-DAY TO WS-CNV-DAYS.
000268      IF WS-CNV-MONTH > 2
000269          PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
000270      END-IF.
000271
000272 ADD-LEAP-DAY-IF-LEAP-YEAR.
000273      DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK
000274          REMAINDER WS-CNV-REM.
000275      IF WS-CNV-REM = ZEROES
000276          DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK
000277              REMAINDER WS-CNV-REM
000278          IF WS-CNV-REM NOT = ZEROES
000279              ADD 1 TO WS-CNV-DAYS
000280          ELSE
000281              DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK
000282                  REMAINDER WS-CNV-REM
000283              IF WS-CNV-REM = ZEROES
000284                  ADD 1 TO WS-CNV-DAYS
000285              END-IF
000286          END-IF
000287      END-IF.
000288
000289 START-INVOICE-FILE.
000290      MOVE LOW-VALUES TO INV-INVOICE-KEY.
000291      START OPEN-INVOICE-FILE
000292          KEY IS NOT LESS THAN INV-INVOICE-KEY
000293          INVALID KEY
000294              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000295      END-START.
000296      IF NOT NO-MORE-INVOICE-RECORDS
000297          PERFORM READ-INVOICE-RECORD
000298      END-IF.
000299
000300 READ-INVOICE-RECORD.
000301      READ OPEN-INVOICE-FILE NEXT RECORD
000302          AT END
000303              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000304          NOT AT END
000305              ADD 1 TO WS-INV-READ-COUNT
000306      END-READ.
000307
000308 AGE-INVOICE-RECORDS.
000309      IF INV-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
000310          PERFORM FINISH-VENDOR-GROUP
000311          PERFORM START-VENDOR-GROUP
000312      END-IF.
000313      IF INVOICE-OPEN
000314          PERFORM AGE-ONE-INVOICE
000315      END-IF.
000316      PERFORM READ-INVOICE-RECORD.
000317
000318*--------------------------------------------------
000319* A vendor with open invoices but no Vendor File
000320* record still ages - the liability is real - with
000321* a name that says the master is missing.
000322*--------------------------------------------------
000323 START-VENDOR-GROUP.
000324      MOVE INV-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
000325      MOVE ZEROES TO WS-VENDOR-BUCKETS.
000326      MOVE ZEROES TO WS-VENDOR-OPEN-COUNT.
000327      MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER.
000328      READ VENDOR-FILE
000329          INVALID KEY
000330              MOVE "*VENDOR NOT ON FILE*"
000331                  TO WS-CURRENT-VENDOR-NAME
000332          NOT INVALID KEY
000333              MOVE VENDOR-NAME TO WS-CURRENT-VENDOR-NAME
000334      END-READ.
000335
000336 AGE-ONE-INVOICE.
000337      PERFORM LOAD-INVOICE-USD-GROSS.
000338      MOVE INV-DUE-DATE TO WS-CNV-DATE.
000339      PERFORM CONVERT-DATE-TO-DAYS.
000340      MOVE WS-CNV-DAYS TO WS-DUE-DAYS.
000341      COMPUTE WS-DAYS-PAST-DUE =
000342          WS-AS-OF-DAYS - WS-DUE-DAYS.
000343      IF WS-DAYS-PAST-DUE <= 0
000344          MOVE 1 TO WS-BUCKET-IDX
000345      ELSE
000346          IF WS-DAYS-PAST-DUE <= 30
000347              MOVE 2 TO WS-BUCKET-IDX
000348          ELSE
000349              IF WS-DAYS-PAST-DUE <= 60
000350                  MOVE 3 TO WS-BUCKET-IDX
000351              ELSE
000352                  IF WS-DAYS-PAST-DUE <= 90
000353                      MOVE 4 TO WS-BUCKET-IDX
000354                  ELSE
000355                      MOVE 5 TO WS-BUCKET-IDX
000356                  END-IF
000357              END-IF
000358          END-IF
000359      END-IF.
000360      IF WS-VENDOR-OPEN-COUNT = ZEROES
000361          PERFORM PRINT-VENDOR-NAME-LINE
000362      END-IF.
000363      PERFORM PRINT-INVOICE-DETAIL.
000364      IF INVOICE-IS-CREDIT
000365          SUBTRACT WS-INVOICE-USD-GROSS
000366              FROM WS-VND-BUCKET (WS-BUCKET-IDX)
000367          SUBTRACT WS-INVOICE-USD-GROSS
000368              FROM WS-TOT-BUCKET (WS-BUCKET-IDX)
000369          SUBTRACT WS-INVOICE-USD-GROSS
000370              FROM WS-TOTAL-OPEN-AMOUNT
000371      ELSE
000372          ADD WS-INVOICE-USD-GROSS
000373              TO WS-VND-BUCKET (WS-BUCKET-IDX)
000374          ADD WS-INVOICE-USD-GROSS
000375              TO WS-TOT-BUCKET (WS-BUCKET-IDX)
000376          ADD WS-INVOICE-USD-GROSS TO WS-TOTAL-OPEN-AMOUNT
000377      END-IF.
000378      ADD 1 TO WS-VENDOR-OPEN-COUNT.
000379      ADD 1 TO WS-OPEN-COUNT.
000380
000381 FINISH-VENDOR-GROUP.
000382      IF WS-CURRENT-VENDOR NOT = ZEROES
000383          AND WS-VENDOR-OPEN-COUNT > 0
000384          PERFORM PRINT-VENDOR-TOTAL
000385      END-IF.
000386
000387 PRINT-REPORT-HEADINGS.
000388      MOVE WS-AS-OF-DATE TO RH1-AS-OF-DATE.
000389      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000390      WRITE REPORT-LINE.
000391      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000392      WRITE REPORT-LINE.
000393      MOVE SPACES TO REPORT-LINE.
000394      WRITE REPORT-LINE.
000395
000396 PRINT-VENDOR-NAME-LINE.
000397      MOVE WS-CURRENT-VENDOR TO VN-VENDOR-NUMBER.
000398      MOVE WS-CURRENT-VENDOR-NAME TO VN-VENDOR-NAME.
000399      MOVE VENDOR-NAME-LINE TO REPORT-LINE.
000400      WRITE REPORT-LINE.
000401
000402*--------------------------------------------------
000403* A credit memo prints its amount negative in its
000404* bucket and carries a CR marker, the same marks
000405* the remittance advice and statement use. The
000406* bucket is in US dollars; the invoice's own
000407* currency and amount print at the right.
000408*--------------------------------------------------
000409 PRINT-INVOICE-DETAIL.
000410      MOVE INV-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
000411      MOVE INV-DUE-DATE TO DL-DUE-DATE.
000412      MOVE ZEROES TO DL-BUCKET-AMOUNT (1)
000413          DL-BUCKET-AMOUNT (2) DL-BUCKET-AMOUNT (3)
000414          DL-BUCKET-AMOUNT (4) DL-BUCKET-AMOUNT (5).
000415      IF INVOICE-IS-CREDIT
000416          COMPUTE DL-BUCKET-AMOUNT (WS-BUCKET-IDX) =
000417              0 - WS-INVOICE-USD-GROSS
000418          MOVE "CR" TO DL-CR-FLAG
000419      ELSE
000420          MOVE WS-INVOICE-USD-GROSS
000421              TO DL-BUCKET-AMOUNT (WS-BUCKET-IDX)
000422          MOVE SPACES TO DL-CR-FLAG
000423      END-IF.
000424      MOVE WS-INVOICE-CURRENCY TO DL-CURRENCY-CODE.
000425      IF INVOICE-IS-CREDIT
000426          COMPUTE DL-INVOICE-AMOUNT = 0 - INV-GROSS-AMOUNT
000427      ELSE
000428          MOVE INV-GROSS-AMOUNT TO DL-INVOICE-AMOUNT
000429      END-IF.
000430      MOVE DETAIL-LINE TO REPORT-LINE.
000431      WRITE REPORT-LINE.
000432
000433 PRINT-VENDOR-TOTAL.
000434      MOVE WS-VND-BUCKET (1) TO VT-BUCKET-AMOUNT (1).
000435      MOVE WS-VND-BUCKET (2) TO VT-BUCKET-AMOUNT (2).
000436      MOVE WS-VND-BUCKET (3) TO VT-BUCKET-AMOUNT (3).
000437      MOVE WS-VND-BUCKET (4) TO VT-BUCKET-AMOUNT (4).
000438      MOVE WS-VND-BUCKET (5) TO VT-BUCKET-AMOUNT (5).
000439      MOVE VENDOR-TOTAL-LINE TO REPORT-LINE.
000440      WRITE REPORT-LINE.
000441      MOVE SPACES TO REPORT-LINE.
000442      WRITE REPORT-LINE.
000443
000444 PRINT-GRAND-TOTALS.
000445      MOVE SPACES TO REPORT-LINE.
000446      WRITE REPORT-LINE.
000447      MOVE WS-TOT-BUCKET (1) TO GT-BUCKET-AMOUNT (1).
000448      MOVE WS-TOT-BUCKET (2) TO GT-BUCKET-AMOUNT (2).
000449      MOVE WS-TOT-BUCKET (3) TO GT-BUCKET-AMOUNT (3).
000450      MOVE WS-TOT-BUCKET (4) TO GT-BUCKET-AMOUNT (4).
000451      MOVE WS-TOT-BUCKET (5) TO GT-BUCKET-AMOUNT (5).
000452      MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
000453      WRITE REPORT-LINE.
000454      MOVE "OPEN INVOICES AGED" TO RC-LABEL.
000455      MOVE WS-OPEN-COUNT TO RC-COUNT.
000456      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000457      WRITE REPORT-LINE.
000458      MOVE "TOTAL OPEN PAYABLES" TO RA-LABEL.
000459      MOVE WS-TOTAL-OPEN-AMOUNT TO RA-AMOUNT.
000460      MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
000461      WRITE REPORT-LINE.
000462
000463     COPY "PRSGN01.CBL".
000464     COPY "PRFXR01.CBL".
