000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDAPR02.
000003*------------------------------------------------
000004* Invoices awaiting approval, by vendor and age.
000005* Reads the Open Invoice File in INV-INVOICE-KEY
000006* order - vendor order - and lists every open
000007* invoice still awaiting release in VNDAPR01,
000008* aged against an operator-entered as-of date by
000009* days since INV-INVOICE-DATE: 0-15, 16-30, 31-60
000010* or over 60 days. Each detail line names the
000011* operator who entered the invoice, so the
000012* approver can see at a glance which ones they
000013* may not release themselves. A subtotal per
000014* vendor with the name off the Vendor File and a
000015* grand-total bucket line at the foot, the shape
000016* of VNDAGE01. A credit memo nets against its
000017* bucket and is marked CR. Nothing is updated -
000018* the file is OPENed INPUT only.
000019* A foreign-currency invoice is listed at its
000020* US-dollar amount at the rate stamped when it was
000021* entered, so every bucket and total is in US
000022* dollars - the figure the approval limits test.
000023*------------------------------------------------
000024 ENVIRONMENT DIVISION.
000025 INPUT-OUTPUT SECTION.
000026 FILE-CONTROL.
000027
000028     COPY "SLVND01.CBL".
000029
000030     COPY "SLINV01.CBL".
000031
000032     COPY "SLOPR01.CBL".
000033
000034     SELECT APPROVAL-REPORT
000035         ASSIGN TO "vndaprrpt.txt"
000036         ORGANIZATION IS LINE SEQUENTIAL.
000037
000038 DATA DIVISION.
000039 FILE SECTION.
000040
000041     COPY "FDVND02.CBL".
000042
000043     COPY "FDINV01.CBL".
000044
000045     COPY "FDOPR01.CBL".
000046
000047 FD  APPROVAL-REPORT
000048     LABEL RECORDS ARE STANDARD.
000049 01  REPORT-LINE                 PIC X(132).
000050
000051 WORKING-STORAGE SECTION.
000052
000053 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000054 01 WS-INVOICE-EOF-SWITCH       PIC X(1) VALUE "N".
000055     88 NO-MORE-INVOICE-RECORDS     VALUE "Y".
000056*--------------------------------------------------
000057* Intermediate ACCEPT field so a bad as-of date is
000058* re-prompted instead of moving undefined content
000059* into a numeric field, the same way VNDAGE01
000060* takes its as-of date.
000061*--------------------------------------------------
000062 01 WS-DATE-FIELD               PIC X(8).
000063 01 WS-DATE-VALID-SWITCH        PIC X(1) VALUE "N".
000064     88 WS-DATE-VALID               VALUE "Y".
000065 01 WS-AS-OF-DATE               PIC 9(8).
000066*--------------------------------------------------
000067* Serial-day conversion so days waiting is a
000068* plain subtraction. WS-CNV-DATE goes in,
000069* WS-CNV-DAYS comes out.
000070*--------------------------------------------------
000071 01 WS-CNV-DATE.
000072     05 WS-CNV-YEAR             PIC 9(4).
000073     05 WS-CNV-MONTH            PIC 9(2).
000074     05 WS-CNV-DAY              PIC 9(2).
000075 01 WS-CNV-DAYS                 PIC 9(7).
000076 01 WS-CNV-WORK                 PIC 9(7).
000077 01 WS-CNV-REM                  PIC 9(4).
000078 01 WS-CNV-PRIOR-YEAR           PIC 9(4).
000079 01 WS-MONTH-DAYS-VALUES.
000080     05 FILLER PIC X(18) VALUE "000031059090120151".
000081     05 FILLER PIC X(18) VALUE "181212243273304334".
000082 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000083     05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
000084 01 WS-AS-OF-DAYS               PIC 9(7).
000085 01 WS-INVOICE-DAYS             PIC 9(7).
000086 01 WS-DAYS-WAITING             PIC S9(7).
000087*--------------------------------------------------
000088* One vendor's bucket subtotals being accumulated
000089* as that vendor's invoices are read off. A zero
000090* WS-CURRENT-VENDOR means no group in progress,
000091* the same convention VNDAGE01 uses.
000092*--------------------------------------------------
000093 01 WS-CURRENT-VENDOR           PIC 9(5) VALUE ZERO.
000094 01 WS-CURRENT-VENDOR-NAME      PIC X(30).
000095 01 WS-VENDOR-BUCKETS.
000096     05 WS-VND-BUCKET OCCURS 4 TIMES PIC S9(9)V99.
000097 01 WS-TOTAL-BUCKETS.
000098     05 WS-TOT-BUCKET OCCURS 4 TIMES PIC S9(11)V99.
000099 01 WS-BUCKET-IDX               PIC 9(1).
000100 01 WS-VENDOR-PENDING-COUNT     PIC 9(5) VALUE ZERO.
000101 01 WS-INV-READ-COUNT           PIC 9(5) VALUE ZERO.
000102 01 WS-PENDING-COUNT            PIC 9(5) VALUE ZERO.
000103 01 WS-TOTAL-PENDING-AMOUNT     PIC S9(11)V99 VALUE ZERO.
000104
000105*--------------------------------------------------
000106* Run Control Log fields for the START/END records
000107* this run writes through VNDRUNLG.
000108*--------------------------------------------------
000109 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDAPR02".
000110 01 WS-RUN-ENTRY-TYPE PIC X(5).
000111 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000112 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000113
000114 01 REPORT-HEADING-1.
000115     05 FILLER                 PIC X(26) VALUE
000116         "INVOICES AWAITING APPROVAL".
000117     05 FILLER                 PIC X(1)  VALUE SPACES.
000118     05 FILLER                 PIC X(11) VALUE "AS OF DATE ".
000119     05 RH1-AS-OF-DATE         PIC 9(8).
000120
000121 01 REPORT-HEADING-2.
000122     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000123     05 FILLER                 PIC X(24) VALUE "NAME / INVOICE".
000124     05 FILLER                 PIC X(9)  VALUE "ENTERED".
000125     05 FILLER                 PIC X(15) VALUE "           0-15".
000126     05 FILLER                 PIC X(15) VALUE "          16-30".
000127     05 FILLER                 PIC X(15) VALUE "          31-60".
000128     05 FILLER                 PIC X(15) VALUE "        OVER 60".
000129
000130 01 DETAIL-LINE.
000131     05 FILLER                 PIC X(7)  VALUE SPACES.
000132     05 DL-INVOICE-NUMBER      PIC X(10).
000133     05 FILLER                 PIC X(1)  VALUE SPACES.
000134     05 DL-INVOICE-DATE        PIC 9(8).
000135     05 FILLER                 PIC X(5)  VALUE SPACES.
000136     05 DL-ENTERED-BY          PIC X(8).
000137     05 FILLER                 PIC X(1)  VALUE SPACES.
000138     05 DL-BUCKET-AMOUNT OCCURS 4 TIMES
000139                               PIC ZZZ,ZZZ,ZZ9.99-.
000140     05 FILLER                 PIC X(1)  VALUE SPACES.
000141     05 DL-CR-FLAG             PIC X(2).
000142
000143 01 VENDOR-NAME-LINE.
000144     05 VN-VENDOR-NUMBER       PIC Z(4)9.
000145     05 FILLER                 PIC X(2)  VALUE SPACES.
000146     05 VN-VENDOR-NAME         PIC X(30).
000147
000148 01 VENDOR-TOTAL-LINE.
000149     05 FILLER                 PIC X(7)  VALUE SPACES.
000150     05 FILLER                 PIC X(33) VALUE "VENDOR TOTAL".
000151     05 VT-BUCKET-AMOUNT OCCURS 4 TIMES
000152                               PIC ZZZ,ZZZ,ZZ9.99-.
000153
000154 01 GRAND-TOTAL-LINE.
000155     05 FILLER                 PIC X(40) VALUE "GRAND TOTAL".
000156     05 GT-BUCKET-AMOUNT OCCURS 4 TIMES
000157                               PIC ZZZ,ZZZ,ZZ9.99-.
000158
000159 01 REPORT-COUNT-LINE.
000160     05 RC-LABEL               PIC X(26).
000161     05 RC-COUNT               PIC Z(4)9.
000162
000163 01 REPORT-AMOUNT-LINE.
000164     05 RA-LABEL               PIC X(26).
000165     05 RA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000166
000167     COPY "WSSGN01.CBL".
000168     COPY "WSFXR01.CBL".
000169
000170 PROCEDURE DIVISION.
000171 PROGRAM-BEGIN.
000172      PERFORM SIGN-ON-OPERATOR.
000173      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000174      PERFORM CHECK-OPERATOR-AUTHORITY.
000175      IF WS-AUTHORITY-OK
000176          PERFORM RUN-APPROVAL-REPORT
000177      END-IF.
000178
000179 PROGRAM-DONE.
000180      STOP RUN.
000181
000182 RUN-APPROVAL-REPORT.
000183      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000184      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000185          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000186          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000187          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000188      PERFORM ENTER-AS-OF-DATE.
000189      MOVE WS-AS-OF-DATE TO WS-CNV-DATE.
000190      PERFORM CONVERT-DATE-TO-DAYS.
000191      MOVE WS-CNV-DAYS TO WS-AS-OF-DAYS.
000192      OPEN INPUT VENDOR-FILE.
000193      IF WS-VND-FILE-STATUS NOT = "00"
000194          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000195              WS-VND-FILE-STATUS
000196          MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000197      END-IF.
000198      OPEN INPUT OPEN-INVOICE-FILE.
000199      OPEN OUTPUT APPROVAL-REPORT.
000200      MOVE ZEROES TO WS-TOTAL-BUCKETS.
000201      PERFORM PRINT-REPORT-HEADINGS.
000202      PERFORM START-INVOICE-FILE.
000203      PERFORM AGE-INVOICE-RECORDS
000204          UNTIL NO-MORE-INVOICE-RECORDS.
000205      PERFORM FINISH-VENDOR-GROUP.
000206      PERFORM PRINT-GRAND-TOTALS.
000207      CLOSE VENDOR-FILE.
000208      CLOSE OPEN-INVOICE-FILE.
000209      CLOSE APPROVAL-REPORT.
000210      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000211      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000212          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000213          WS-INV-READ-COUNT WS-PENDING-COUNT
000214          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000215      DISPLAY WS-INV-READ-COUNT " INVOICE RECORDS READ".
000216      DISPLAY WS-PENDING-COUNT " INVOICES AWAITING APPROVAL".
000217
000218 ENTER-AS-OF-DATE.
000219      MOVE "N" TO WS-DATE-VALID-SWITCH.
000220      PERFORM GET-AND-CHECK-AS-OF-DATE
000221          UNTIL WS-DATE-VALID.
000222      MOVE WS-DATE-FIELD TO WS-AS-OF-DATE.
000223
000224 GET-AND-CHECK-AS-OF-DATE.
000225      DISPLAY "ENTER AS-OF DATE (YYYYMMDD)".
000226      ACCEPT WS-DATE-FIELD.
000227      PERFORM VALIDATE-DATE-FIELD.
000228      IF NOT WS-DATE-VALID
000229          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000230      END-IF.
000231
000232 VALIDATE-DATE-FIELD.
000233      MOVE "N" TO WS-DATE-VALID-SWITCH.
000234      IF WS-DATE-FIELD IS NUMERIC
000235          AND WS-DATE-FIELD (5:2) >= "01"
000236          AND WS-DATE-FIELD (5:2) <= "12"
000237          AND WS-DATE-FIELD (7:2) >= "01"
000238          AND WS-DATE-FIELD (7:2) <= "31"
000239          MOVE "Y" TO WS-DATE-VALID-SWITCH
000240      END-IF.
000241
000242*--------------------------------------------------
000243* YYYYMMDD to a serial day count: whole years at
000244* 365 plus the leap days in the years BEFORE this
000245* one - counting the current year's own leap day
000246* here would double it with the past-February
000247* adjustment below - plus the days before this
000248* month, plus the day, plus one more when this
000249* year is a leap year and the date is past
000250* February. Two dates converted this way subtract
000251* to an exact day difference.
000252*--------------------------------------------------
000253 CONVERT-DATE-TO-DAYS.
000254      COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365.
000255      COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YEAR - 1.
000256      DIVIDE WS-CNV-PRIOR-YEAR BY 4 GIVING WS-CNV-WORK.
000257      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000258      DIVIDE WS-CNV-PRIOR-YEAR BY 100 GIVING WS-CNV-WORK.
000259      SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
000260      DIVIDE WS-CNV-PRIOR-YEAR BY 400 GIVING WS-CNV-WORK.
000261      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000262      ADD WS-MONTH-DAYS (WS-CNV-MONTH) TO WS-CNV-DAYS.
000263      ADD WS-CNV-DAY TO WS-CNV-DAYS.
000264      IF WS-CNV-MONTH > 2
000265          PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
000266      END-IF.
000267
000268 ADD-LEAP-DAY-IF-LEAP-YEAR.
000269      DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK
000270          REMAINDER WS-CNV-REM.
000271      IF WS-CNV-REM = ZEROES
000272          DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK
000273              REMAINDER WS-CNV-REM
000274          IF WS-CNV-REM NOT = ZEROES
000275              ADD 1 TO WS-CNV-DAYS
000276          ELSE
000277              DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK
000278                  REMAINDER WS-CNV-REM
000279              IF WS-CNV-REM = ZEROES
000280                  ADD 1 TO WS-CNV-DAYS
000281              END-IF
000282          END-IF
000283      END-IF.
000284
000285 START-INVOICE-FILE.
000286      MOVE LOW-VALUES TO INV-INVOICE-KEY.
000287      START OPEN-INVOICE-FILE
000288          KEY IS NOT LESS THAN INV-INVOICE-KEY
000289          INVALID KEY
000290              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000291      END-START.
000292      IF NOT NO-MORE-INVOICE-RECORDS
000293          PERFORM READ-INVOICE-RECORD
000294      END-IF.
000295
000296 READ-INVOICE-RECORD.
000297      READ OPEN-INVOICE-FILE NEXT RECORD
000298          AT END
000299              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000300          NOT AT END
000301              ADD 1 TO WS-INV-READ-COUNT
000302      END-READ.
000303
000304 AGE-INVOICE-RECORDS.
000305      IF INV-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
000306          PERFORM FINISH-VENDOR-GROUP
000307          PERFORM START-VENDOR-GROUP
000308      END-IF.
000309      IF INVOICE-OPEN
000310          AND INVOICE-AWAITING-APPROVAL
000311          PERFORM AGE-ONE-INVOICE
000312      END-IF.
000313      PERFORM READ-INVOICE-RECORD.
000314
000315 START-VENDOR-GROUP.
000316      MOVE INV-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
000317      MOVE ZEROES TO WS-VENDOR-BUCKETS.
000318      MOVE ZEROES TO WS-VENDOR-PENDING-COUNT.
000319      MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER.
000320      READ VENDOR-FILE
000321          INVALID KEY
000322              MOVE "*VENDOR NOT ON FILE*"
000323                  TO WS-CURRENT-VENDOR-NAME
000324          NOT INVALID KEY
000325              MOVE VENDOR-NAME TO WS-CURRENT-VENDOR-NAME
000326      END-READ.
000327
000328*--------------------------------------------------
000329* Age is days since the invoice date, not days
000330* past due - how long the vendor's bill has been
000331* sitting, which is what an approval backlog
000332* costs in lost discounts and late payments. An
000333* invoice dated after the as-of date ages as 0.
000334*--------------------------------------------------
000335 AGE-ONE-INVOICE.
000336      PERFORM LOAD-INVOICE-USD-GROSS.
000337      MOVE INV-INVOICE-DATE TO WS-CNV-DATE.
000338      PERFORM CONVERT-DATE-TO-DAYS.
000339      MOVE WS-CNV-DAYS TO WS-INVOICE-DAYS.
000340      COMPUTE WS-DAYS-WAITING =
000341          WS-AS-OF-DAYS - WS-INVOICE-DAYS.
000342      IF WS-DAYS-WAITING <= 15
000343          MOVE 1 TO WS-BUCKET-IDX
000344      ELSE
000345          IF WS-DAYS-WAITING <= 30
000346              MOVE 2 TO WS-BUCKET-IDX
000347          ELSE
000348              IF WS-DAYS-WAITING <= 60
000349                  MOVE 3 TO WS-BUCKET-IDX
000350              ELSE
000351                  MOVE 4 TO WS-BUCKET-IDX
000352              END-IF
000353          END-IF
000354      END-IF.
000355      IF WS-VENDOR-PENDING-COUNT = ZEROES
000356          PERFORM PRINT-VENDOR-NAME-LINE
000357      END-IF.
000358      PERFORM PRINT-INVOICE-DETAIL.
000359      IF INVOICE-IS-CREDIT
000360          SUBTRACT WS-INVOICE-USD-GROSS
000361              FROM WS-VND-BUCKET (WS-BUCKET-IDX)
000362          SUBTRACT WS-INVOICE-USD-GROSS
000363              FROM WS-TOT-BUCKET (WS-BUCKET-IDX)
000364          SUBTRACT WS-INVOICE-USD-GROSS
000365              FROM WS-TOTAL-PENDING-AMOUNT
000366      ELSE
000367          ADD WS-INVOICE-USD-GROSS
000368              TO WS-VND-BUCKET (WS-BUCKET-IDX)
000369          ADD WS-INVOICE-USD-GROSS
000370              TO WS-TOT-BUCKET (WS-BUCKET-IDX)
000371          ADD WS-INVOICE-USD-GROSS
000372              TO WS-TOTAL-PENDING-AMOUNT
000373      END-IF.
000374      ADD 1 TO WS-VENDOR-PENDING-COUNT.
000375      ADD 1 TO WS-PENDING-COUNT.
000376
000377 FINISH-VENDOR-GROUP.
000378      IF WS-CURRENT-VENDOR NOT = ZEROES
000379          AND WS-VENDOR-PENDING-COUNT > 0
000380          PERFORM PRINT-VENDOR-TOTAL
000381      END-IF.
000382
000383 PRINT-REPORT-HEADINGS.
000384      MOVE WS-AS-OF-DATE TO RH1-AS-OF-DATE.
000385      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000386      WRITE REPORT-LINE.
000387      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000388      WRITE REPORT-LINE.
000389      MOVE SPACES TO REPORT-LINE.
000390      WRITE REPORT-LINE.
000391
000392 PRINT-VENDOR-NAME-LINE.
000393      MOVE WS-CURRENT-VENDOR TO VN-VENDOR-NUMBER.
000394      MOVE WS-CURRENT-VENDOR-NAME TO VN-VENDOR-NAME.
000395      MOVE VENDOR-NAME-LINE TO REPORT-LINE.
000396      WRITE REPORT-LINE.
000397
000398 PRINT-INVOICE-DETAIL.
000399      MOVE INV-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
000400      MOVE INV-INVOICE-DATE TO DL-INVOICE-DATE.
000401      MOVE INV-ENTERED-BY TO DL-ENTERED-BY.
000402      MOVE ZEROES TO DL-BUCKET-AMOUNT (1)
000403          DL-BUCKET-AMOUNT (2) DL-BUCKET-AMOUNT (3)
000404          DL-BUCKET-AMOUNT (4).
000405      IF INVOICE-IS-CREDIT
000406          COMPUTE DL-BUCKET-AMOUNT (WS-BUCKET-IDX) =
000407              0 - WS-INVOICE-USD-GROSS
000408          MOVE "CR" TO DL-CR-FLAG
000409      ELSE
000410          MOVE WS-INVOICE-USD-GROSS
000411              TO DL-BUCKET-AMOUNT (WS-BUCKET-IDX)
000412          MOVE SPACES TO DL-CR-FLAG
000413      END-IF.
000414      MOVE DETAIL-LINE TO REPORT-LINE.
000415      WRITE REPORT-LINE.
000416
000417 PRINT-VENDOR-TOTAL.
000418      MOVE WS-VND-BUCKET (1) TO VT-BUCKET-AMOUNT (1).
000419      MOVE WS-VND-BUCKET (2) TO VT-BUCKET-AMOUNT (2).
000420      MOVE WS-VND-BUCKET (3) TO VT-BUCKET-AMOUNT (3).
000421      MOVE WS-VND-BUCKET (4) TO VT-BUCKET-AMOUNT (4).
000422      MOVE VENDOR-TOTAL-LINE TO REPORT-LINE.
000423      WRITE REPORT-LINE.
000424      MOVE SPACES TO REPORT-LINE.
000425      WRITE REPORT-LINE.
000426
000427 PRINT-GRAND-TOTALS.
000428      MOVE SPACES TO REPORT-LINE.
000429      WRITE REPORT-LINE.
000430      MOVE WS-TOT-BUCKET (1) TO GT-BUCKET-AMOUNT (1).
000431      MOVE WS-TOT-BUCKET (2) TO GT-BUCKET-AMOUNT (2).
000432      MOVE WS-TOT-BUCKET (3) TO GT-BUCKET-AMOUNT (3).
000433      MOVE WS-TOT-BUCKET (4) TO GT-BUCKET-AMOUNT (4).
000434      MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
000435      WRITE REPORT-LINE.
000436      MOVE "INVOICES AWAITING" TO RC-LABEL.
000437      MOVE WS-PENDING-COUNT TO RC-COUNT.
000438      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000439      WRITE REPORT-LINE.
000440      MOVE "TOTAL AWAITING APPROVAL" TO RA-LABEL.
000441      MOVE WS-TOTAL-PENDING-AMOUNT TO RA-AMOUNT.
000442      MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
000443      WRITE REPORT-LINE.
000444
000445     COPY "PRSGN01.CBL".
000446     COPY "PRFXR01.CBL".
