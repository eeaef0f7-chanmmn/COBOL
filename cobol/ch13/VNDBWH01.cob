000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDBWH01.
000003*------------------------------------------------
000004* Quarterly backup withholding summary, for the
000005* Form 945 deposits. The operator keys a year and
000006* quarter; every payment on the Vendor Payment
000007* History that had backup withholding kept back
000008* (PMT-WITHHELD-AMOUNT) is listed with the cash
000009* sent and the tax withheld, the liability is
000010* totalled for each month of the quarter beside
000011* the day its deposit falls due - the 15th of the
000012* month after, the monthly depositor's schedule -
000013* then for the quarter and for the year to date.
000014* A voided payment never went out, so nothing was
000015* withheld from it: it is listed and counted, but
000016* left out of the liability. The totals tie to
000017* BKUPWHLD on VNDPAY01's posting journals.
000018*------------------------------------------------
000019 ENVIRONMENT DIVISION.
000020 INPUT-OUTPUT SECTION.
000021 FILE-CONTROL.
000022
000023     COPY "SLPMT01.CBL".
000024
000025     COPY "SLOPR01.CBL".
000026
000027     SELECT BACKUP-WH-REPORT
000028         ASSIGN TO "vndbwhrpt.txt"
000029         ORGANIZATION IS LINE SEQUENTIAL.
000030
000031 DATA DIVISION.
000032 FILE SECTION.
000033
000034     COPY "FDPMT01.CBL".
000035
000036     COPY "FDOPR01.CBL".
000037
000038 FD  BACKUP-WH-REPORT
000039     LABEL RECORDS ARE STANDARD.
000040 01  REPORT-LINE                 PIC X(100).
000041
000042 WORKING-STORAGE SECTION.
000043
000044 01 WS-PMT-FILE-STATUS         PIC X(2) VALUE "00".
000045 01 WS-PMT-EOF-SWITCH          PIC X(1) VALUE "N".
000046     88 NO-MORE-PAYMENT-RECORDS    VALUE "Y".
000047 01 WS-PMT-READ-COUNT          PIC 9(5) VALUE ZERO.
000048 01 WS-WITHHELD-COUNT          PIC 9(5) VALUE ZERO.
000049 01 WS-VOIDED-COUNT            PIC 9(5) VALUE ZERO.
000050 01 WS-VOIDED-TOTAL            PIC 9(11)V99 VALUE ZERO.
000051 01 WS-QUARTER-TOTAL           PIC 9(11)V99 VALUE ZERO.
000052 01 WS-YTD-TOTAL               PIC 9(11)V99 VALUE ZERO.
000053 01 WS-PAYMENT-WITHHELD        PIC 9(9)V99 VALUE ZERO.
000054*--------------------------------------------------
000055* Year and quarter keyed by the operator, and the
000056* months the quarter spans.
000057*--------------------------------------------------
000058 01 WS-REPORT-YEAR-FIELD       PIC X(4).
000059 01 WS-REPORT-YEAR REDEFINES WS-REPORT-YEAR-FIELD
000060                               PIC 9(4).
000061 01 WS-YEAR-VALID-SWITCH       PIC X(1) VALUE "N".
000062     88 WS-YEAR-VALID              VALUE "Y".
000063 01 WS-QUARTER-FIELD           PIC X(1).
000064     88 WS-QUARTER-VALID           VALUE "1" THRU "4".
000065 01 WS-QUARTER                 PIC 9(1) VALUE ZERO.
000066 01 WS-FIRST-MONTH             PIC 9(2) VALUE ZERO.
000067 01 WS-LAST-MONTH              PIC 9(2) VALUE ZERO.
000068 01 WS-PAYMENT-YEAR            PIC 9(4).
000069 01 WS-PAYMENT-MONTH           PIC 9(2).
000070*--------------------------------------------------
000071* The liability for each month of the quarter, and
000072* the day its deposit is due.
000073*--------------------------------------------------
000074 01 WS-MONTH-TABLE.
000075     05 WS-MT-ENTRY OCCURS 3 TIMES.
000076         10 WS-MT-MONTH          PIC 9(2).
000077         10 WS-MT-COUNT          PIC 9(5).
000078         10 WS-MT-AMOUNT         PIC 9(11)V99.
000079 01 WS-MT-IDX                  PIC 9(1) COMP.
000080 01 WS-DUE-DATE.
000081     05 WS-DUE-YEAR            PIC 9(4).
000082     05 WS-DUE-MONTH           PIC 9(2).
000083     05 WS-DUE-DAY             PIC 9(2) VALUE 15.
000084 01 WS-DUE-DATE-NUMBER REDEFINES WS-DUE-DATE PIC 9(8).
000085
000086*--------------------------------------------------
000087* Run Control Log fields for the START/END records
000088* this run writes through VNDRUNLG.
000089*--------------------------------------------------
000090 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDBWH01".
000091 01 WS-RUN-ENTRY-TYPE PIC X(5).
000092 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000093 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000094
000095 01 HEADING-LINE-1.
000096     05 FILLER                 PIC X(38) VALUE
000097         "BACKUP WITHHOLDING SUMMARY - FORM 945".
000098     05 FILLER                 PIC X(5)  VALUE "YEAR ".
000099     05 HL1-REPORT-YEAR        PIC X(4).
000100     05 FILLER                 PIC X(10) VALUE "  QUARTER ".
000101     05 HL1-QUARTER            PIC 9(1).
000102
000103 01 HEADING-LINE-2.
000104     05 FILLER                 PIC X(10) VALUE "PAID".
000105     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000106     05 FILLER                 PIC X(31) VALUE "NAME".
000107     05 FILLER                 PIC X(4)  VALUE "VIA".
000108     05 FILLER                 PIC X(7)  VALUE "CHECK".
000109     05 FILLER                 PIC X(15) VALUE "      CASH SENT".
000110     05 FILLER                 PIC X(15) VALUE "   TAX WITHHELD".
000111
000112 01 DETAIL-LINE.
000113     05 DL-PAYMENT-DATE        PIC 9(8).
000114     05 FILLER                 PIC X(2)  VALUE SPACES.
000115     05 DL-VENDOR-NUMBER       PIC Z(4)9.
000116     05 FILLER                 PIC X(2)  VALUE SPACES.
000117     05 DL-VENDOR-NAME         PIC X(30).
000118     05 FILLER                 PIC X(1)  VALUE SPACES.
000119     05 DL-METHOD              PIC X(3).
000120     05 FILLER                 PIC X(1)  VALUE SPACES.
000121     05 DL-CHECK-NUMBER        PIC Z(5)9.
000122     05 FILLER                 PIC X(1)  VALUE SPACES.
000123     05 DL-CASH-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
000124     05 FILLER                 PIC X(1)  VALUE SPACES.
000125     05 DL-WITHHELD-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
000126     05 FILLER                 PIC X(1)  VALUE SPACES.
000127     05 DL-NOTE                PIC X(10).
000128
000129 01 MONTH-LINE.
000130     05 FILLER                 PIC X(6)  VALUE "MONTH ".
000131     05 ML-MONTH               PIC 99.
000132     05 FILLER                 PIC X(2)  VALUE SPACES.
000133     05 ML-COUNT               PIC Z(4)9.
000134     05 FILLER                 PIC X(10) VALUE " PAYMENTS ".
000135     05 FILLER                 PIC X(10) VALUE "LIABILITY ".
000136     05 ML-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000137     05 FILLER                 PIC X(14) VALUE "  DEPOSIT DUE ".
000138     05 ML-DUE-DATE            PIC 9(8).
000139
000140 01 TOTAL-AMOUNT-LINE.
000141     05 TA-LABEL               PIC X(30).
000142     05 TA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000143
000144 01 TOTAL-COUNT-LINE.
000145     05 TC-LABEL               PIC X(30).
000146     05 TC-COUNT               PIC Z(4)9.
000147
000148     COPY "WSSGN01.CBL".
000149
000150 PROCEDURE DIVISION.
000151 PROGRAM-BEGIN.
000152      PERFORM SIGN-ON-OPERATOR.
000153      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000154      PERFORM CHECK-OPERATOR-AUTHORITY.
000155      IF WS-AUTHORITY-OK
000156          PERFORM RUN-BACKUP-WH-SUMMARY
000157      END-IF.
000158
000159 PROGRAM-DONE.
000160      STOP RUN.
000161
000162 RUN-BACKUP-WH-SUMMARY.
000163      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000164      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000165          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000166          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000167          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000168      PERFORM ENTER-REPORT-YEAR.
000169      PERFORM ENTER-REPORT-QUARTER.
000170      PERFORM SET-QUARTER-MONTHS.
000171      OPEN OUTPUT BACKUP-WH-REPORT.
000172      PERFORM PRINT-HEADINGS.
000173      OPEN INPUT VENDOR-PAYMENT-HISTORY.
000174      IF WS-PMT-FILE-STATUS = "00"
000175          PERFORM READ-PAYMENT-RECORD
000176          PERFORM SUMMARIZE-PAYMENT-RECORDS
000177              UNTIL NO-MORE-PAYMENT-RECORDS
000178          CLOSE VENDOR-PAYMENT-HISTORY
000179      ELSE
000180          IF WS-PMT-FILE-STATUS NOT = "35"
000181              DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
000182                  WS-PMT-FILE-STATUS
000183          END-IF
000184      END-IF.
000185      PERFORM PRINT-MONTH-LINES.
000186      PERFORM PRINT-TOTAL-LINES.
000187      CLOSE BACKUP-WH-REPORT.
000188      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000189      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000190          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000191          WS-PMT-READ-COUNT WS-WITHHELD-COUNT
000192          WS-VOIDED-COUNT WS-RUN-ZERO-COUNT.
000193      DISPLAY WS-WITHHELD-COUNT " PAYMENTS WITH TAX WITHHELD".
000194      DISPLAY WS-VOIDED-COUNT " VOIDED - NOT COUNTED".
000195
000196 ENTER-REPORT-YEAR.
000197      MOVE "N" TO WS-YEAR-VALID-SWITCH.
000198      PERFORM GET-AND-CHECK-REPORT-YEAR
000199          UNTIL WS-YEAR-VALID.
000200      MOVE WS-REPORT-YEAR-FIELD TO HL1-REPORT-YEAR.
000201
000202 GET-AND-CHECK-REPORT-YEAR.
000203      DISPLAY "ENTER 945 REPORT YEAR (YYYY)".
000204      ACCEPT WS-REPORT-YEAR-FIELD.
000205      IF WS-REPORT-YEAR-FIELD IS NUMERIC
000206          MOVE "Y" TO WS-YEAR-VALID-SWITCH
000207      ELSE
000208          DISPLAY "INVALID YEAR - PLEASE RE-ENTER"
000209      END-IF.
000210
000211 ENTER-REPORT-QUARTER.
000212      MOVE SPACES TO WS-QUARTER-FIELD.
000213      PERFORM GET-AND-CHECK-REPORT-QUARTER
000214          UNTIL WS-QUARTER-VALID.
000215      MOVE WS-QUARTER-FIELD TO WS-QUARTER.
000216      MOVE WS-QUARTER TO HL1-QUARTER.
000217
000218 GET-AND-CHECK-REPORT-QUARTER.
000219      DISPLAY "ENTER QUARTER (1-4)".
000220      ACCEPT WS-QUARTER-FIELD.
000221      IF NOT WS-QUARTER-VALID
000222          DISPLAY "INVALID QUARTER - PLEASE RE-ENTER"
000223      END-IF.
000224
000225*--------------------------------------------------
000226* The quarter's three months, each with the 15th
000227* of the month after as its deposit due date - a
000228* December liability is due in January of the
000229* next year.
000230*--------------------------------------------------
000231 SET-QUARTER-MONTHS.
000232      COMPUTE WS-LAST-MONTH = WS-QUARTER * 3.
000233      COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2.
000234      MOVE 1 TO WS-MT-IDX.
000235      PERFORM SET-ONE-QUARTER-MONTH
000236          UNTIL WS-MT-IDX > 3.
000237
000238 SET-ONE-QUARTER-MONTH.
000239      COMPUTE WS-MT-MONTH (WS-MT-IDX) =
000240          WS-FIRST-MONTH + WS-MT-IDX - 1.
000241      MOVE ZEROES TO WS-MT-COUNT (WS-MT-IDX).
000242      MOVE ZEROES TO WS-MT-AMOUNT (WS-MT-IDX).
000243      ADD 1 TO WS-MT-IDX.
000244
000245 READ-PAYMENT-RECORD.
000246      READ VENDOR-PAYMENT-HISTORY
000247          AT END
000248              MOVE "Y" TO WS-PMT-EOF-SWITCH
000249          NOT AT END
000250              ADD 1 TO WS-PMT-READ-COUNT
000251      END-READ.
000252
000253*--------------------------------------------------
000254* Only a payment of the report year with tax
000255* withheld counts. Its month places it in the
000256* quarter, or - earlier in the year - in the year
000257* to date only. The withheld field was appended to
000258* FDPMT01.CBL, so it is tested IS NUMERIC first.
000259*--------------------------------------------------
000260 SUMMARIZE-PAYMENT-RECORDS.
000261      MOVE ZEROES TO WS-PAYMENT-WITHHELD.
000262      IF PMT-WITHHELD-AMOUNT IS NUMERIC
000263          MOVE PMT-WITHHELD-AMOUNT TO WS-PAYMENT-WITHHELD
000264      END-IF.
000265      MOVE PMT-PAYMENT-DATE (1:4) TO WS-PAYMENT-YEAR.
000266      MOVE PMT-PAYMENT-DATE (5:2) TO WS-PAYMENT-MONTH.
000267      IF WS-PAYMENT-WITHHELD > ZEROES
000268          AND WS-PAYMENT-YEAR = WS-REPORT-YEAR
000269          AND WS-PAYMENT-MONTH NOT > WS-LAST-MONTH
000270          PERFORM SUMMARIZE-WITHHELD-PAYMENT
000271      END-IF.
000272      PERFORM READ-PAYMENT-RECORD.
000273
000274 SUMMARIZE-WITHHELD-PAYMENT.
000275      IF WS-PAYMENT-MONTH NOT < WS-FIRST-MONTH
000276          PERFORM PRINT-DETAIL-LINE
000277      END-IF.
000278      IF PMT-VOIDED
000279          IF WS-PAYMENT-MONTH NOT < WS-FIRST-MONTH
000280              ADD 1 TO WS-VOIDED-COUNT
000281              ADD WS-PAYMENT-WITHHELD TO WS-VOIDED-TOTAL
000282          END-IF
000283      ELSE
000284          ADD WS-PAYMENT-WITHHELD TO WS-YTD-TOTAL
000285          IF WS-PAYMENT-MONTH NOT < WS-FIRST-MONTH
000286              COMPUTE WS-MT-IDX =
000287                  WS-PAYMENT-MONTH - WS-FIRST-MONTH + 1
000288              ADD 1 TO WS-MT-COUNT (WS-MT-IDX)
000289              ADD WS-PAYMENT-WITHHELD TO WS-MT-AMOUNT (WS-MT-IDX)
000290              ADD WS-PAYMENT-WITHHELD TO WS-QUARTER-TOTAL
000291              ADD 1 TO WS-WITHHELD-COUNT
000292          END-IF
000293      END-IF.
000294
000295 PRINT-DETAIL-LINE.
000296      MOVE PMT-PAYMENT-DATE TO DL-PAYMENT-DATE.
000297      MOVE PMT-VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000298      MOVE PMT-VENDOR-NAME TO DL-VENDOR-NAME.
000299      MOVE PMT-METHOD TO DL-METHOD.
000300      MOVE PMT-CHECK-NUMBER TO DL-CHECK-NUMBER.
000301      MOVE PMT-AMOUNT TO DL-CASH-AMOUNT.
000302      MOVE WS-PAYMENT-WITHHELD TO DL-WITHHELD-AMOUNT.
000303      IF PMT-VOIDED
000304          MOVE "VOIDED" TO DL-NOTE
000305      ELSE
000306          MOVE SPACES TO DL-NOTE
000307      END-IF.
000308      MOVE DETAIL-LINE TO REPORT-LINE.
000309      WRITE REPORT-LINE.
000310
000311 PRINT-HEADINGS.
000312      MOVE HEADING-LINE-1 TO REPORT-LINE.
000313      WRITE REPORT-LINE.
000314      MOVE HEADING-LINE-2 TO REPORT-LINE.
000315      WRITE REPORT-LINE.
000316      MOVE SPACES TO REPORT-LINE.
000317      WRITE REPORT-LINE.
000318
000319 PRINT-MONTH-LINES.
000320      MOVE SPACES TO REPORT-LINE.
000321      WRITE REPORT-LINE.
000322      MOVE 1 TO WS-MT-IDX.
000323      PERFORM PRINT-ONE-MONTH-LINE
000324          UNTIL WS-MT-IDX > 3.
000325
000326 PRINT-ONE-MONTH-LINE.
000327      MOVE WS-MT-MONTH (WS-MT-IDX) TO ML-MONTH.
000328      MOVE WS-MT-COUNT (WS-MT-IDX) TO ML-COUNT.
000329      MOVE WS-MT-AMOUNT (WS-MT-IDX) TO ML-AMOUNT.
000330      IF WS-MT-MONTH (WS-MT-IDX) = 12
000331          COMPUTE WS-DUE-YEAR = WS-REPORT-YEAR + 1
000332          MOVE 1 TO WS-DUE-MONTH
000333      ELSE
000334          MOVE WS-REPORT-YEAR TO WS-DUE-YEAR
000335          COMPUTE WS-DUE-MONTH = WS-MT-MONTH (WS-MT-IDX) + 1
000336      END-IF.
000337      MOVE WS-DUE-DATE-NUMBER TO ML-DUE-DATE.
000338      MOVE MONTH-LINE TO REPORT-LINE.
000339      WRITE REPORT-LINE.
000340      ADD 1 TO WS-MT-IDX.
000341
000342 PRINT-TOTAL-LINES.
000343      MOVE SPACES TO REPORT-LINE.
000344      WRITE REPORT-LINE.
000345      MOVE "QUARTER LIABILITY" TO TA-LABEL.
000346      MOVE WS-QUARTER-TOTAL TO TA-AMOUNT.
000347      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
000348      WRITE REPORT-LINE.
000349      MOVE "YEAR TO DATE LIABILITY" TO TA-LABEL.
000350      MOVE WS-YTD-TOTAL TO TA-AMOUNT.
000351      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
000352      WRITE REPORT-LINE.
000353      MOVE "PAYMENTS WITH TAX WITHHELD" TO TC-LABEL.
000354      MOVE WS-WITHHELD-COUNT TO TC-COUNT.
000355      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
000356      WRITE REPORT-LINE.
000357      MOVE "VOIDED - NOT COUNTED" TO TC-LABEL.
000358      MOVE WS-VOIDED-COUNT TO TC-COUNT.
000359      MOVE TOTAL-COUNT-LINE TO REPORT-LINE.
000360      WRITE REPORT-LINE.
000361      MOVE "VOIDED WITHHOLDING" TO TA-LABEL.
000362      MOVE WS-VOIDED-TOTAL TO TA-AMOUNT.
000363      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
000364      WRITE REPORT-LINE.
000365
000366     COPY "PRSGN01.CBL".
