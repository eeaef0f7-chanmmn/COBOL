000007* instance of every active, in-window template to
000008* the Open Invoice File - INV-STATUS "O", zero
000009* paid date, exactly what VNDINV01's WRITE-
000010* INVOICE-RECORD writes, awaiting approval in
000011* VNDAPR01 - so once released the payment run
000012* picks them up like any keyed invoice. The
000013* generated invoice number is the template prefix
000014* plus the generation month, so a re-run of a
000015* month hits the duplicate on INV-INVOICE-KEY and
000016* reports it instead of billing twice. Prints a
000017* register of what was generated and logs through
000018* VNDRUNLG so VNDRCN01 can reconcile the run.
000019* Every instance is dated the first of the month,
000020* so a month whose AP period is closed, or not yet
000021* opened, is refused at the prompt before any
000022* template is read - VNDPERCK answers off the AP
000023* Period File.
000024*------------------------------------------------
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028
000029     COPY "SLRTP01.CBL".
000030
000031     COPY "SLINV01.CBL".
000032
000033     COPY "SLGLD01.CBL".
000034
000035     COPY "SLOPR01.CBL".
000036
000037     SELECT GENERATION-REGISTER
000038         ASSIGN TO "vndrcrreg.txt"
000039         ORGANIZATION IS LINE SEQUENTIAL.
000040
000041 DATA DIVISION.
000042 FILE SECTION.
000043
000044     COPY "FDRTP01.CBL".
000045
000046     COPY "FDINV01.CBL".
000047
000048     COPY "FDGLD01.CBL".
000049
000050     COPY "FDOPR01.CBL".
000051
000052 FD  GENERATION-REGISTER
000053     LABEL RECORDS ARE STANDARD.
000054 01  REGISTER-LINE               PIC X(80).
000055
000056 WORKING-STORAGE SECTION.
000057
000058 01 WS-TEMPLATE-EOF-SWITCH      PIC X(1) VALUE "N".
000059     88 NO-MORE-TEMPLATE-RECORDS    VALUE "Y".
000060*--------------------------------------------------
000061* Generation month keyed by the operator, held
000062* split so the quarterly months-since-start count
000063* is plain arithmetic.
000064*--------------------------------------------------
000065 01 WS-MONTH-FIELD              PIC X(6).
000066 01 WS-MONTH-VALID-SWITCH       PIC X(1) VALUE "N".
000067     88 WS-MONTH-VALID              VALUE "Y".
000068 01 WS-GEN-MONTH.
000069     05 WS-GEN-YEAR             PIC 9(4).
000070     05 WS-GEN-MM               PIC 9(2).
000071 01 WS-START-YEAR               PIC 9(4).
000072 01 WS-START-MM                 PIC 9(2).
000073 01 WS-MONTHS-SINCE-START       PIC S9(5).
000074 01 WS-MONTHS-WORK              PIC S9(5).
000075 01 WS-MONTHS-REM               PIC S9(5).
000076*--------------------------------------------------
000077* Generated invoice number and dates, built as
000078* groups so the pieces land in fixed columns.
000079*--------------------------------------------------
000080 01 WS-GEN-INVOICE-NUMBER.
000081     05 WS-GIN-PREFIX           PIC X(4).
000082     05 WS-GIN-MONTH            PIC 9(6).
000083 01 WS-GEN-DATE.
000084     05 WS-GD-MONTH             PIC 9(6).
000085     05 WS-GD-DAY               PIC 9(2).
000086 01 WS-TEMPLATE-READ-COUNT      PIC 9(5) VALUE ZERO.
000087 01 WS-GENERATED-COUNT          PIC 9(5) VALUE ZERO.
000088 01 WS-SKIPPED-COUNT            PIC 9(5) VALUE ZERO.
000089 01 WS-DUPLICATE-COUNT          PIC 9(5) VALUE ZERO.
000090 01 WS-GENERATED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
000091 01 WS-POSTING-DATE             PIC 9(8).
000092 01 WS-PERIOD-STATE             PIC X(1).
000093     88 WS-PERIOD-CLOSED            VALUE "C".
000094     88 WS-PERIOD-NOT-OPEN          VALUE "N".
000095
000096*--------------------------------------------------
000097* Run Control Log fields for the START/END records
000098* this run writes through VNDRUNLG.
000099*--------------------------------------------------
000100 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDRGN01".
000101 01 WS-RUN-ENTRY-TYPE PIC X(5).
000102 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000103 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000104
000105 01 REGISTER-HEADING-1.
000106     05 FILLER                 PIC X(30) VALUE
000107         "RECURRING INVOICE REGISTER".
000108     05 FILLER                 PIC X(10) VALUE "FOR MONTH ".
000109     05 RH1-GEN-MONTH          PIC 9(6).
000110
000111 01 REGISTER-HEADING-2.
000112     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000113     05 FILLER                 PIC X(11) VALUE "INVOICE".
000114     05 FILLER                 PIC X(10) VALUE "DUE DATE".
000115     05 FILLER                 PIC X(15) VALUE "         AMOUNT".
000116     05 FILLER                 PIC X(2)  VALUE SPACES.
000117     05 FILLER                 PIC X(22) VALUE "DISPOSITION".
000118
000119 01 REGISTER-DETAIL-LINE.
000120     05 RD-VENDOR-NUMBER       PIC Z(4)9.
000121     05 FILLER                 PIC X(2)  VALUE SPACES.
000122     05 RD-INVOICE-NUMBER      PIC X(10).
000123     05 FILLER                 PIC X(1)  VALUE SPACES.
000124     05 RD-DUE-DATE            PIC 9(8).
000125     05 FILLER                 PIC X(2)  VALUE SPACES.
000126     05 RD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000127     05 FILLER                 PIC X(2)  VALUE SPACES.
000128     05 RD-DISPOSITION         PIC X(22).
000129
000130 01 REGISTER-TOTAL-LINE.
000131     05 TL-LABEL               PIC X(26).
000132     05 TL-COUNT               PIC Z(4)9.
000133
000134 01 REGISTER-AMOUNT-LINE.
000135     05 RA-LABEL               PIC X(26).
000136     05 RA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000137
000138     COPY "WSSGN01.CBL".
000139
000140 PROCEDURE DIVISION.
000141 PROGRAM-BEGIN.
000142      PERFORM SIGN-ON-OPERATOR.
000143      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000144      PERFORM CHECK-OPERATOR-AUTHORITY.
000145      IF WS-AUTHORITY-OK
000146          PERFORM RUN-RECURRING-GEN
000147      END-IF.
000148
000149 PROGRAM-DONE.
000150      STOP RUN.
000151
000152 RUN-RECURRING-GEN.
000153      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000154      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000155          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000156          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000157          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000158      PERFORM ENTER-GENERATION-MONTH.
000159      OPEN INPUT RECURRING-TEMPLATE-FILE.
000160      OPEN I-O OPEN-INVOICE-FILE.
000161      OPEN I-O GL-DISTRIBUTION-FILE.
000162      OPEN OUTPUT GENERATION-REGISTER.
000163      PERFORM PRINT-REGISTER-HEADINGS.
000164      PERFORM START-TEMPLATE-FILE.
000165      PERFORM GENERATE-TEMPLATE-RECORDS
000166          UNTIL NO-MORE-TEMPLATE-RECORDS.
000167      PERFORM PRINT-REGISTER-TOTALS.
000168      CLOSE RECURRING-TEMPLATE-FILE.
000169      CLOSE OPEN-INVOICE-FILE.
000170      CLOSE GL-DISTRIBUTION-FILE.
000171      CLOSE GENERATION-REGISTER.
000172      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000173      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000174          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000175          WS-TEMPLATE-READ-COUNT WS-GENERATED-COUNT
000176          WS-SKIPPED-COUNT WS-DUPLICATE-COUNT.
000177      DISPLAY WS-GENERATED-COUNT " INVOICES GENERATED".
000178      DISPLAY WS-DUPLICATE-COUNT " ALREADY ON FILE".
000179
000180
000181 ENTER-GENERATION-MONTH.
000182      MOVE "N" TO WS-MONTH-VALID-SWITCH.
000183      PERFORM GET-AND-CHECK-GEN-MONTH
000184          UNTIL WS-MONTH-VALID.
000185      MOVE WS-MONTH-FIELD TO WS-GEN-MONTH.
000186
000187 GET-AND-CHECK-GEN-MONTH.
000188      DISPLAY "ENTER GENERATION MONTH (YYYYMM)".
000189      ACCEPT WS-MONTH-FIELD.
000190      IF WS-MONTH-FIELD IS NUMERIC
000191          AND WS-MONTH-FIELD (5:2) >= "01"
000192          AND WS-MONTH-FIELD (5:2) <= "12"
000193          MOVE "Y" TO WS-MONTH-VALID-SWITCH
000194          PERFORM CHECK-GENERATION-PERIOD
000195      ELSE
000196          DISPLAY "INVALID MONTH - PLEASE RE-ENTER"
000197      END-IF.
000198
000199 CHECK-GENERATION-PERIOD.
000200      MOVE WS-MONTH-FIELD TO WS-POSTING-DATE (1:6).
000201      MOVE "01" TO WS-POSTING-DATE (7:2).
000202      CALL "VNDPERCK" USING WS-POSTING-DATE WS-PERIOD-STATE.
000203      IF WS-PERIOD-CLOSED
000204          DISPLAY "PERIOD " WS-MONTH-FIELD
000205              " IS CLOSED - PLEASE RE-ENTER"
000206          MOVE "N" TO WS-MONTH-VALID-SWITCH
000207      ELSE
000208          IF WS-PERIOD-NOT-OPEN
000209              DISPLAY "PERIOD " WS-MONTH-FIELD
000210                  " IS NOT OPEN - PLEASE RE-ENTER"
000211              MOVE "N" TO WS-MONTH-VALID-SWITCH
000212          END-IF
000213      END-IF.
000214
000215 START-TEMPLATE-FILE.
000216      MOVE LOW-VALUES TO RTP-TEMPLATE-KEY.
000217      START RECURRING-TEMPLATE-FILE
000218          KEY IS NOT LESS THAN RTP-TEMPLATE-KEY
000219          INVALID KEY
000220              MOVE "Y" TO WS-TEMPLATE-EOF-SWITCH
000221      END-START.
000222      IF NOT NO-MORE-TEMPLATE-RECORDS
000223          PERFORM READ-TEMPLATE-RECORD
000224      END-IF.
000225
000226 READ-TEMPLATE-RECORD.
000227      READ RECURRING-TEMPLATE-FILE NEXT RECORD
000228          AT END
000229              MOVE "Y" TO WS-TEMPLATE-EOF-SWITCH
000230          NOT AT END
000231              ADD 1 TO WS-TEMPLATE-READ-COUNT
000232      END-READ.
000233
000234*--------------------------------------------------
000235* A template generates for the month when it is
000236* active, the month is inside its start/end
000237* window, and its frequency lands on the month -
000238* monthly always, quarterly every third month
000239* counted from the start month. Anything else is
000240* skipped and counted, not an error.
000241*--------------------------------------------------
000242 GENERATE-TEMPLATE-RECORDS.
000243      IF RTP-ACTIVE
000244          PERFORM CHECK-TEMPLATE-WINDOW
000245      ELSE
000246          ADD 1 TO WS-SKIPPED-COUNT
000247      END-IF.
000248      PERFORM READ-TEMPLATE-RECORD.
000249
000250 CHECK-TEMPLATE-WINDOW.
000251      IF RTP-START-DATE (1:6) > WS-GEN-MONTH
000252          ADD 1 TO WS-SKIPPED-COUNT
000253      ELSE
000254          IF RTP-END-DATE NOT = ZEROES
000255              AND RTP-END-DATE (1:6) < WS-GEN-MONTH
000256              ADD 1 TO WS-SKIPPED-COUNT
000257          ELSE
000258              PERFORM CHECK-TEMPLATE-FREQUENCY
000259          END-IF
000260      END-IF.
000261
000262 CHECK-TEMPLATE-FREQUENCY.
000263      IF RTP-MONTHLY
000264          PERFORM GENERATE-ONE-INVOICE
000265      ELSE
000266          PERFORM CHECK-QUARTERLY-MONTH
000267      END-IF.
000268
000269 CHECK-QUARTERLY-MONTH.
000270      MOVE RTP-START-DATE (1:4) TO WS-START-YEAR.
000271      MOVE RTP-START-DATE (5:2) TO WS-START-MM.
000272      COMPUTE WS-MONTHS-SINCE-START =
000273          ((WS-GEN-YEAR - WS-START-YEAR) * 12)
000274          + WS-GEN-MM - WS-START-MM.
000275      DIVIDE WS-MONTHS-SINCE-START BY 3
000276          GIVING WS-MONTHS-WORK
000277          REMAINDER WS-MONTHS-REM.
000278      IF WS-MONTHS-REM = ZEROES
000279          PERFORM GENERATE-ONE-INVOICE
000280      ELSE
000281          ADD 1 TO WS-SKIPPED-COUNT
000282      END-IF.
000283
000284*--------------------------------------------------
000285* The WRITE is what VNDINV01's WRITE-INVOICE-
000286* RECORD writes - "O", zero paid date - and the
000287* INVALID KEY is the month's re-run protection.
000288* Templates are kept in US dollars, so the
000289* instance is rated at 1.
000290*--------------------------------------------------
000291 GENERATE-ONE-INVOICE.
000292      MOVE SPACES TO INVOICE-RECORD.
000293      MOVE RTP-VENDOR-NUMBER TO INV-VENDOR-NUMBER.
000294      MOVE RTP-INVOICE-PREFIX TO WS-GIN-PREFIX.
000295      MOVE WS-GEN-MONTH TO WS-GIN-MONTH.
000296      MOVE WS-GEN-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
000297      MOVE WS-GEN-MONTH TO WS-GD-MONTH.
000298      MOVE 01 TO WS-GD-DAY.
000299      MOVE WS-GEN-DATE TO INV-INVOICE-DATE.
000300      MOVE RTP-DAY-DUE TO WS-GD-DAY.
000301      MOVE WS-GEN-DATE TO INV-DUE-DATE.
000302      MOVE RTP-AMOUNT TO INV-GROSS-AMOUNT.
000303      MOVE "O" TO INV-STATUS.
000304      MOVE ZEROES TO INV-PAID-DATE.
000305      MOVE SPACES TO INV-PO-NUMBER.
000306      MOVE ZEROES TO INV-DISCOUNT-PCT.
000307      MOVE ZEROES TO INV-DISCOUNT-DATE.
000308      MOVE "P" TO INV-APPROVAL-STATUS.
000309      MOVE WS-OPERATOR-ID TO INV-ENTERED-BY.
000310      MOVE SPACES TO INV-APPROVED-BY.
000311      MOVE ZEROES TO INV-APPROVED-DATE.
000312      MOVE SPACES TO INV-CURRENCY-CODE.
000313      MOVE 1 TO INV-ENTRY-RATE.
000314      MOVE RTP-AMOUNT TO INV-USD-GROSS-AMOUNT.
000315      MOVE ZEROES TO INV-PAID-RATE.
000316      MOVE ZEROES TO INV-RELIEVED-RATE.
000317      MOVE ZEROES TO INV-WITHHELD-AMOUNT.
000318      MOVE ZEROES TO INV-RELIEVED-WITHHELD.
000319      WRITE INVOICE-RECORD
000320          INVALID KEY
000321              MOVE "ALREADY ON FILE" TO RD-DISPOSITION
000322              PERFORM WRITE-REGISTER-DETAIL
000323              ADD 1 TO WS-DUPLICATE-COUNT
000324          NOT INVALID KEY
000325              MOVE "GENERATED" TO RD-DISPOSITION
000326              PERFORM WRITE-REGISTER-DETAIL
000327              ADD 1 TO WS-GENERATED-COUNT
000328              ADD RTP-AMOUNT TO WS-GENERATED-AMOUNT
000329              PERFORM WRITE-GENERATED-DISTRIBUTION
000330      END-WRITE.
000331
000332*--------------------------------------------------
000333* One whole-amount distribution line per generated
000334* instance, to the template's expense account. A
000335* template with no account writes none; the
000336* payment run posts that instance to UNDISTRIB.
000337*--------------------------------------------------
000338 WRITE-GENERATED-DISTRIBUTION.
000339      IF RTP-GL-ACCOUNT NOT = SPACES
000340          MOVE RTP-VENDOR-NUMBER TO GLD-VENDOR-NUMBER
000341          MOVE INV-INVOICE-NUMBER TO GLD-INVOICE-NUMBER
000342          MOVE 01 TO GLD-LINE-NUMBER
000343          MOVE RTP-GL-ACCOUNT TO GLD-GL-ACCOUNT
000344          MOVE RTP-AMOUNT TO GLD-AMOUNT
000345          WRITE GL-DISTRIBUTION-RECORD
000346              INVALID KEY
000347                  DISPLAY "DISTRIBUTION WRITE FAILED - "
000348                      INV-INVOICE-NUMBER
000349          END-WRITE
000350      END-IF.
000351
000352 WRITE-REGISTER-DETAIL.
000353      MOVE RTP-VENDOR-NUMBER TO RD-VENDOR-NUMBER.
000354      MOVE INV-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
000355      MOVE INV-DUE-DATE TO RD-DUE-DATE.
000356      MOVE RTP-AMOUNT TO RD-AMOUNT.
000357      MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
000358      WRITE REGISTER-LINE.
000359
000360 PRINT-REGISTER-HEADINGS.
000361      MOVE WS-GEN-MONTH TO RH1-GEN-MONTH.
000362      MOVE REGISTER-HEADING-1 TO REGISTER-LINE.
000363      WRITE REGISTER-LINE.
000364      MOVE REGISTER-HEADING-2 TO REGISTER-LINE.
000365      WRITE REGISTER-LINE.
000366      MOVE SPACES TO REGISTER-LINE.
000367      WRITE REGISTER-LINE.
000368
000369 PRINT-REGISTER-TOTALS.
000370      MOVE SPACES TO REGISTER-LINE.
000371      WRITE REGISTER-LINE.
000372      MOVE "TEMPLATES READ" TO TL-LABEL.
000373      MOVE WS-TEMPLATE-READ-COUNT TO TL-COUNT.
000374      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
000375      WRITE REGISTER-LINE.
000376      MOVE "INVOICES GENERATED" TO TL-LABEL.
000377      MOVE WS-GENERATED-COUNT TO TL-COUNT.
000378      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
000379      WRITE REGISTER-LINE.
000380      MOVE "ALREADY ON FILE" TO TL-LABEL.
000381      MOVE WS-DUPLICATE-COUNT TO TL-COUNT.
000382      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
000383      WRITE REGISTER-LINE.
000384      MOVE "TEMPLATES SKIPPED" TO TL-LABEL.
000385      MOVE WS-SKIPPED-COUNT TO TL-COUNT.
000386      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
000387      WRITE REGISTER-LINE.
000388      MOVE "TOTAL GENERATED AMOUNT" TO RA-LABEL.
000389      MOVE WS-GENERATED-AMOUNT TO RA-AMOUNT.
000390      MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
000391      WRITE REGISTER-LINE.
000392
000393     COPY "PRSGN01.CBL".
