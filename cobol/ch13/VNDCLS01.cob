000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDCLS01.
000003*------------------------------------------------
000004* AP month-end close. The operator keys the
000005* period to close - it must be the earliest open
000006* period on the AP Period File, and the month must
000007* be over. One pass of the Open Invoice File then
000008* works out everything the month moved through
000009* the AP control account:
000010*   - invoices dated on or before month end that
000011*     no close has accrued are accrued - each
000012*     GL Distribution line debited, the AP control
000013*     account credited, any remainder the lines do
000014*     not cover to UNDISTRB as VNDPAY01 does - and
000015*     a credit memo the same way reversed;
000016*   - an accrued invoice since cancelled in
000017*     VNDINM01 is reversed the same way, and
000018*     counts with the credits;
000019*   - an accrued invoice paid on or before month
000020*     end relieves the control account: debit AP
000021*     control for the gross, credit CASHDISB for
000022*     the cash and DISCTAKN for any discount taken;
000023*   - a payment an earlier close relieved and
000024*     VNDVOID01 has since voided is put back.
000025* The roll-forward - opening balance, plus
000026* invoices, less credits and cancellations, less
000027* payments, plus voids, equals closing balance -
000028* must tie to VNDAGE01's TOTAL OPEN PAYABLES,
000029* computed here the way VNDAGE01 computes it and
000030* brought back to month end: plus accrued items
000031* paid after month end, less open items dated
000032* after it. Only when it ties, and the journal
000033* balances, is the period closed: the GL Interface
000034* File is written for the general ledger, the
000035* invoices are stamped with what was posted
000036* (FDINV01.CBL), the period record gets the roll-
000037* forward and "C", and the next period is opened
000038* carrying the closing balance. A close that does
000039* not tie, or whose GL Interface File cannot be
000040* written, prints the same report, changes nothing
000041* else and leaves the period open. Payment-level
000042* action.
000043* The control account is kept in US dollars. A
000044* foreign invoice accrues at its entry rate, its
000045* distribution lines converted at that rate; its
000046* payment relieves the control account at the
000047* same entry value, credits cash and the discount
000048* at the rate VNDPAY01 paid it at, and posts the
000049* difference to FXGNLOSS. The paid rate is kept
000050* in INV-RELIEVED-RATE so a void turns the relief
000051* round at the same rate.
000052* Backup withholding VNDPAY01 kept back from a
000053* payment was never paid out: the relief credits
000054* cash with the rest and BKUPWHLD, the liability
000055* the 945 deposits clear, with the withholding.
000056* The amount relieved is kept in INV-RELIEVED-
000057* WITHHELD so a void turns it round.
000058*------------------------------------------------
000059 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000061 FILE-CONTROL.
000062
000063     COPY "SLPER01.CBL".
000064
000065     COPY "SLINV01.CBL".
000066
000067     COPY "SLGLD01.CBL".
000068
000069     COPY "SLGLI01.CBL".
000070
000071     COPY "SLOPR01.CBL".
000072
000073     SELECT CLOSE-REPORT
000074         ASSIGN TO "vndclsrpt.txt"
000075         ORGANIZATION IS LINE SEQUENTIAL.
000076
000077 DATA DIVISION.
000078 FILE SECTION.
000079
000080     COPY "FDPER01.CBL".
000081
000082     COPY "FDINV01.CBL".
000083
000084     COPY "FDGLD01.CBL".
000085
000086     COPY "FDGLI01.CBL".
000087
000088     COPY "FDOPR01.CBL".
000089
000090 FD  CLOSE-REPORT
000091     LABEL RECORDS ARE STANDARD.
000092 01  REPORT-LINE                 PIC X(80).
000093
000094 WORKING-STORAGE SECTION.
000095
000096 01 WS-PER-FILE-STATUS          PIC X(2) VALUE "00".
000097 01 WS-GLI-FILE-STATUS          PIC X(2) VALUE "00".
000098 01 WS-INVOICE-EOF-SWITCH       PIC X(1) VALUE "N".
000099     88 NO-MORE-INVOICE-RECORDS     VALUE "Y".
000100 01 WS-PERIOD-EOF-SWITCH        PIC X(1) VALUE "N".
000101     88 NO-MORE-PERIOD-RECORDS      VALUE "Y".
000102 01 WS-GLD-EOF-SWITCH           PIC X(1) VALUE "N".
000103     88 NO-MORE-DIST-RECORDS        VALUE "Y".
000104*--------------------------------------------------
000105* The accounts the close posts to besides the
000106* expense accounts on the distribution lines.
000107*--------------------------------------------------
000108 01 WS-AP-CONTROL-ACCOUNT       PIC X(8) VALUE "APCONTRL".
000109 01 WS-CASH-ACCOUNT             PIC X(8) VALUE "CASHDISB".
000110 01 WS-FX-ACCOUNT               PIC X(8) VALUE "FXGNLOSS".
000111 01 WS-WITHHOLDING-ACCOUNT      PIC X(8) VALUE "BKUPWHLD".
000112*--------------------------------------------------
000113* The period being closed. It must be the
000114* earliest open period on file; the opening
000115* balance is the closing balance of the period
000116* before it, or - for the cutover period, with
000117* nothing closed before it - the opening balance
000118* VNDPER01 set.
000119*--------------------------------------------------
000120 01 WS-MONTH-FIELD              PIC X(6).
000121 01 WS-MONTH-VALID-SWITCH       PIC X(1) VALUE "N".
000122     88 WS-MONTH-VALID              VALUE "Y".
000123 01 WS-CLOSE-PERIOD.
000124     05 WS-CLOSE-YEAR           PIC 9(4).
000125     05 WS-CLOSE-MONTH          PIC 9(2).
000126 01 WS-PERIOD-END-DATE.
000127     05 WS-PERIOD-END-MONTH     PIC 9(6).
000128     05 WS-PERIOD-END-DAY       PIC 9(2).
000129 01 WS-NEXT-PERIOD.
000130     05 WS-NEXT-YEAR            PIC 9(4).
000131     05 WS-NEXT-MONTH           PIC 9(2).
000132 01 WS-TODAY                    PIC 9(8) VALUE ZERO.
000133 01 WS-FIRST-OPEN-PERIOD        PIC 9(6) VALUE ZERO.
000134 01 WS-CUTOVER-OPENING          PIC S9(11)V99 VALUE ZERO.
000135 01 WS-PRIOR-CLOSING            PIC S9(11)V99 VALUE ZERO.
000136 01 WS-PRIOR-CLOSED-SWITCH      PIC X(1) VALUE "N".
000137     88 WS-PRIOR-PERIOD-CLOSED      VALUE "Y".
000138 01 WS-CLOSE-ALLOWED-SWITCH     PIC X(1) VALUE "N".
000139     88 WS-CLOSE-ALLOWED            VALUE "Y".
000140 01 WS-TIE-SWITCH               PIC X(1) VALUE "N".
000141     88 WS-ROLL-FORWARD-TIES        VALUE "Y".
000142 01 WS-LEAP-WORK                PIC 9(4).
000143 01 WS-LEAP-REM                 PIC 9(4).
000144 01 WS-MONTH-END-VALUES         PIC X(24) VALUE
000145     "312831303130313130313031".
000146 01 WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
000147     05 WS-MONTH-END-DAY OCCURS 12 TIMES PIC 9(2).
000148*--------------------------------------------------
000149* The invoice pass runs twice over the same
000150* classification: a tally pass that totals and
000151* journals but writes nothing, then - only when
000152* the roll-forward ties - a stamp pass that
000153* REWRITEs each invoice it moved.
000154*--------------------------------------------------
000155 01 WS-PASS-SWITCH              PIC X(1) VALUE "T".
000156     88 WS-TALLY-PASS               VALUE "T".
000157     88 WS-STAMP-PASS               VALUE "S".
000158*--------------------------------------------------
000159* What the close does to the invoice in hand, set
000160* by CLASSIFY-INVOICE off its status and stamps,
000161* and where that leaves it at month end.
000162*--------------------------------------------------
000163 01 WS-ACCRUED-SWITCH           PIC X(1) VALUE "N".
000164     88 WS-WAS-ACCRUED              VALUE "Y".
000165 01 WS-ACCRUE-SWITCH            PIC X(1) VALUE "N".
000166     88 WS-ACCRUE-INVOICE           VALUE "Y".
000167 01 WS-CANCEL-SWITCH            PIC X(1) VALUE "N".
000168     88 WS-REVERSE-CANCEL           VALUE "Y".
000169 01 WS-PAY-SWITCH               PIC X(1) VALUE "N".
000170     88 WS-RELIEVE-PAYMENT          VALUE "Y".
000171 01 WS-VOID-SWITCH              PIC X(1) VALUE "N".
000172     88 WS-PUT-BACK-VOID            VALUE "Y".
000173 01 WS-IN-AP-SWITCH             PIC X(1) VALUE "N".
000174     88 WS-IN-AP-AT-MONTH-END       VALUE "Y".
000175 01 WS-SIGNED-GROSS             PIC S9(9)V99 VALUE ZERO.
000176 01 WS-RELIEF-DISCOUNT          PIC 9(7)V99 VALUE ZERO.
000177 01 WS-VOID-DISCOUNT            PIC 9(7)V99 VALUE ZERO.
000178 01 WS-RELIEF-WITHHELD          PIC 9(7)V99 VALUE ZERO.
000179 01 WS-SIGNED-WITHHELD          PIC S9(9)V99 VALUE ZERO.
000180 01 WS-DIRECTION                PIC S9 VALUE +1.
000181*--------------------------------------------------
000182* A payment's relief in US dollars: the gross and
000183* the cash at the rate the payment went out at,
000184* the discount the difference between them.
000185*--------------------------------------------------
000186 01 WS-RELIEF-RATE              PIC 9(4)V9(6) VALUE ZERO.
000187 01 WS-RELIEF-CUR-DISCOUNT      PIC 9(7)V99 VALUE ZERO.
000188 01 WS-RELIEF-USD-GROSS         PIC 9(9)V99 VALUE ZERO.
000189 01 WS-RELIEF-CASH              PIC 9(9)V99 VALUE ZERO.
000190 01 WS-SIGNED-PAID              PIC S9(9)V99 VALUE ZERO.
000191 01 WS-DIST-USD-AMOUNT          PIC 9(9)V99 VALUE ZERO.
000192*--------------------------------------------------
000193* The roll-forward and the tie back to VNDAGE01.
000194*--------------------------------------------------
000195 01 WS-OPENING-BALANCE          PIC S9(11)V99 VALUE ZERO.
000196 01 WS-INVOICE-TOTAL            PIC S9(11)V99 VALUE ZERO.
000197 01 WS-CREDIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
000198 01 WS-PAYMENT-TOTAL            PIC S9(11)V99 VALUE ZERO.
000199 01 WS-VOID-TOTAL               PIC S9(11)V99 VALUE ZERO.
000200 01 WS-CLOSING-BALANCE          PIC S9(11)V99 VALUE ZERO.
000201 01 WS-TOTAL-OPEN-AMOUNT        PIC S9(11)V99 VALUE ZERO.
000202 01 WS-PAID-AFTER-TOTAL         PIC S9(11)V99 VALUE ZERO.
000203 01 WS-OPEN-AFTER-TOTAL         PIC S9(11)V99 VALUE ZERO.
000204 01 WS-MONTH-END-OPEN           PIC S9(11)V99 VALUE ZERO.
000205 01 WS-TIE-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
000206 01 WS-INV-READ-COUNT           PIC 9(5) VALUE ZERO.
000207 01 WS-ACCRUED-COUNT            PIC 9(5) VALUE ZERO.
000208 01 WS-CREDIT-COUNT             PIC 9(5) VALUE ZERO.
000209 01 WS-CANCEL-COUNT             PIC 9(5) VALUE ZERO.
000210 01 WS-PAID-COUNT               PIC 9(5) VALUE ZERO.
000211 01 WS-VOID-COUNT               PIC 9(5) VALUE ZERO.
000212 01 WS-STAMPED-COUNT            PIC 9(5) VALUE ZERO.
000213*--------------------------------------------------
000214* The journal, summed by source and account the
000215* way VNDPAY01 sums its posting journal by
000216* account. A positive amount is a debit, a
000217* negative one a credit. Every invoice posts
000218* both sides, so the debits and credits are
000219* equal; a close that finds them otherwise does
000220* not close.
000221*--------------------------------------------------
000222 01 WS-GL-POST-TABLE.
000223     05 WS-GP-ENTRY OCCURS 200 TIMES.
000224         10 WS-GP-SOURCE        PIC X(8).
000225         10 WS-GP-ACCOUNT       PIC X(8).
000226         10 WS-GP-AMOUNT        PIC S9(11)V99.
000227 01 WS-GP-USED                  PIC 9(4) COMP VALUE ZERO.
000228 01 WS-GP-IDX                   PIC 9(4) COMP.
000229 01 WS-GP-FOUND-SWITCH          PIC X(1) VALUE "N".
000230     88 WS-GP-FOUND                 VALUE "Y".
000231 01 WS-GP-FULL-SWITCH           PIC X(1) VALUE "N".
000232     88 WS-GP-TABLE-FULL            VALUE "Y".
000233 01 WS-POST-SOURCE              PIC X(8).
000234 01 WS-POST-ACCOUNT             PIC X(8).
000235 01 WS-POST-AMOUNT              PIC S9(9)V99 VALUE ZERO.
000236 01 WS-DIST-FOUND-AMOUNT        PIC 9(9)V99 VALUE ZERO.
000237 01 WS-UNDIST-AMOUNT            PIC S9(9)V99 VALUE ZERO.
000238 01 WS-JOURNAL-DEBITS           PIC 9(11)V99 VALUE ZERO.
000239 01 WS-JOURNAL-CREDITS          PIC 9(11)V99 VALUE ZERO.
000240 01 WS-GLI-WRITTEN-COUNT        PIC 9(5) VALUE ZERO.
000241 01 WS-GLI-FAILED-SWITCH        PIC X(1) VALUE "N".
000242     88 WS-GL-INTERFACE-FAILED      VALUE "Y".
000243
000244*--------------------------------------------------
000245* Run Control Log fields for the START/END records
000246* this run writes through VNDRUNLG.
000247*--------------------------------------------------
000248 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDCLS01".
000249 01 WS-RUN-ENTRY-TYPE PIC X(5).
000250 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000251 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000252
000253 01 REPORT-HEADING-1.
000254     05 FILLER                 PIC X(26) VALUE
000255         "AP MONTH-END CLOSE".
000256     05 FILLER                 PIC X(7)  VALUE "PERIOD ".
000257     05 RH1-PERIOD             PIC 9(6).
000258     05 FILLER                 PIC X(9)  VALUE "  ENDING ".
000259     05 RH1-PERIOD-END         PIC 9(8).
000260
000261 01 REPORT-SECTION-LINE.
000262     05 RS-TITLE               PIC X(50).
000263
000264 01 REPORT-AMOUNT-LINE.
000265     05 RA-LABEL               PIC X(42).
000266     05 RA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000267
000268 01 REPORT-COUNT-LINE.
000269     05 RC-LABEL               PIC X(42).
000270     05 RC-COUNT               PIC Z(4)9.
000271
000272 01 JOURNAL-HEADING.
000273     05 FILLER                 PIC X(10) VALUE "SOURCE".
000274     05 FILLER                 PIC X(10) VALUE "ACCOUNT".
000275     05 FILLER                 PIC X(18) VALUE
000276         "             DEBIT".
000277     05 FILLER                 PIC X(18) VALUE
000278         "            CREDIT".
000279
000280 01 JOURNAL-DETAIL-LINE.
000281     05 JD-SOURCE              PIC X(8).
000282     05 FILLER                 PIC X(2)  VALUE SPACES.
000283     05 JD-ACCOUNT             PIC X(8).
000284     05 FILLER                 PIC X(2)  VALUE SPACES.
000285     05 JD-DEBIT               PIC Z,ZZZ,ZZZ,ZZ9.99.
000286     05 FILLER                 PIC X(2)  VALUE SPACES.
000287     05 JD-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000288
000289 01 JOURNAL-TOTAL-LINE.
000290     05 FILLER                 PIC X(20) VALUE "JOURNAL TOTAL".
000291     05 JT-DEBIT               PIC Z,ZZZ,ZZZ,ZZ9.99.
000292     05 FILLER                 PIC X(2)  VALUE SPACES.
000293     05 JT-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000294
000295     COPY "WSSGN01.CBL".
000296
000297     COPY "WSFXR01.CBL".
000298
000299 PROCEDURE DIVISION.
000300 PROGRAM-BEGIN.
000301      PERFORM SIGN-ON-OPERATOR.
000302      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000303      PERFORM CHECK-OPERATOR-AUTHORITY.
000304      IF WS-AUTHORITY-OK
000305          PERFORM RUN-MONTH-END-CLOSE
000306      END-IF.
000307
000308 PROGRAM-DONE.
000309      STOP RUN.
000310
000311 RUN-MONTH-END-CLOSE.
000312      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000313      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000314          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000315          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000316          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000317      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000318      OPEN I-O AP-PERIOD-FILE.
000319      IF WS-PER-FILE-STATUS NOT = "00"
000320          DISPLAY "AP PERIOD FILE OPEN FAILED - STATUS "
000321              WS-PER-FILE-STATUS
000322          DISPLAY "CUT OVER TO PERIOD CONTROL IN VNDPER01"
000323      ELSE
000324          PERFORM ENTER-CLOSE-PERIOD
000325          PERFORM CHECK-CLOSE-PERIOD
000326          IF WS-CLOSE-ALLOWED
000327              PERFORM CLOSE-THE-PERIOD
000328          END-IF
000329      END-IF.
000330      CLOSE AP-PERIOD-FILE.
000331      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000332      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000333          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000334          WS-INV-READ-COUNT WS-STAMPED-COUNT
000335          WS-GLI-WRITTEN-COUNT WS-RUN-ZERO-COUNT.
000336      DISPLAY WS-INV-READ-COUNT " INVOICE RECORDS READ".
000337      DISPLAY WS-STAMPED-COUNT " INVOICES STAMPED".
000338
000339 ENTER-CLOSE-PERIOD.
000340      MOVE "N" TO WS-MONTH-VALID-SWITCH.
000341      PERFORM GET-AND-CHECK-CLOSE-MONTH
000342          UNTIL WS-MONTH-VALID.
000343      MOVE WS-MONTH-FIELD TO WS-CLOSE-PERIOD.
000344
000345 GET-AND-CHECK-CLOSE-MONTH.
000346      DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM)".
000347      ACCEPT WS-MONTH-FIELD.
000348      IF WS-MONTH-FIELD IS NUMERIC
000349          AND WS-MONTH-FIELD (5:2) >= "01"
000350          AND WS-MONTH-FIELD (5:2) <= "12"
000351          MOVE "Y" TO WS-MONTH-VALID-SWITCH
000352      ELSE
000353          DISPLAY "INVALID MONTH - PLEASE RE-ENTER"
000354      END-IF.
000355
000356*--------------------------------------------------
000357* Periods close in order and only once the month
000358* is over. The period file is read front to back
000359* up to the first open period, remembering the
000360* closing balance of the last closed one.
000361*--------------------------------------------------
000362 CHECK-CLOSE-PERIOD.
000363      MOVE "N" TO WS-CLOSE-ALLOWED-SWITCH.
000364      MOVE ZEROES TO WS-FIRST-OPEN-PERIOD.
000365      MOVE "N" TO WS-PRIOR-CLOSED-SWITCH.
000366      MOVE "N" TO WS-PERIOD-EOF-SWITCH.
000367      MOVE ZEROES TO PER-PERIOD.
000368      START AP-PERIOD-FILE
000369          KEY IS NOT LESS THAN PER-PERIOD
000370          INVALID KEY
000371              MOVE "Y" TO WS-PERIOD-EOF-SWITCH
000372      END-START.
000373      PERFORM SCAN-ONE-PERIOD
000374          UNTIL NO-MORE-PERIOD-RECORDS.
000375      IF WS-FIRST-OPEN-PERIOD = ZEROES
000376          DISPLAY "NO OPEN AP PERIOD ON FILE"
000377      ELSE
000378          IF WS-CLOSE-PERIOD NOT = WS-FIRST-OPEN-PERIOD
000379              DISPLAY "THE EARLIEST OPEN PERIOD IS "
000380                  WS-FIRST-OPEN-PERIOD
000381                  " - PERIODS CLOSE IN ORDER"
000382          ELSE
000383              IF WS-TODAY (1:6) NOT > WS-CLOSE-PERIOD
000384                  DISPLAY "PERIOD " WS-CLOSE-PERIOD
000385                      " HAS NOT ENDED YET"
000386              ELSE
000387                  MOVE "Y" TO WS-CLOSE-ALLOWED-SWITCH
000388              END-IF
000389          END-IF
000390      END-IF.
000391      IF WS-PRIOR-PERIOD-CLOSED
000392          MOVE WS-PRIOR-CLOSING TO WS-OPENING-BALANCE
000393      ELSE
000394          MOVE WS-CUTOVER-OPENING TO WS-OPENING-BALANCE
000395      END-IF.
000396
000397 SCAN-ONE-PERIOD.
000398      READ AP-PERIOD-FILE NEXT RECORD
000399          AT END
000400              MOVE "Y" TO WS-PERIOD-EOF-SWITCH
000401          NOT AT END
000402              IF PERIOD-CLOSED
000403                  MOVE PER-CLOSING-BALANCE TO WS-PRIOR-CLOSING
000404                  MOVE "Y" TO WS-PRIOR-CLOSED-SWITCH
000405              ELSE
000406                  MOVE PER-PERIOD TO WS-FIRST-OPEN-PERIOD
000407                  MOVE PER-OPENING-BALANCE
000408                      TO WS-CUTOVER-OPENING
000409                  MOVE "Y" TO WS-PERIOD-EOF-SWITCH
000410              END-IF
000411      END-READ.
000412
000413 CLOSE-THE-PERIOD.
000414      PERFORM SET-PERIOD-END-DATE.
000415      OPEN I-O OPEN-INVOICE-FILE.
000416      OPEN INPUT GL-DISTRIBUTION-FILE.
000417      OPEN OUTPUT CLOSE-REPORT.
000418      MOVE "T" TO WS-PASS-SWITCH.
000419      PERFORM RUN-INVOICE-PASS.
000420      COMPUTE WS-CLOSING-BALANCE =
000421          WS-OPENING-BALANCE + WS-INVOICE-TOTAL
000422          - WS-CREDIT-TOTAL - WS-PAYMENT-TOTAL
000423          + WS-VOID-TOTAL.
000424      COMPUTE WS-MONTH-END-OPEN =
000425          WS-TOTAL-OPEN-AMOUNT + WS-PAID-AFTER-TOTAL
000426          - WS-OPEN-AFTER-TOTAL.
000427      COMPUTE WS-TIE-DIFFERENCE =
000428          WS-CLOSING-BALANCE - WS-MONTH-END-OPEN.
000429      PERFORM SUM-JOURNAL-TABLE.
000430      MOVE "N" TO WS-TIE-SWITCH.
000431      IF WS-TIE-DIFFERENCE = ZEROES
000432          AND WS-JOURNAL-DEBITS = WS-JOURNAL-CREDITS
000433          AND NOT WS-GP-TABLE-FULL
000434          MOVE "Y" TO WS-TIE-SWITCH
000435      END-IF.
000436      PERFORM PRINT-ROLL-FORWARD.
000437      PERFORM PRINT-CLOSE-JOURNAL.
000438      IF WS-ROLL-FORWARD-TIES
000439          PERFORM WRITE-GL-INTERFACE
000440          IF WS-GL-INTERFACE-FAILED
000441              MOVE "GL INTERFACE FAILED - PERIOD LEFT OPEN"
000442                  TO RS-TITLE
000443          ELSE
000444              PERFORM STAMP-AND-CLOSE-PERIOD
000445          END-IF
000446      ELSE
000447          IF WS-TIE-DIFFERENCE NOT = ZEROES
000448              MOVE "DOES NOT TIE TO VNDAGE01 - PERIOD LEFT OPEN"
000449                  TO RS-TITLE
000450          ELSE
000451              IF WS-GP-TABLE-FULL
000452                  MOVE "JOURNAL TABLE FULL - PERIOD LEFT OPEN"
000453                      TO RS-TITLE
000454              ELSE
000455                  MOVE "JOURNAL OUT OF BALANCE - PERIOD LEFT OPEN"
000456                      TO RS-TITLE
000457              END-IF
000458          END-IF
000459      END-IF.
000460      MOVE SPACES TO REPORT-LINE.
000461      WRITE REPORT-LINE.
000462      MOVE REPORT-SECTION-LINE TO REPORT-LINE.
000463      WRITE REPORT-LINE.
000464      DISPLAY RS-TITLE.
000465      CLOSE OPEN-INVOICE-FILE.
000466      CLOSE GL-DISTRIBUTION-FILE.
000467      CLOSE CLOSE-REPORT.
000468
000469*--------------------------------------------------
000470* Runs only once the GL Interface File is written
000471* clean, so the ledger always has the feed for a
000472* closed period.
000473*--------------------------------------------------
000474 STAMP-AND-CLOSE-PERIOD.
000475      MOVE "S" TO WS-PASS-SWITCH.
000476      PERFORM RUN-INVOICE-PASS.
000477      PERFORM CLOSE-PERIOD-RECORD.
000478      PERFORM OPEN-FOLLOWING-PERIOD.
000479      MOVE "ROLL-FORWARD TIES - PERIOD CLOSED" TO RS-TITLE.
000480
000481*--------------------------------------------------
000482* The real last day of the month, February by the
000483* leap-year rule CONVERT-DATE-TO-DAYS in VNDAGE01
000484* uses, so the GL posting date is a date the
000485* ledger will take.
000486*--------------------------------------------------
000487 SET-PERIOD-END-DATE.
000488      MOVE WS-CLOSE-PERIOD TO WS-PERIOD-END-MONTH.
000489      MOVE WS-MONTH-END-DAY (WS-CLOSE-MONTH)
000490          TO WS-PERIOD-END-DAY.
000491      IF WS-CLOSE-MONTH = 2
000492          DIVIDE WS-CLOSE-YEAR BY 4 GIVING WS-LEAP-WORK
000493              REMAINDER WS-LEAP-REM
000494          IF WS-LEAP-REM = ZEROES
000495              DIVIDE WS-CLOSE-YEAR BY 100 GIVING WS-LEAP-WORK
000496                  REMAINDER WS-LEAP-REM
000497              IF WS-LEAP-REM NOT = ZEROES
000498                  MOVE 29 TO WS-PERIOD-END-DAY
000499              ELSE
000500                  DIVIDE WS-CLOSE-YEAR BY 400
000501                      GIVING WS-LEAP-WORK
000502                      REMAINDER WS-LEAP-REM
000503                  IF WS-LEAP-REM = ZEROES
000504                      MOVE 29 TO WS-PERIOD-END-DAY
000505                  END-IF
000506              END-IF
000507          END-IF
000508      END-IF.
000509
000510 RUN-INVOICE-PASS.
000511      MOVE "N" TO WS-INVOICE-EOF-SWITCH.
000512      MOVE LOW-VALUES TO INV-INVOICE-KEY.
000513      START OPEN-INVOICE-FILE
000514          KEY IS NOT LESS THAN INV-INVOICE-KEY
000515          INVALID KEY
000516              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000517      END-START.
000518      IF NOT NO-MORE-INVOICE-RECORDS
000519          PERFORM READ-INVOICE-RECORD
000520      END-IF.
000521      PERFORM PROCESS-INVOICE-RECORDS
000522          UNTIL NO-MORE-INVOICE-RECORDS.
000523
000524 READ-INVOICE-RECORD.
000525      READ OPEN-INVOICE-FILE NEXT RECORD
000526          AT END
000527              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000528          NOT AT END
000529              IF WS-TALLY-PASS
000530                  ADD 1 TO WS-INV-READ-COUNT
000531              END-IF
000532      END-READ.
000533
000534 PROCESS-INVOICE-RECORDS.
000535      PERFORM CLASSIFY-INVOICE.
000536      IF WS-TALLY-PASS
000537          PERFORM TALLY-INVOICE
000538      ELSE
000539          PERFORM STAMP-INVOICE
000540      END-IF.
000541      PERFORM READ-INVOICE-RECORD.
000542
000543*--------------------------------------------------
000544* Decides, off the invoice's status and the
000545* stamps earlier closes left on it, what this
000546* close does with it:
000547*   cancelled - accrued and not yet reversed, the
000548*     accrual is reversed, and a payment an
000549*     earlier close relieved is put back first
000550*     (the payment was voided before the cancel);
000551*   otherwise - accrued now if no close has and
000552*     it is dated on or before month end; a
000553*     relieved payment is put back if the invoice
000554*     is open again, or paid again after the
000555*     period that relieved it; and a payment on
000556*     or before month end is relieved if nothing
000557*     relieves it still.
000558* WS-IN-AP-AT-MONTH-END is where that leaves the
000559* invoice: accrued and not relieved.
000560*--------------------------------------------------
000561 CLASSIFY-INVOICE.
000562      MOVE "N" TO WS-ACCRUE-SWITCH WS-CANCEL-SWITCH
000563          WS-PAY-SWITCH WS-VOID-SWITCH WS-IN-AP-SWITCH.
000564      MOVE "N" TO WS-ACCRUED-SWITCH.
000565      IF INV-ACCRUED-PERIOD IS NUMERIC
000566          AND INV-ACCRUED-PERIOD NOT = ZEROES
000567          MOVE "Y" TO WS-ACCRUED-SWITCH
000568      END-IF.
000569      IF INVOICE-CANCELLED
000570          IF WS-WAS-ACCRUED
000571              AND NOT INVOICE-RELIEVED-BY-CANCEL
000572              MOVE "Y" TO WS-CANCEL-SWITCH
000573              IF INVOICE-RELIEVED-BY-PAYMENT
000574                  MOVE "Y" TO WS-VOID-SWITCH
000575              END-IF
000576          END-IF
000577      ELSE
000578          PERFORM CLASSIFY-LIVE-INVOICE
000579      END-IF.
000580
000581 CLASSIFY-LIVE-INVOICE.
000582      IF NOT WS-WAS-ACCRUED
000583          AND INV-INVOICE-DATE <= WS-PERIOD-END-DATE
000584          MOVE "Y" TO WS-ACCRUE-SWITCH
000585      END-IF.
000586      IF INVOICE-RELIEVED-BY-PAYMENT
000587          IF INVOICE-OPEN
000588              MOVE "Y" TO WS-VOID-SWITCH
000589          ELSE
000590              IF INV-PAID-DATE (1:6) > INV-RELIEVED-PERIOD
000591                  MOVE "Y" TO WS-VOID-SWITCH
000592              END-IF
000593          END-IF
000594      END-IF.
000595      IF INVOICE-PAID
000596          AND INV-PAID-DATE <= WS-PERIOD-END-DATE
000597          AND (WS-WAS-ACCRUED OR WS-ACCRUE-INVOICE)
000598          AND (NOT INVOICE-RELIEVED-BY-PAYMENT
000599              OR WS-PUT-BACK-VOID)
000600          MOVE "Y" TO WS-PAY-SWITCH
000601      END-IF.
000602      IF WS-WAS-ACCRUED OR WS-ACCRUE-INVOICE
000603          IF NOT WS-RELIEVE-PAYMENT
000604              IF NOT INVOICE-RELIEVED-BY-PAYMENT
000605                  OR WS-PUT-BACK-VOID
000606                  MOVE "Y" TO WS-IN-AP-SWITCH
000607              END-IF
000608          END-IF
000609      END-IF.
000610
000611*--------------------------------------------------
000612* Tally pass. The open total is VNDAGE01's TOTAL
000613* OPEN PAYABLES - every INVOICE-OPEN record, a
000614* credit memo netting negative - and the two
000615* month-end adjustments bring it back to what
000616* was owed at month end. All of it is US dollars
000617* at the entry rate, as VNDAGE01 reports it.
000618*--------------------------------------------------
000619 TALLY-INVOICE.
000620      PERFORM LOAD-INVOICE-USD-GROSS.
000621      IF INVOICE-IS-CREDIT
000622          COMPUTE WS-SIGNED-GROSS = 0 - WS-INVOICE-USD-GROSS
000623      ELSE
000624          MOVE WS-INVOICE-USD-GROSS TO WS-SIGNED-GROSS
000625      END-IF.
000626      IF INVOICE-OPEN
000627          ADD WS-SIGNED-GROSS TO WS-TOTAL-OPEN-AMOUNT
000628          IF NOT WS-WAS-ACCRUED
000629              AND NOT WS-ACCRUE-INVOICE
000630              ADD WS-SIGNED-GROSS TO WS-OPEN-AFTER-TOTAL
000631          END-IF
000632      END-IF.
000633      IF INVOICE-PAID
000634          AND WS-IN-AP-AT-MONTH-END
000635          ADD WS-SIGNED-GROSS TO WS-PAID-AFTER-TOTAL
000636      END-IF.
000637      IF WS-PUT-BACK-VOID
000638          PERFORM TALLY-VOID
000639      END-IF.
000640      IF WS-REVERSE-CANCEL
000641          PERFORM TALLY-CANCEL
000642      END-IF.
000643      IF WS-ACCRUE-INVOICE
000644          PERFORM TALLY-ACCRUAL
000645      END-IF.
000646      IF WS-RELIEVE-PAYMENT
000647          PERFORM TALLY-PAYMENT
000648      END-IF.
000649
000650 TALLY-ACCRUAL.
000651      IF INVOICE-IS-CREDIT
000652          ADD 1 TO WS-CREDIT-COUNT
000653          ADD WS-INVOICE-USD-GROSS TO WS-CREDIT-TOTAL
000654          MOVE "CREDIT" TO WS-POST-SOURCE
000655          MOVE -1 TO WS-DIRECTION
000656      ELSE
000657          ADD 1 TO WS-ACCRUED-COUNT
000658          ADD WS-INVOICE-USD-GROSS TO WS-INVOICE-TOTAL
000659          MOVE "ACCRUAL" TO WS-POST-SOURCE
000660          MOVE 1 TO WS-DIRECTION
000661      END-IF.
000662      PERFORM POST-ACCRUAL-ENTRIES.
000663
000664*--------------------------------------------------
000665* A cancelled invoice comes off the control
000666* account like a credit memo; a cancelled credit
000667* memo puts back what its accrual took off, so it
000668* counts against the credits.
000669*--------------------------------------------------
000670 TALLY-CANCEL.
000671      ADD 1 TO WS-CANCEL-COUNT.
000672      MOVE "CREDIT" TO WS-POST-SOURCE.
000673      IF INVOICE-IS-CREDIT
000674          SUBTRACT WS-INVOICE-USD-GROSS FROM WS-CREDIT-TOTAL
000675          MOVE 1 TO WS-DIRECTION
000676      ELSE
000677          ADD WS-INVOICE-USD-GROSS TO WS-CREDIT-TOTAL
000678          MOVE -1 TO WS-DIRECTION
000679      END-IF.
000680      PERFORM POST-ACCRUAL-ENTRIES.
000681
000682*--------------------------------------------------
000683* AP control at the entry value; cash and the
000684* discount at the paid rate; the exchange
000685* difference - a loss debited, a gain credited -
000686* to FXGNLOSS. Backup withholding comes off the
000687* cash and goes to the withholding account.
000688*--------------------------------------------------
000689 TALLY-PAYMENT.
000690      ADD 1 TO WS-PAID-COUNT.
000691      ADD WS-SIGNED-GROSS TO WS-PAYMENT-TOTAL.
000692      PERFORM COMPUTE-RELIEF-DISCOUNT.
000693      MOVE ZEROES TO WS-RELIEF-WITHHELD.
000694      IF INV-WITHHELD-AMOUNT IS NUMERIC
000695          MOVE INV-WITHHELD-AMOUNT TO WS-RELIEF-WITHHELD
000696      END-IF.
000697      PERFORM COMPUTE-SIGNED-WITHHELD.
000698      MOVE "PAYMENT" TO WS-POST-SOURCE.
000699      MOVE WS-AP-CONTROL-ACCOUNT TO WS-POST-ACCOUNT.
000700      MOVE WS-SIGNED-GROSS TO WS-POST-AMOUNT.
000701      PERFORM POST-TO-JOURNAL-TABLE.
000702      MOVE WS-CASH-ACCOUNT TO WS-POST-ACCOUNT.
000703      COMPUTE WS-POST-AMOUNT =
000704          WS-RELIEF-DISCOUNT - WS-SIGNED-PAID
000705          + WS-SIGNED-WITHHELD.
000706      PERFORM POST-TO-JOURNAL-TABLE.
000707      IF WS-SIGNED-WITHHELD NOT = ZEROES
000708          MOVE WS-WITHHOLDING-ACCOUNT TO WS-POST-ACCOUNT
000709          COMPUTE WS-POST-AMOUNT = 0 - WS-SIGNED-WITHHELD
000710          PERFORM POST-TO-JOURNAL-TABLE
000711      END-IF.
000712      IF WS-RELIEF-DISCOUNT > ZEROES
000713          MOVE "DISCTAKN" TO WS-POST-ACCOUNT
000714          COMPUTE WS-POST-AMOUNT = 0 - WS-RELIEF-DISCOUNT
000715          PERFORM POST-TO-JOURNAL-TABLE
000716      END-IF.
000717      IF WS-SIGNED-PAID NOT = WS-SIGNED-GROSS
000718          MOVE WS-FX-ACCOUNT TO WS-POST-ACCOUNT
000719          COMPUTE WS-POST-AMOUNT =
000720              WS-SIGNED-PAID - WS-SIGNED-GROSS
000721          PERFORM POST-TO-JOURNAL-TABLE
000722      END-IF.
000723
000724*--------------------------------------------------
000725* The relief an earlier close posted, turned
000726* round - at the discount and the rate that close
000727* recorded, since VNDVOID01 has cleared the paid
000728* date the discount was worked from - and the
000729* backup withholding that close relieved.
000730*--------------------------------------------------
000731 TALLY-VOID.
000732      ADD 1 TO WS-VOID-COUNT.
000733      ADD WS-SIGNED-GROSS TO WS-VOID-TOTAL.
000734      MOVE ZEROES TO WS-VOID-DISCOUNT.
000735      IF INV-RELIEVED-DISCOUNT IS NUMERIC
000736          MOVE INV-RELIEVED-DISCOUNT TO WS-VOID-DISCOUNT
000737      END-IF.
000738      MOVE ZEROES TO WS-RELIEF-WITHHELD.
000739      IF INV-RELIEVED-WITHHELD IS NUMERIC
000740          MOVE INV-RELIEVED-WITHHELD TO WS-RELIEF-WITHHELD
000741      END-IF.
000742      PERFORM COMPUTE-SIGNED-WITHHELD.
000743      IF INV-RELIEVED-RATE IS NUMERIC
000744          AND INV-RELIEVED-RATE > ZEROES
000745          MOVE INV-RELIEVED-RATE TO WS-RELIEF-RATE
000746      ELSE
000747          MOVE WS-INVOICE-ENTRY-RATE TO WS-RELIEF-RATE
000748      END-IF.
000749      PERFORM COMPUTE-SIGNED-PAID.
000750      MOVE "VOID" TO WS-POST-SOURCE.
000751      MOVE WS-AP-CONTROL-ACCOUNT TO WS-POST-ACCOUNT.
000752      COMPUTE WS-POST-AMOUNT = 0 - WS-SIGNED-GROSS.
000753      PERFORM POST-TO-JOURNAL-TABLE.
000754      MOVE WS-CASH-ACCOUNT TO WS-POST-ACCOUNT.
000755      COMPUTE WS-POST-AMOUNT =
000756          WS-SIGNED-PAID - WS-VOID-DISCOUNT
000757          - WS-SIGNED-WITHHELD.
000758      PERFORM POST-TO-JOURNAL-TABLE.
000759      IF WS-SIGNED-WITHHELD NOT = ZEROES
000760          MOVE WS-WITHHOLDING-ACCOUNT TO WS-POST-ACCOUNT
000761          MOVE WS-SIGNED-WITHHELD TO WS-POST-AMOUNT
000762          PERFORM POST-TO-JOURNAL-TABLE
000763      END-IF.
000764      IF WS-VOID-DISCOUNT > ZEROES
000765          MOVE "DISCTAKN" TO WS-POST-ACCOUNT
000766          MOVE WS-VOID-DISCOUNT TO WS-POST-AMOUNT
000767          PERFORM POST-TO-JOURNAL-TABLE
000768      END-IF.
000769      IF WS-SIGNED-PAID NOT = WS-SIGNED-GROSS
000770          MOVE WS-FX-ACCOUNT TO WS-POST-ACCOUNT
000771          COMPUTE WS-POST-AMOUNT =
000772              WS-SIGNED-GROSS - WS-SIGNED-PAID
000773          PERFORM POST-TO-JOURNAL-TABLE
000774      END-IF.
000775
000776*--------------------------------------------------
000777* The invoice's distribution lines, read off with
000778* a START at line zero the way VNDPAY01 reads
000779* them, each posted in WS-DIRECTION - plus for an
000780* accrual, minus for a credit or a reversal - and
000781* the AP control account the other way for the
000782* gross. What the lines do not cover posts to
000783* UNDISTRB so the entry still balances. Lines
000784* and gross are US dollars at the entry rate.
000785*--------------------------------------------------
000786 POST-ACCRUAL-ENTRIES.
000787      MOVE ZEROES TO WS-DIST-FOUND-AMOUNT.
000788      MOVE INV-VENDOR-NUMBER TO GLD-VENDOR-NUMBER.
000789      MOVE INV-INVOICE-NUMBER TO GLD-INVOICE-NUMBER.
000790      MOVE ZEROES TO GLD-LINE-NUMBER.
000791      MOVE "N" TO WS-GLD-EOF-SWITCH.
000792      START GL-DISTRIBUTION-FILE
000793          KEY IS NOT LESS THAN GLD-DIST-KEY
000794          INVALID KEY
000795              MOVE "Y" TO WS-GLD-EOF-SWITCH
000796      END-START.
000797      PERFORM POST-ONE-DIST-RECORD
000798          UNTIL NO-MORE-DIST-RECORDS.
000799      COMPUTE WS-UNDIST-AMOUNT =
000800          WS-INVOICE-USD-GROSS - WS-DIST-FOUND-AMOUNT.
000801      IF WS-UNDIST-AMOUNT NOT = ZEROES
000802          MOVE "UNDISTRB" TO WS-POST-ACCOUNT
000803          COMPUTE WS-POST-AMOUNT =
000804              WS-UNDIST-AMOUNT * WS-DIRECTION
000805          PERFORM POST-TO-JOURNAL-TABLE
000806      END-IF.
000807      MOVE WS-AP-CONTROL-ACCOUNT TO WS-POST-ACCOUNT.
000808      COMPUTE WS-POST-AMOUNT =
000809          0 - (WS-INVOICE-USD-GROSS * WS-DIRECTION).
000810      PERFORM POST-TO-JOURNAL-TABLE.
000811
000812 POST-ONE-DIST-RECORD.
000813      READ GL-DISTRIBUTION-FILE NEXT RECORD
000814          AT END
000815              MOVE "Y" TO WS-GLD-EOF-SWITCH
000816          NOT AT END
000817              IF GLD-VENDOR-NUMBER = INV-VENDOR-NUMBER
000818                  AND GLD-INVOICE-NUMBER = INV-INVOICE-NUMBER
000819                  PERFORM POST-ONE-DIST-LINE
000820              ELSE
000821                  MOVE "Y" TO WS-GLD-EOF-SWITCH
000822              END-IF
000823      END-READ.
000824
000825 POST-ONE-DIST-LINE.
000826      MOVE GLD-GL-ACCOUNT TO WS-POST-ACCOUNT.
000827      COMPUTE WS-DIST-USD-AMOUNT ROUNDED =
000828          GLD-AMOUNT * WS-INVOICE-ENTRY-RATE.
000829      COMPUTE WS-POST-AMOUNT =
000830          WS-DIST-USD-AMOUNT * WS-DIRECTION.
000831      PERFORM POST-TO-JOURNAL-TABLE.
000832      ADD WS-DIST-USD-AMOUNT TO WS-DIST-FOUND-AMOUNT.
000833
000834*--------------------------------------------------
000835* Find-or-add on source and account. A close
000836* that genuinely posts more than 200 distinct
000837* pairs lumps the rest into the last bucket and
000838* says so - the journal still balances, but the
000839* bucket's account is wrong for them, so the
000840* period is left open rather than fed to the GL.
000841*--------------------------------------------------
000842 POST-TO-JOURNAL-TABLE.
000843      MOVE "N" TO WS-GP-FOUND-SWITCH.
000844      MOVE 1 TO WS-GP-IDX.
000845      PERFORM LOOK-UP-JOURNAL-ENTRY
000846          UNTIL WS-GP-IDX > WS-GP-USED
000847              OR WS-GP-FOUND.
000848      IF WS-GP-FOUND
000849          ADD WS-POST-AMOUNT TO WS-GP-AMOUNT (WS-GP-IDX)
000850      ELSE
000851          IF WS-GP-USED < 200
000852              ADD 1 TO WS-GP-USED
000853              MOVE WS-POST-SOURCE
000854                  TO WS-GP-SOURCE (WS-GP-USED)
000855              MOVE WS-POST-ACCOUNT
000856                  TO WS-GP-ACCOUNT (WS-GP-USED)
000857              MOVE WS-POST-AMOUNT
000858                  TO WS-GP-AMOUNT (WS-GP-USED)
000859          ELSE
000860              ADD WS-POST-AMOUNT TO WS-GP-AMOUNT (200)
000861              IF NOT WS-GP-TABLE-FULL
000862                  DISPLAY "GL JOURNAL TABLE FULL"
000863                  MOVE "Y" TO WS-GP-FULL-SWITCH
000864              END-IF
000865          END-IF
000866      END-IF.
000867
000868 LOOK-UP-JOURNAL-ENTRY.
000869      IF WS-GP-SOURCE (WS-GP-IDX) = WS-POST-SOURCE
000870          AND WS-GP-ACCOUNT (WS-GP-IDX) = WS-POST-ACCOUNT
000871          MOVE "Y" TO WS-GP-FOUND-SWITCH
000872      ELSE
000873          ADD 1 TO WS-GP-IDX
000874      END-IF.
000875
000876*--------------------------------------------------
000877* The discount a payment took - the test VNDPAY01
000878* applies, with the paid date standing in for
000879* the run date that set it - and the payment in
000880* US dollars the way VNDPAY01 converted it: the
000881* gross and the net each at the paid rate, the
000882* discount the difference. A payment from before
000883* payments carried a rate is at the entry rate.
000884*--------------------------------------------------
000885 COMPUTE-RELIEF-DISCOUNT.
000886      MOVE ZEROES TO WS-RELIEF-CUR-DISCOUNT.
000887      IF NOT INVOICE-IS-CREDIT
000888          AND INV-DISCOUNT-PCT IS NUMERIC
000889          AND INV-DISCOUNT-DATE IS NUMERIC
000890          AND INV-DISCOUNT-PCT > ZEROES
000891          AND INV-PAID-DATE <= INV-DISCOUNT-DATE
000892          COMPUTE WS-RELIEF-CUR-DISCOUNT ROUNDED =
000893              INV-GROSS-AMOUNT * INV-DISCOUNT-PCT / 100
000894      END-IF.
000895      IF INV-PAID-RATE IS NUMERIC
000896          AND INV-PAID-RATE > ZEROES
000897          MOVE INV-PAID-RATE TO WS-RELIEF-RATE
000898      ELSE
000899          MOVE WS-INVOICE-ENTRY-RATE TO WS-RELIEF-RATE
000900      END-IF.
000901      PERFORM COMPUTE-SIGNED-PAID.
000902      COMPUTE WS-RELIEF-CASH ROUNDED =
000903          (INV-GROSS-AMOUNT - WS-RELIEF-CUR-DISCOUNT)
000904              * WS-RELIEF-RATE.
000905      COMPUTE WS-RELIEF-DISCOUNT =
000906          WS-RELIEF-USD-GROSS - WS-RELIEF-CASH.
000907
000908 COMPUTE-SIGNED-PAID.
000909      COMPUTE WS-RELIEF-USD-GROSS ROUNDED =
000910          INV-GROSS-AMOUNT * WS-RELIEF-RATE.
000911      IF INVOICE-IS-CREDIT
000912          COMPUTE WS-SIGNED-PAID = 0 - WS-RELIEF-USD-GROSS
000913      ELSE
000914          MOVE WS-RELIEF-USD-GROSS TO WS-SIGNED-PAID
000915      END-IF.
000916
000917 COMPUTE-SIGNED-WITHHELD.
000918      IF INVOICE-IS-CREDIT
000919          COMPUTE WS-SIGNED-WITHHELD = 0 - WS-RELIEF-WITHHELD
000920      ELSE
000921          MOVE WS-RELIEF-WITHHELD TO WS-SIGNED-WITHHELD
000922      END-IF.
000923
000924*--------------------------------------------------
000925* Stamp pass: the same classification, now
000926* written back so the next close sees this one's
000927* work. A put-back void clears the relief before
000928* a re-payment stamps it again.
000929*--------------------------------------------------
000930 STAMP-INVOICE.
000931      PERFORM LOAD-INVOICE-USD-GROSS.
000932      IF WS-ACCRUE-INVOICE
000933          MOVE WS-CLOSE-PERIOD TO INV-ACCRUED-PERIOD
000934      END-IF.
000935      IF WS-PUT-BACK-VOID
000936          MOVE SPACES TO INV-RELIEVED-TYPE
000937          MOVE ZEROES TO INV-RELIEVED-PERIOD
000938          MOVE ZEROES TO INV-RELIEVED-DISCOUNT
000939          MOVE ZEROES TO INV-RELIEVED-RATE
000940          MOVE ZEROES TO INV-RELIEVED-WITHHELD
000941      END-IF.
000942      IF WS-REVERSE-CANCEL
000943          MOVE "X" TO INV-RELIEVED-TYPE
000944          MOVE WS-CLOSE-PERIOD TO INV-RELIEVED-PERIOD
000945          MOVE ZEROES TO INV-RELIEVED-DISCOUNT
000946          MOVE ZEROES TO INV-RELIEVED-RATE
000947          MOVE ZEROES TO INV-RELIEVED-WITHHELD
000948      END-IF.
000949      IF WS-RELIEVE-PAYMENT
000950          PERFORM COMPUTE-RELIEF-DISCOUNT
000951          MOVE "P" TO INV-RELIEVED-TYPE
000952          MOVE WS-CLOSE-PERIOD TO INV-RELIEVED-PERIOD
000953          MOVE WS-RELIEF-DISCOUNT TO INV-RELIEVED-DISCOUNT
000954          MOVE WS-RELIEF-RATE TO INV-RELIEVED-RATE
000955          IF INV-WITHHELD-AMOUNT IS NUMERIC
000956              MOVE INV-WITHHELD-AMOUNT TO INV-RELIEVED-WITHHELD
000957          ELSE
000958              MOVE ZEROES TO INV-RELIEVED-WITHHELD
000959          END-IF
000960      END-IF.
000961      IF WS-ACCRUE-INVOICE OR WS-PUT-BACK-VOID
000962          OR WS-REVERSE-CANCEL OR WS-RELIEVE-PAYMENT
000963          REWRITE INVOICE-RECORD
000964              INVALID KEY
000965                  DISPLAY "REWRITE FAILED - INVOICE "
000966                      INV-INVOICE-NUMBER
000967              NOT INVALID KEY
000968                  ADD 1 TO WS-STAMPED-COUNT
000969          END-REWRITE
000970      END-IF.
000971
000972 SUM-JOURNAL-TABLE.
000973      MOVE ZEROES TO WS-JOURNAL-DEBITS.
000974      MOVE ZEROES TO WS-JOURNAL-CREDITS.
000975      MOVE 1 TO WS-GP-IDX.
000976      PERFORM SUM-ONE-JOURNAL-ENTRY
000977          UNTIL WS-GP-IDX > WS-GP-USED.
000978
000979 SUM-ONE-JOURNAL-ENTRY.
000980      IF WS-GP-AMOUNT (WS-GP-IDX) > ZEROES
000981          ADD WS-GP-AMOUNT (WS-GP-IDX) TO WS-JOURNAL-DEBITS
000982      ELSE
000983          SUBTRACT WS-GP-AMOUNT (WS-GP-IDX)
000984              FROM WS-JOURNAL-CREDITS
000985      END-IF.
000986      ADD 1 TO WS-GP-IDX.
000987
000988*--------------------------------------------------
000989* One detail per source and account that moved,
000990* dated the last day of the period, then the
000991* trailer with the count and both totals.
000992*--------------------------------------------------
000993 WRITE-GL-INTERFACE.
000994      MOVE "N" TO WS-GLI-FAILED-SWITCH.
000995      OPEN OUTPUT GL-INTERFACE-FILE.
000996      IF WS-GLI-FILE-STATUS NOT = "00"
000997          DISPLAY "GL INTERFACE OPEN FAILED - STATUS "
000998              WS-GLI-FILE-STATUS
000999          MOVE "Y" TO WS-GLI-FAILED-SWITCH
001000      ELSE
001001          MOVE 1 TO WS-GP-IDX
001002          PERFORM WRITE-ONE-GL-DETAIL
001003              UNTIL WS-GP-IDX > WS-GP-USED
001004          PERFORM WRITE-GL-TRAILER
001005          CLOSE GL-INTERFACE-FILE
001006      END-IF.
001007
001008 WRITE-ONE-GL-DETAIL.
001009      IF WS-GP-AMOUNT (WS-GP-IDX) NOT = ZEROES
001010          MOVE SPACES TO GL-INTERFACE-RECORD
001011          MOVE "D" TO GLI-RECORD-TYPE
001012          MOVE WS-CLOSE-PERIOD TO GLI-PERIOD
001013          MOVE WS-PERIOD-END-DATE TO GLI-POSTING-DATE
001014          MOVE WS-GP-ACCOUNT (WS-GP-IDX) TO GLI-ACCOUNT
001015          MOVE WS-GP-SOURCE (WS-GP-IDX) TO GLI-SOURCE
001016          MOVE ZEROES TO GLI-DEBIT-AMOUNT GLI-CREDIT-AMOUNT
001017          MOVE ZEROES TO GLI-ENTRY-COUNT
001018          IF WS-GP-AMOUNT (WS-GP-IDX) > ZEROES
001019              MOVE WS-GP-AMOUNT (WS-GP-IDX)
001020                  TO GLI-DEBIT-AMOUNT
001021          ELSE
001022              COMPUTE GLI-CREDIT-AMOUNT =
001023                  0 - WS-GP-AMOUNT (WS-GP-IDX)
001024          END-IF
001025          MOVE "AP MONTH-END CLOSE" TO GLI-DESCRIPTION
001026          WRITE GL-INTERFACE-RECORD
001027          PERFORM CHECK-GL-INTERFACE-WRITE
001028          ADD 1 TO WS-GLI-WRITTEN-COUNT
001029      END-IF.
001030      ADD 1 TO WS-GP-IDX.
001031
001032 WRITE-GL-TRAILER.
001033      MOVE SPACES TO GL-INTERFACE-RECORD.
001034      MOVE "T" TO GLI-RECORD-TYPE.
001035      MOVE WS-CLOSE-PERIOD TO GLI-PERIOD.
001036      MOVE WS-PERIOD-END-DATE TO GLI-POSTING-DATE.
001037      MOVE WS-JOURNAL-DEBITS TO GLI-DEBIT-AMOUNT.
001038      MOVE WS-JOURNAL-CREDITS TO GLI-CREDIT-AMOUNT.
001039      MOVE WS-GLI-WRITTEN-COUNT TO GLI-ENTRY-COUNT.
001040      MOVE "AP MONTH-END CLOSE TOTALS" TO GLI-DESCRIPTION.
001041      WRITE GL-INTERFACE-RECORD.
001042      PERFORM CHECK-GL-INTERFACE-WRITE.
001043
001044 CHECK-GL-INTERFACE-WRITE.
001045      IF WS-GLI-FILE-STATUS NOT = "00"
001046          DISPLAY "GL INTERFACE WRITE FAILED - STATUS "
001047              WS-GLI-FILE-STATUS
001048          MOVE "Y" TO WS-GLI-FAILED-SWITCH
001049      END-IF.
001050
001051 CLOSE-PERIOD-RECORD.
001052      MOVE WS-CLOSE-PERIOD TO PER-PERIOD.
001053      READ AP-PERIOD-FILE
001054          INVALID KEY
001055              DISPLAY "PERIOD READ FAILED - " WS-CLOSE-PERIOD
001056          NOT INVALID KEY
001057              PERFORM REWRITE-CLOSED-PERIOD
001058      END-READ.
001059
001060 REWRITE-CLOSED-PERIOD.
001061      MOVE "C" TO PER-STATUS.
001062      MOVE WS-OPENING-BALANCE TO PER-OPENING-BALANCE.
001063      MOVE WS-INVOICE-TOTAL TO PER-INVOICE-TOTAL.
001064      MOVE WS-CREDIT-TOTAL TO PER-CREDIT-TOTAL.
001065      MOVE WS-PAYMENT-TOTAL TO PER-PAYMENT-TOTAL.
001066      MOVE WS-VOID-TOTAL TO PER-VOID-TOTAL.
001067      MOVE WS-CLOSING-BALANCE TO PER-CLOSING-BALANCE.
001068      MOVE WS-OPERATOR-ID TO PER-CLOSED-BY.
001069      MOVE WS-TODAY TO PER-CLOSED-DATE.
001070      REWRITE AP-PERIOD-RECORD
001071          INVALID KEY
001072              DISPLAY "PERIOD REWRITE FAILED - "
001073                  WS-CLOSE-PERIOD
001074      END-REWRITE.
001075
001076*--------------------------------------------------
001077* The next month is opened carrying the closing
001078* balance, or - if VNDPER01 opened it ahead of
001079* time - has its opening balance set.
001080*--------------------------------------------------
001081 OPEN-FOLLOWING-PERIOD.
001082      MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD.
001083      IF WS-NEXT-MONTH = 12
001084          ADD 1 TO WS-NEXT-YEAR
001085          MOVE 1 TO WS-NEXT-MONTH
001086      ELSE
001087          ADD 1 TO WS-NEXT-MONTH
001088      END-IF.
001089      MOVE WS-NEXT-PERIOD TO PER-PERIOD.
001090      READ AP-PERIOD-FILE
001091          INVALID KEY
001092              PERFORM WRITE-FOLLOWING-PERIOD
001093          NOT INVALID KEY
001094              MOVE WS-CLOSING-BALANCE TO PER-OPENING-BALANCE
001095              REWRITE AP-PERIOD-RECORD
001096                  INVALID KEY
001097                      DISPLAY "PERIOD REWRITE FAILED - "
001098                          WS-NEXT-PERIOD
001099              END-REWRITE
001100      END-READ.
001101
001102 WRITE-FOLLOWING-PERIOD.
001103      MOVE SPACES TO AP-PERIOD-RECORD.
001104      MOVE WS-NEXT-PERIOD TO PER-PERIOD.
001105      MOVE "O" TO PER-STATUS.
001106      MOVE WS-CLOSING-BALANCE TO PER-OPENING-BALANCE.
001107      MOVE ZEROES TO PER-INVOICE-TOTAL PER-CREDIT-TOTAL
001108          PER-PAYMENT-TOTAL PER-VOID-TOTAL
001109          PER-CLOSING-BALANCE.
001110      MOVE WS-OPERATOR-ID TO PER-OPENED-BY.
001111      MOVE WS-TODAY TO PER-OPENED-DATE.
001112      MOVE SPACES TO PER-CLOSED-BY.
001113      MOVE ZEROES TO PER-CLOSED-DATE.
001114      WRITE AP-PERIOD-RECORD
001115          INVALID KEY
001116              DISPLAY "PERIOD WRITE FAILED - " WS-NEXT-PERIOD
001117          NOT INVALID KEY
001118              DISPLAY "PERIOD " WS-NEXT-PERIOD " OPENED"
001119      END-WRITE.
001120
001121 PRINT-ROLL-FORWARD.
001122      MOVE WS-CLOSE-PERIOD TO RH1-PERIOD.
001123      MOVE WS-PERIOD-END-DATE TO RH1-PERIOD-END.
001124      MOVE REPORT-HEADING-1 TO REPORT-LINE.
001125      WRITE REPORT-LINE.
001126      MOVE SPACES TO REPORT-LINE.
001127      WRITE REPORT-LINE.
001128      MOVE "AP CONTROL ROLL-FORWARD" TO RS-TITLE.
001129      PERFORM PRINT-SECTION-TITLE.
001130      MOVE "OPENING BALANCE" TO RA-LABEL.
001131      MOVE WS-OPENING-BALANCE TO RA-AMOUNT.
001132      PERFORM PRINT-AMOUNT-LINE.
001133      MOVE "PLUS INVOICES ACCRUED" TO RA-LABEL.
001134      MOVE WS-INVOICE-TOTAL TO RA-AMOUNT.
001135      PERFORM PRINT-AMOUNT-LINE.
001136      MOVE "LESS CREDITS AND CANCELLATIONS" TO RA-LABEL.
001137      MOVE WS-CREDIT-TOTAL TO RA-AMOUNT.
001138      PERFORM PRINT-AMOUNT-LINE.
001139      MOVE "LESS PAYMENTS" TO RA-LABEL.
001140      MOVE WS-PAYMENT-TOTAL TO RA-AMOUNT.
001141      PERFORM PRINT-AMOUNT-LINE.
001142      MOVE "PLUS VOIDS" TO RA-LABEL.
001143      MOVE WS-VOID-TOTAL TO RA-AMOUNT.
001144      PERFORM PRINT-AMOUNT-LINE.
001145      MOVE "CLOSING BALANCE" TO RA-LABEL.
001146      MOVE WS-CLOSING-BALANCE TO RA-AMOUNT.
001147      PERFORM PRINT-AMOUNT-LINE.
001148      MOVE SPACES TO REPORT-LINE.
001149      WRITE REPORT-LINE.
001150      MOVE "TIE TO AGED OPEN PAYABLES (VNDAGE01)" TO RS-TITLE.
001151      PERFORM PRINT-SECTION-TITLE.
001152      MOVE "TOTAL OPEN PAYABLES" TO RA-LABEL.
001153      MOVE WS-TOTAL-OPEN-AMOUNT TO RA-AMOUNT.
001154      PERFORM PRINT-AMOUNT-LINE.
001155      MOVE "PLUS ACCRUED ITEMS PAID AFTER MONTH END" TO RA-LABEL.
001156      MOVE WS-PAID-AFTER-TOTAL TO RA-AMOUNT.
001157      PERFORM PRINT-AMOUNT-LINE.
001158      MOVE "LESS OPEN ITEMS DATED AFTER MONTH END" TO RA-LABEL.
001159      MOVE WS-OPEN-AFTER-TOTAL TO RA-AMOUNT.
001160      PERFORM PRINT-AMOUNT-LINE.
001161      MOVE "OPEN PAYABLES AT MONTH END" TO RA-LABEL.
001162      MOVE WS-MONTH-END-OPEN TO RA-AMOUNT.
001163      PERFORM PRINT-AMOUNT-LINE.
001164      MOVE "DIFFERENCE FROM CLOSING BALANCE" TO RA-LABEL.
001165      MOVE WS-TIE-DIFFERENCE TO RA-AMOUNT.
001166      PERFORM PRINT-AMOUNT-LINE.
001167      MOVE SPACES TO REPORT-LINE.
001168      WRITE REPORT-LINE.
001169      MOVE "INVOICES ACCRUED" TO RC-LABEL.
001170      MOVE WS-ACCRUED-COUNT TO RC-COUNT.
001171      PERFORM PRINT-COUNT-LINE.
001172      MOVE "CREDIT MEMOS ACCRUED" TO RC-LABEL.
001173      MOVE WS-CREDIT-COUNT TO RC-COUNT.
001174      PERFORM PRINT-COUNT-LINE.
001175      MOVE "CANCELLATIONS REVERSED" TO RC-LABEL.
001176      MOVE WS-CANCEL-COUNT TO RC-COUNT.
001177      PERFORM PRINT-COUNT-LINE.
001178      MOVE "PAYMENTS RELIEVED" TO RC-LABEL.
001179      MOVE WS-PAID-COUNT TO RC-COUNT.
001180      PERFORM PRINT-COUNT-LINE.
001181      MOVE "VOIDS PUT BACK" TO RC-LABEL.
001182      MOVE WS-VOID-COUNT TO RC-COUNT.
001183      PERFORM PRINT-COUNT-LINE.
001184
001185 PRINT-CLOSE-JOURNAL.
001186      MOVE SPACES TO REPORT-LINE.
001187      WRITE REPORT-LINE.
001188      MOVE "GL INTERFACE JOURNAL" TO RS-TITLE.
001189      PERFORM PRINT-SECTION-TITLE.
001190      MOVE JOURNAL-HEADING TO REPORT-LINE.
001191      WRITE REPORT-LINE.
001192      MOVE 1 TO WS-GP-IDX.
001193      PERFORM PRINT-ONE-JOURNAL-LINE
001194          UNTIL WS-GP-IDX > WS-GP-USED.
001195      MOVE WS-JOURNAL-DEBITS TO JT-DEBIT.
001196      MOVE WS-JOURNAL-CREDITS TO JT-CREDIT.
001197      MOVE JOURNAL-TOTAL-LINE TO REPORT-LINE.
001198      WRITE REPORT-LINE.
001199
001200 PRINT-ONE-JOURNAL-LINE.
001201      IF WS-GP-AMOUNT (WS-GP-IDX) NOT = ZEROES
001202          MOVE WS-GP-SOURCE (WS-GP-IDX) TO JD-SOURCE
001203          MOVE WS-GP-ACCOUNT (WS-GP-IDX) TO JD-ACCOUNT
001204          MOVE ZEROES TO JD-DEBIT JD-CREDIT
001205          IF WS-GP-AMOUNT (WS-GP-IDX) > ZEROES
001206              MOVE WS-GP-AMOUNT (WS-GP-IDX) TO JD-DEBIT
001207          ELSE
001208              COMPUTE JD-CREDIT = 0 - WS-GP-AMOUNT (WS-GP-IDX)
001209          END-IF
001210          MOVE JOURNAL-DETAIL-LINE TO REPORT-LINE
001211          WRITE REPORT-LINE
001212      END-IF.
001213      ADD 1 TO WS-GP-IDX.
001214
001215 PRINT-SECTION-TITLE.
001216      MOVE REPORT-SECTION-LINE TO REPORT-LINE.
001217      WRITE REPORT-LINE.
001218
001219 PRINT-AMOUNT-LINE.
001220      MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
001221      WRITE REPORT-LINE.
001222
001223 PRINT-COUNT-LINE.
001224      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
001225      WRITE REPORT-LINE.
001226
001227     COPY "PRSGN01.CBL".
001228
001229     COPY "PRFXR01.CBL".
