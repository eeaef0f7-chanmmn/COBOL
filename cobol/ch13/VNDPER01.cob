000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDPER01.
000003*------------------------------------------------
000004* Maintain the AP Period File behind VNDPERCK's
000005* open/closed test. Periods are opened here, one
000006* month at a time after the last one on file, and
000007* closed only by VNDCLS01's month-end close once
000008* its AP control roll-forward ties - there is no
000009* way to close, reopen or delete a period here.
000010* The first period ever opened is the cutover to
000011* period control: every invoice already on file
000012* dated before it is stamped as accrued in the
000013* month before, a paid one whose payment also
000014* falls before it as relieved, and what is left
000015* owing becomes the first period's opening
000016* balance - so the first close starts from the
000017* payables the old system already carried rather
000018* than accruing years of history a second time.
000019* The opening balance is US dollars, a foreign
000020* invoice at its entry rate.
000021* Opening periods is a payment-level action.
000022*------------------------------------------------
000023 ENVIRONMENT DIVISION.
000024 INPUT-OUTPUT SECTION.
000025 FILE-CONTROL.
000026
000027     COPY "SLPER01.CBL".
000028
000029     COPY "SLINV01.CBL".
000030
000031     COPY "SLOPR01.CBL".
000032
000033 DATA DIVISION.
000034 FILE SECTION.
000035
000036     COPY "FDPER01.CBL".
000037
000038     COPY "FDINV01.CBL".
000039
000040     COPY "FDOPR01.CBL".
000041
000042 WORKING-STORAGE SECTION.
000043
000044 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000045 01 WS-PER-FILE-STATUS PIC X(2) VALUE "00".
000046 01 WS-PERIOD-EOF-SWITCH PIC X(1) VALUE "N".
000047     88 NO-MORE-PERIOD-RECORDS VALUE "Y".
000048 01 WS-INVOICE-EOF-SWITCH PIC X(1) VALUE "N".
000049     88 NO-MORE-INVOICE-RECORDS VALUE "Y".
000050 01 WS-MORE-ACTIONS PIC X(1) VALUE "Y".
000051     88 NO-MORE-ACTIONS VALUE "N".
000052 01 WS-ACTION-CHOICE PIC 9 VALUE ZERO.
000053 01 WS-CONFIRM-FIELD PIC X(1).
000054*--------------------------------------------------
000055* The last period on file, found by reading the
000056* whole (small) file in key order; zero means the
000057* file is empty and the next open is the cutover.
000058*--------------------------------------------------
000059 01 WS-PERIOD-COUNT PIC 9(5) VALUE ZERO.
000060 01 WS-LAST-PERIOD PIC 9(6) VALUE ZERO.
000061 01 WS-PERIOD-WORK.
000062     05 WS-PW-YEAR PIC 9(4).
000063     05 WS-PW-MONTH PIC 9(2).
000064 01 WS-NEW-PERIOD PIC 9(6) VALUE ZERO.
000065 01 WS-PRIOR-PERIOD PIC 9(6) VALUE ZERO.
000066 01 WS-MONTH-FIELD PIC X(6).
000067 01 WS-MONTH-VALID-SWITCH PIC X(1) VALUE "N".
000068     88 WS-MONTH-VALID VALUE "Y".
000069*--------------------------------------------------
000070* Cutover: the first day of the first period, the
000071* discount a pre-cutover payment took - the test
000072* VNDPAY01 applies, with the paid date as the run
000073* date - and the balance still owing.
000074*--------------------------------------------------
000075 01 WS-CUTOVER-DATE PIC 9(8) VALUE ZERO.
000076 01 WS-RELIEF-DISCOUNT PIC 9(7)V99 VALUE ZERO.
000077 01 WS-OPENING-BALANCE PIC S9(11)V99 VALUE ZERO.
000078 01 WS-INV-READ-COUNT PIC 9(5) VALUE ZERO.
000079 01 WS-STAMPED-COUNT PIC 9(5) VALUE ZERO.
000080 01 WS-OWING-COUNT PIC 9(5) VALUE ZERO.
000081 01 WS-OPENED-COUNT PIC 9(5) VALUE ZERO.
000082 01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
000083 01 WS-DISPLAY-CLOSING PIC Z,ZZZ,ZZZ,ZZ9.99-.
000084
000085*--------------------------------------------------
000086* Run Control Log fields for the START/END records
000087* this run writes through VNDRUNLG.
000088*--------------------------------------------------
000089 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDPER01".
000090 01 WS-RUN-ENTRY-TYPE PIC X(5).
000091 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000092
000093     COPY "WSSGN01.CBL".
000094
000095     COPY "WSFXR01.CBL".
000096
000097 PROCEDURE DIVISION.
000098 PROGRAM-BEGIN.
000099      PERFORM SIGN-ON-OPERATOR.
000100      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000101      PERFORM CHECK-OPERATOR-AUTHORITY.
000102      IF WS-AUTHORITY-OK
000103          PERFORM MAINTAIN-PERIOD-SESSION
000104      END-IF.
000105
000106 PROGRAM-DONE.
000107      STOP RUN.
000108
000109 MAINTAIN-PERIOD-SESSION.
000110      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000111      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000112          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000113          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000114          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000115      OPEN I-O AP-PERIOD-FILE.
000116      IF WS-PER-FILE-STATUS NOT = "00"
000117          AND WS-PER-FILE-STATUS NOT = "05"
000118          DISPLAY "AP PERIOD FILE OPEN FAILED - STATUS "
000119              WS-PER-FILE-STATUS
000120          MOVE "N" TO WS-MORE-ACTIONS
000121      END-IF.
000122      PERFORM MAINTAIN-ONE-ACTION
000123          UNTIL NO-MORE-ACTIONS.
000124      CLOSE AP-PERIOD-FILE.
000125      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000126      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000127          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000128          WS-INV-READ-COUNT WS-OPENED-COUNT
000129          WS-STAMPED-COUNT WS-RUN-ZERO-COUNT.
000130      DISPLAY WS-OPENED-COUNT " PERIODS OPENED".
000131
000132 MAINTAIN-ONE-ACTION.
000133      PERFORM LIST-PERIODS.
000134      DISPLAY " 1 - OPEN THE NEXT PERIOD".
000135      DISPLAY " 0 - DONE".
000136      DISPLAY "ENTER THE NUMBER OF THE ACTION".
000137      ACCEPT WS-ACTION-CHOICE.
000138      IF WS-ACTION-CHOICE = 1
000139          IF WS-LAST-PERIOD = ZEROES
000140              PERFORM OPEN-CUTOVER-PERIOD
000141          ELSE
000142              PERFORM OPEN-NEXT-PERIOD
000143          END-IF
000144      ELSE
000145          MOVE "N" TO WS-MORE-ACTIONS
000146      END-IF.
000147
000148*--------------------------------------------------
000149* Shows every period on file and leaves the last
000150* one in WS-LAST-PERIOD for the open that follows.
000151*--------------------------------------------------
000152 LIST-PERIODS.
000153      MOVE ZEROES TO WS-PERIOD-COUNT.
000154      MOVE ZEROES TO WS-LAST-PERIOD.
000155      MOVE "N" TO WS-PERIOD-EOF-SWITCH.
000156      MOVE ZEROES TO PER-PERIOD.
000157      START AP-PERIOD-FILE
000158          KEY IS NOT LESS THAN PER-PERIOD
000159          INVALID KEY
000160              MOVE "Y" TO WS-PERIOD-EOF-SWITCH
000161      END-START.
000162      PERFORM LIST-ONE-PERIOD
000163          UNTIL NO-MORE-PERIOD-RECORDS.
000164      IF WS-PERIOD-COUNT = ZEROES
000165          DISPLAY "NO AP PERIODS ON FILE - THE FIRST PERIOD"
000166          DISPLAY "OPENED IS THE CUTOVER TO PERIOD CONTROL"
000167      END-IF.
000168
000169 LIST-ONE-PERIOD.
000170      READ AP-PERIOD-FILE NEXT RECORD
000171          AT END
000172              MOVE "Y" TO WS-PERIOD-EOF-SWITCH
000173          NOT AT END
000174              ADD 1 TO WS-PERIOD-COUNT
000175              MOVE PER-PERIOD TO WS-LAST-PERIOD
000176              PERFORM DISPLAY-PERIOD
000177      END-READ.
000178
000179 DISPLAY-PERIOD.
000180      MOVE PER-OPENING-BALANCE TO WS-DISPLAY-AMOUNT.
000181      IF PERIOD-CLOSED
000182          MOVE PER-CLOSING-BALANCE TO WS-DISPLAY-CLOSING
000183          DISPLAY PER-PERIOD " CLOSED " PER-CLOSED-DATE
000184              " OPENING " WS-DISPLAY-AMOUNT
000185              " CLOSING " WS-DISPLAY-CLOSING
000186      ELSE
000187          DISPLAY PER-PERIOD " OPEN          "
000188              " OPENING " WS-DISPLAY-AMOUNT
000189      END-IF.
000190
000191 OPEN-NEXT-PERIOD.
000192      MOVE WS-LAST-PERIOD TO WS-PERIOD-WORK.
000193      IF WS-PW-MONTH = 12
000194          ADD 1 TO WS-PW-YEAR
000195          MOVE 1 TO WS-PW-MONTH
000196      ELSE
000197          ADD 1 TO WS-PW-MONTH
000198      END-IF.
000199      MOVE WS-PERIOD-WORK TO WS-NEW-PERIOD.
000200      DISPLAY "OPEN PERIOD " WS-NEW-PERIOD " (Y/N)".
000201      ACCEPT WS-CONFIRM-FIELD.
000202      IF WS-CONFIRM-FIELD = "Y"
000203          MOVE ZEROES TO WS-OPENING-BALANCE
000204          PERFORM WRITE-NEW-PERIOD
000205      ELSE
000206          DISPLAY "NO PERIOD OPENED"
000207      END-IF.
000208
000209 WRITE-NEW-PERIOD.
000210      MOVE SPACES TO AP-PERIOD-RECORD.
000211      MOVE WS-NEW-PERIOD TO PER-PERIOD.
000212      MOVE "O" TO PER-STATUS.
000213      MOVE WS-OPENING-BALANCE TO PER-OPENING-BALANCE.
000214      MOVE ZEROES TO PER-INVOICE-TOTAL PER-CREDIT-TOTAL
000215          PER-PAYMENT-TOTAL PER-VOID-TOTAL
000216          PER-CLOSING-BALANCE.
000217      MOVE WS-OPERATOR-ID TO PER-OPENED-BY.
000218      ACCEPT PER-OPENED-DATE FROM DATE YYYYMMDD.
000219      MOVE SPACES TO PER-CLOSED-BY.
000220      MOVE ZEROES TO PER-CLOSED-DATE.
000221      WRITE AP-PERIOD-RECORD
000222          INVALID KEY
000223              DISPLAY "PERIOD " WS-NEW-PERIOD
000224                  " ALREADY ON FILE"
000225          NOT INVALID KEY
000226              ADD 1 TO WS-OPENED-COUNT
000227              DISPLAY "PERIOD " WS-NEW-PERIOD " OPENED"
000228      END-WRITE.
000229
000230*--------------------------------------------------
000231* The cutover. The operator keys the first month
000232* to run under period control - normally the
000233* current one - and confirms it, because the
000234* stamping pass below cannot be taken back.
000235*--------------------------------------------------
000236 OPEN-CUTOVER-PERIOD.
000237      MOVE "N" TO WS-MONTH-VALID-SWITCH.
000238      PERFORM GET-AND-CHECK-CUTOVER-MONTH
000239          UNTIL WS-MONTH-VALID.
000240      MOVE WS-MONTH-FIELD TO WS-NEW-PERIOD.
000241      DISPLAY "CUT OVER TO PERIOD CONTROL AT "
000242          WS-NEW-PERIOD " (Y/N)".
000243      ACCEPT WS-CONFIRM-FIELD.
000244      IF WS-CONFIRM-FIELD = "Y"
000245          PERFORM STAMP-CUTOVER-INVOICES
000246          PERFORM WRITE-NEW-PERIOD
000247          MOVE WS-OPENING-BALANCE TO WS-DISPLAY-AMOUNT
000248          DISPLAY WS-STAMPED-COUNT " INVOICES STAMPED"
000249          DISPLAY WS-OWING-COUNT " STILL OWING, OPENING "
000250              WS-DISPLAY-AMOUNT
000251      ELSE
000252          DISPLAY "NO PERIOD OPENED"
000253      END-IF.
000254
000255 GET-AND-CHECK-CUTOVER-MONTH.
000256      DISPLAY "ENTER FIRST PERIOD (YYYYMM)".
000257      ACCEPT WS-MONTH-FIELD.
000258      IF WS-MONTH-FIELD IS NUMERIC
000259          AND WS-MONTH-FIELD (5:2) >= "01"
000260          AND WS-MONTH-FIELD (5:2) <= "12"
000261          MOVE "Y" TO WS-MONTH-VALID-SWITCH
000262      ELSE
000263          DISPLAY "INVALID MONTH - PLEASE RE-ENTER"
000264      END-IF.
000265
000266*--------------------------------------------------
000267* One pass of the Open Invoice File. A cancelled
000268* invoice never reached the AP control account
000269* and is left alone; so is anything dated in or
000270* after the first period, which that period's
000271* close accrues in the ordinary way.
000272*--------------------------------------------------
000273 STAMP-CUTOVER-INVOICES.
000274      MOVE WS-NEW-PERIOD TO WS-PERIOD-WORK.
000275      IF WS-PW-MONTH = 1
000276          SUBTRACT 1 FROM WS-PW-YEAR
000277          MOVE 12 TO WS-PW-MONTH
000278      ELSE
000279          SUBTRACT 1 FROM WS-PW-MONTH
000280      END-IF.
000281      MOVE WS-PERIOD-WORK TO WS-PRIOR-PERIOD.
000282      COMPUTE WS-CUTOVER-DATE = WS-NEW-PERIOD * 100 + 1.
000283      MOVE ZEROES TO WS-OPENING-BALANCE.
000284      OPEN I-O OPEN-INVOICE-FILE.
000285      MOVE "N" TO WS-INVOICE-EOF-SWITCH.
000286      MOVE LOW-VALUES TO INV-INVOICE-KEY.
000287      START OPEN-INVOICE-FILE
000288          KEY IS NOT LESS THAN INV-INVOICE-KEY
000289          INVALID KEY
000290              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000291      END-START.
000292      PERFORM STAMP-ONE-CUTOVER-INVOICE
000293          UNTIL NO-MORE-INVOICE-RECORDS.
000294      CLOSE OPEN-INVOICE-FILE.
000295
000296 STAMP-ONE-CUTOVER-INVOICE.
000297      READ OPEN-INVOICE-FILE NEXT RECORD
000298          AT END
000299              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000300          NOT AT END
000301              ADD 1 TO WS-INV-READ-COUNT
000302              IF NOT INVOICE-CANCELLED
000303                  AND INV-INVOICE-DATE < WS-CUTOVER-DATE
000304                  PERFORM STAMP-CUTOVER-INVOICE
000305              END-IF
000306      END-READ.
000307
000308*--------------------------------------------------
000309* Paid before the cutover: accrued and relieved
000310* in the month before, owing nothing. Open, or
000311* paid on or after the cutover: accrued only, and
000312* part of the opening balance the first close
000313* relieves the payment from. A credit memo counts
000314* against the balance, as it does on VNDAGE01.
000315*--------------------------------------------------
000316 STAMP-CUTOVER-INVOICE.
000317      MOVE WS-PRIOR-PERIOD TO INV-ACCRUED-PERIOD.
000318      PERFORM LOAD-INVOICE-USD-GROSS.
000319      IF INVOICE-PAID
000320          AND INV-PAID-DATE < WS-CUTOVER-DATE
000321          PERFORM COMPUTE-RELIEF-DISCOUNT
000322          MOVE "P" TO INV-RELIEVED-TYPE
000323          MOVE WS-PRIOR-PERIOD TO INV-RELIEVED-PERIOD
000324          MOVE WS-RELIEF-DISCOUNT TO INV-RELIEVED-DISCOUNT
000325      ELSE
000326          MOVE SPACES TO INV-RELIEVED-TYPE
000327          MOVE ZEROES TO INV-RELIEVED-PERIOD
000328          MOVE ZEROES TO INV-RELIEVED-DISCOUNT
000329          ADD 1 TO WS-OWING-COUNT
000330          IF INVOICE-IS-CREDIT
000331              SUBTRACT WS-INVOICE-USD-GROSS
000332                  FROM WS-OPENING-BALANCE
000333          ELSE
000334              ADD WS-INVOICE-USD-GROSS TO WS-OPENING-BALANCE
000335          END-IF
000336      END-IF.
000337      REWRITE INVOICE-RECORD
000338          INVALID KEY
000339              DISPLAY "REWRITE FAILED - INVOICE "
000340                  INV-INVOICE-NUMBER
000341          NOT INVALID KEY
000342              ADD 1 TO WS-STAMPED-COUNT
000343      END-REWRITE.
000344
000345*--------------------------------------------------
000346* The discount the payment took, in US dollars at
000347* the rate it was paid at - the entry rate on a
000348* record from before payments carried one.
000349*--------------------------------------------------
000350 COMPUTE-RELIEF-DISCOUNT.
000351      MOVE ZEROES TO WS-RELIEF-DISCOUNT.
000352      IF NOT INVOICE-IS-CREDIT
000353          AND INV-DISCOUNT-PCT IS NUMERIC
000354          AND INV-DISCOUNT-DATE IS NUMERIC
000355          AND INV-DISCOUNT-PCT > ZEROES
000356          AND INV-PAID-DATE <= INV-DISCOUNT-DATE
000357          COMPUTE WS-RELIEF-DISCOUNT ROUNDED =
000358              INV-GROSS-AMOUNT * INV-DISCOUNT-PCT / 100
000359              * WS-INVOICE-ENTRY-RATE
000360      END-IF.
000361
000362     COPY "PRSGN01.CBL".
000363
000364     COPY "PRFXR01.CBL".
