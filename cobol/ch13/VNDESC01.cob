000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDESC01.
000003*------------------------------------------------
000004* Unclaimed property (escheat) processing for
000005* stale checks. One I-O sweep of the Vendor
000006* Payment History picks out every live check
000007* payment - not voided, not cleared by VNDBNK01,
000008* not already escheated - issued longer ago than
000009* the dormancy period of the payee's state. The
000010* state is the vendor's VENDOR-STATE; a vendor
000011* with no US address is reported to our own state
000012* of incorporation. Each dormant check then moves
000013* one step:
000014*   - no letter yet: a due-diligence letter goes
000015*     to the vendor's address on the Vendor File
000016*     and PMT-LETTER-DATE is stamped;
000017*   - letter sent, the reply period not yet run:
000018*     listed as awaiting reply;
000019*   - reply period run: the payment is marked
000020*     escheated, the bank is sent a Positive Pay
000021*     void so the check is refused if presented,
000022*     and the amount is reversed out of cash to
000023*     the unclaimed property account.
000024* A payee who answers the letter is paid by
000025* voiding the check in VNDVOID01 and letting the
000026* next VNDPAY01 run reissue it, before this run
000027* escheats it. The report lists every dormant
000028* check and what was done, then the holder report
000029* by state with state and grand control totals,
000030* then the posting journal for the general ledger,
000031* which must equal the holder report total.
000032* Payment-level action.
000033*------------------------------------------------
000034 ENVIRONMENT DIVISION.
000035 INPUT-OUTPUT SECTION.
000036 FILE-CONTROL.
000037
000038     COPY "SLPMT01.CBL".
000039
000040     COPY "SLVND01.CBL".
000041
000042     COPY "SLOPR01.CBL".
000043
000044     COPY "SLPPY01.CBL".
000045
000046     COPY "SLPPW01.CBL".
000047
000048     SELECT DUE-DILIGENCE-LETTERS
000049         ASSIGN TO "vndesclet.txt"
000050         ORGANIZATION IS LINE SEQUENTIAL.
000051
000052     SELECT ESCHEAT-REPORT
000053         ASSIGN TO "vndescrpt.txt"
000054         ORGANIZATION IS LINE SEQUENTIAL.
000055
000056 DATA DIVISION.
000057 FILE SECTION.
000058
000059     COPY "FDPMT01.CBL".
000060
000061     COPY "FDVND02.CBL".
000062
000063     COPY "FDOPR01.CBL".
000064
000065     COPY "FDPPY01.CBL".
000066
000067     COPY "FDPPW01.CBL".
000068
000069 FD  DUE-DILIGENCE-LETTERS
000070     LABEL RECORDS ARE STANDARD.
000071 01  LETTER-LINE                 PIC X(80).
000072
000073 FD  ESCHEAT-REPORT
000074     LABEL RECORDS ARE STANDARD.
000075 01  REPORT-LINE                 PIC X(100).
000076
000077 WORKING-STORAGE SECTION.
000078
000079 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000080 01 WS-PMT-FILE-STATUS          PIC X(2) VALUE "00".
000081 01 WS-VND-FILE-STATUS          PIC X(2) VALUE "00".
000082 01 WS-PMT-EOF-SWITCH           PIC X(1) VALUE "N".
000083     88 NO-MORE-PAYMENT-RECORDS     VALUE "Y".
000084 01 WS-VENDOR-FOUND-SWITCH      PIC X(1) VALUE "N".
000085     88 WS-VENDOR-FOUND             VALUE "Y".
000086 01 WS-REWRITE-OK-SWITCH        PIC X(1) VALUE "N".
000087     88 WS-REWRITE-OK               VALUE "Y".
000088 01 WS-RUN-DATE                 PIC 9(8).
000089*--------------------------------------------------
000090* Dormancy periods in years from the check date.
000091* A state not in the table takes the default.
000092* Keep in step with the states' unclaimed property
000093* statutes for vendor payments; the table has
000094* room for twenty states that differ.
000095*--------------------------------------------------
000096 01 WS-DEFAULT-DORMANCY-YEARS   PIC 9(1) VALUE 3.
000097 01 WS-DORMANCY-VALUES.
000098     05 FILLER PIC X(15) VALUE "FL5OH5         ".
000099     05 FILLER PIC X(15) VALUE "               ".
000100     05 FILLER PIC X(15) VALUE "               ".
000101     05 FILLER PIC X(15) VALUE "               ".
000102 01 WS-DORMANCY-TABLE REDEFINES WS-DORMANCY-VALUES.
000103     05 WS-DORMANCY-ENTRY OCCURS 20 TIMES.
000104         10 WS-DM-STATE          PIC X(2).
000105         10 WS-DM-YEARS          PIC X(1).
000106 01 WS-DM-IDX                   PIC 9(2) COMP.
000107 01 WS-DORMANCY-YEARS           PIC 9(1).
000108 01 WS-DORMANT-CUTOFF           PIC 9(8).
000109*--------------------------------------------------
000110* Property whose owner has no US address is
000111* reported to the holder's state of incorporation.
000112*--------------------------------------------------
000113 01 WS-HOLDER-STATE             PIC X(2) VALUE "DE".
000114 01 WS-REPORT-STATE             PIC X(2).
000115*--------------------------------------------------
000116* Days the payee has to answer the due-diligence
000117* letter before the check is escheated. The letter
000118* quotes the same figure.
000119*--------------------------------------------------
000120 01 WS-LETTER-WAIT-DAYS         PIC 9(3) VALUE 60.
000121*--------------------------------------------------
000122* Escheat reverses the stale check out of cash -
000123* the money never left the bank - and carries it
000124* as owed to the state until it is remitted.
000125*--------------------------------------------------
000126 01 WS-CASH-ACCOUNT             PIC X(8) VALUE "CASHDISB".
000127 01 WS-UNCLAIMED-ACCOUNT        PIC X(8) VALUE "UNCLPROP".
000128*--------------------------------------------------
000129* Serial-day conversion so days since the letter
000130* is a plain subtraction - the VNDAPR02
000131* paragraphs.
000132*--------------------------------------------------
000133 01 WS-CNV-DATE.
000134     05 WS-CNV-YEAR             PIC 9(4).
000135     05 WS-CNV-MONTH            PIC 9(2).
000136     05 WS-CNV-DAY              PIC 9(2).
000137 01 WS-CNV-DAYS                 PIC 9(7).
000138 01 WS-CNV-WORK                 PIC 9(7).
000139 01 WS-CNV-REM                  PIC 9(4).
000140 01 WS-CNV-PRIOR-YEAR           PIC 9(4).
000141 01 WS-MONTH-DAYS-VALUES.
000142     05 FILLER PIC X(18) VALUE "000031059090120151".
000143     05 FILLER PIC X(18) VALUE "181212243273304334".
000144 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000145     05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
000146 01 WS-RUN-DAYS                 PIC 9(7).
000147 01 WS-DAYS-SINCE-LETTER        PIC S9(7).
000148 01 WS-CHECK-ACTION             PIC X(20).
000149 01 WS-SHOW-LETTER-DATE         PIC 9(8).
000150*--------------------------------------------------
000151* Checks escheated this run, buffered so the
000152* holder report can print them state by state.
000153* A check that would overflow the table is left
000154* for the next run rather than escheated without
000155* a holder report line.
000156*--------------------------------------------------
000157 01 WS-ESCHEAT-TABLE.
000158     05 WS-ES-ENTRY OCCURS 2000 TIMES.
000159         10 WS-ES-STATE          PIC X(2).
000160         10 WS-ES-CHECK-NUMBER   PIC 9(6).
000161         10 WS-ES-VENDOR-NUMBER  PIC 9(5).
000162         10 WS-ES-VENDOR-NAME    PIC X(30).
000163         10 WS-ES-ISSUED-DATE    PIC 9(8).
000164         10 WS-ES-AMOUNT         PIC 9(9)V99.
000165 01 WS-ES-USED                  PIC 9(4) COMP VALUE ZERO.
000166 01 WS-ES-IDX                   PIC 9(4) COMP.
000167 01 WS-LAST-STATE               PIC X(2).
000168 01 WS-NEXT-STATE               PIC X(2).
000169 01 WS-MORE-STATES-SWITCH       PIC X(1) VALUE "Y".
000170     88 NO-MORE-STATES              VALUE "N".
000171 01 WS-STATE-COUNT              PIC 9(5) VALUE ZERO.
000172 01 WS-STATE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
000173 01 WS-HOLDER-COUNT             PIC 9(5) VALUE ZERO.
000174 01 WS-HOLDER-AMOUNT            PIC 9(11)V99 VALUE ZERO.
000175 01 WS-STATES-REPORTED          PIC 9(3) VALUE ZERO.
000176*--------------------------------------------------
000177* Run counts and totals for the report foot.
000178*--------------------------------------------------
000179 01 WS-PMT-READ-COUNT           PIC 9(5) VALUE ZERO.
000180 01 WS-DORMANT-COUNT            PIC 9(5) VALUE ZERO.
000181 01 WS-DORMANT-AMOUNT           PIC 9(11)V99 VALUE ZERO.
000182 01 WS-LETTER-COUNT             PIC 9(5) VALUE ZERO.
000183 01 WS-AWAITING-COUNT           PIC 9(5) VALUE ZERO.
000184 01 WS-ESCHEATED-COUNT          PIC 9(5) VALUE ZERO.
000185 01 WS-ESCHEATED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
000186 01 WS-NO-ADDRESS-COUNT         PIC 9(5) VALUE ZERO.
000187 01 WS-NOT-UPDATED-COUNT        PIC 9(5) VALUE ZERO.
000188
000189*--------------------------------------------------
000190* Run Control Log fields for the START/END records
000191* this run writes through VNDRUNLG.
000192*--------------------------------------------------
000193 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDESC01".
000194 01 WS-RUN-ENTRY-TYPE PIC X(5).
000195 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000196
000197 01 REPORT-HEADING-1.
000198     05 FILLER                 PIC X(33) VALUE
000199         "UNCLAIMED PROPERTY - STALE CHECKS".
000200     05 FILLER                 PIC X(1)  VALUE SPACES.
000201     05 FILLER                 PIC X(9)  VALUE "RUN DATE ".
000202     05 RH1-RUN-DATE           PIC 9(8).
000203
000204 01 DORMANT-HEADING            PIC X(40) VALUE
000205     "DORMANT CHECKS".
000206
000207 01 DORMANT-HEADING-2.
000208     05 FILLER                 PIC X(8)  VALUE "CHECK".
000209     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000210     05 FILLER                 PIC X(31) VALUE "NAME".
000211     05 FILLER                 PIC X(3)  VALUE "ST".
000212     05 FILLER                 PIC X(9)  VALUE "ISSUED".
000213     05 FILLER                 PIC X(14) VALUE
000214         "        AMOUNT".
000215     05 FILLER                 PIC X(1)  VALUE SPACES.
000216     05 FILLER                 PIC X(9)  VALUE "LETTER".
000217     05 FILLER                 PIC X(6)  VALUE "ACTION".
000218
000219 01 DORMANT-LINE.
000220     05 DL-CHECK-NUMBER        PIC 9(6).
000221     05 FILLER                 PIC X(2)  VALUE SPACES.
000222     05 DL-VENDOR-NUMBER       PIC Z(4)9.
000223     05 FILLER                 PIC X(2)  VALUE SPACES.
000224     05 DL-VENDOR-NAME         PIC X(30).
000225     05 FILLER                 PIC X(1)  VALUE SPACES.
000226     05 DL-STATE               PIC X(2).
000227     05 FILLER                 PIC X(1)  VALUE SPACES.
000228     05 DL-ISSUED-DATE         PIC 9(8).
000229     05 FILLER                 PIC X(1)  VALUE SPACES.
000230     05 DL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000231     05 FILLER                 PIC X(1)  VALUE SPACES.
000232     05 DL-LETTER-DATE         PIC 9(8).
000233     05 FILLER                 PIC X(1)  VALUE SPACES.
000234     05 DL-ACTION              PIC X(18).
000235
000236 01 HOLDER-HEADING.
000237     05 FILLER                 PIC X(40) VALUE
000238         "HOLDER REPORT BY STATE".
000239
000240 01 HOLDER-STATE-LINE.
000241     05 FILLER                 PIC X(6)  VALUE "STATE ".
000242     05 HS-STATE               PIC X(2).
000243
000244 01 HOLDER-DETAIL-LINE.
000245     05 FILLER                 PIC X(2)  VALUE SPACES.
000246     05 HD-CHECK-NUMBER        PIC 9(6).
000247     05 FILLER                 PIC X(2)  VALUE SPACES.
000248     05 HD-VENDOR-NUMBER       PIC Z(4)9.
000249     05 FILLER                 PIC X(2)  VALUE SPACES.
000250     05 HD-VENDOR-NAME         PIC X(30).
000251     05 FILLER                 PIC X(1)  VALUE SPACES.
000252     05 HD-ISSUED-DATE         PIC 9(8).
000253     05 FILLER                 PIC X(1)  VALUE SPACES.
000254     05 HD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000255
000256 01 HOLDER-TOTAL-LINE.
000257     05 FILLER                 PIC X(2)  VALUE SPACES.
000258     05 HT-LABEL               PIC X(20).
000259     05 HT-COUNT               PIC Z(4)9.
000260     05 FILLER                 PIC X(2)  VALUE SPACES.
000261     05 HT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000262
000263 01 JOURNAL-HEADING.
000264     05 FILLER                 PIC X(20) VALUE
000265         "GL POSTING JOURNAL".
000266
000267 01 JOURNAL-HEADING-2.
000268     05 FILLER                 PIC X(10) VALUE "ACCOUNT".
000269     05 FILLER                 PIC X(17) VALUE
000270         "            DEBIT".
000271     05 FILLER                 PIC X(17) VALUE
000272         "           CREDIT".
000273
000274 01 JOURNAL-DETAIL-LINE.
000275     05 JD-ACCOUNT             PIC X(8).
000276     05 FILLER                 PIC X(2)  VALUE SPACES.
000277     05 JD-DEBIT               PIC Z,ZZZ,ZZZ,ZZ9.99.
000278     05 JD-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000279
000280 01 TOTAL-LINE.
000281     05 TL-LABEL               PIC X(28).
000282     05 TL-COUNT               PIC Z(4)9.
000283
000284 01 TOTAL-AMOUNT-LINE.
000285     05 TA-LABEL               PIC X(28).
000286     05 TA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000287
000288*--------------------------------------------------
000289* The due-diligence letter, one per dormant check,
000290* to the address on the Vendor File.
000291*--------------------------------------------------
000292 01 LETTER-DATE-LINE.
000293     05 FILLER                 PIC X(6)  VALUE "DATE: ".
000294     05 LD-DATE                PIC 9(8).
000295
000296 01 LETTER-ADDRESS-LINE.
000297     05 FILLER                 PIC X(4)  VALUE SPACES.
000298     05 LA-TEXT                PIC X(30).
000299
000300 01 LETTER-CITY-LINE.
000301     05 FILLER                 PIC X(4)  VALUE SPACES.
000302     05 LC-CITY                PIC X(20).
000303     05 FILLER                 PIC X(1)  VALUE SPACES.
000304     05 LC-STATE               PIC X(2).
000305     05 FILLER                 PIC X(2)  VALUE SPACES.
000306     05 LC-ZIP                 PIC X(10).
000307
000308 01 LETTER-CHECK-LINE.
000309     05 FILLER                 PIC X(22) VALUE
000310         "RE: UNCASHED CHECK NO.".
000311     05 LR-CHECK-NUMBER        PIC 9(6).
000312     05 FILLER                 PIC X(7)  VALUE " DATED ".
000313     05 LR-ISSUED-DATE         PIC 9(8).
000314     05 FILLER                 PIC X(5)  VALUE " FOR ".
000315     05 LR-AMOUNT              PIC $$$,$$$,$$9.99.
000316
000317 01 LETTER-BODY-1              PIC X(64) VALUE
000318     "OUR RECORDS SHOW THE CHECK ABOVE WAS ISSUED TO YOU AND HAS".
000319 01 LETTER-BODY-2.
000320     05 FILLER                 PIC X(50) VALUE
000321         "NOT BEEN CASHED. UNLESS WE HEAR FROM YOU WITHIN ".
000322     05 LB-WAIT-DAYS           PIC ZZ9.
000323     05 FILLER                 PIC X(5)  VALUE " DAYS".
000324 01 LETTER-BODY-3              PIC X(64) VALUE
000325     "OF THE DATE OF THIS LETTER, STATE LAW REQUIRES US TO TURN".
000326 01 LETTER-BODY-4              PIC X(64) VALUE
000327     "THE FUNDS OVER TO THE STATE AS UNCLAIMED PROPERTY. TO".
000328 01 LETTER-BODY-5              PIC X(64) VALUE
000329     "CLAIM THE PAYMENT, SIGN AND RETURN THIS LETTER TO US.".
000330 01 LETTER-SIGNATURE-LINE      PIC X(64) VALUE
000331     "SIGNATURE ______________________________  DATE __________".
000332 01 LETTER-END-LINE            PIC X(80) VALUE ALL "-".
000333
000334     COPY "WSSGN01.CBL".
000335
000336     COPY "WSPPY01.CBL".
000337
000338 PROCEDURE DIVISION.
000339 PROGRAM-BEGIN.
000340      PERFORM SIGN-ON-OPERATOR.
000341      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000342      PERFORM CHECK-OPERATOR-AUTHORITY.
000343      IF WS-AUTHORITY-OK
000344          PERFORM RUN-ESCHEAT-PROCESSING
000345      END-IF.
000346
000347 PROGRAM-DONE.
000348      STOP RUN.
000349
000350 RUN-ESCHEAT-PROCESSING.
000351      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000352      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000353          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000354          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000355          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000356      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000357      MOVE WS-RUN-DATE TO WS-CNV-DATE.
000358      PERFORM CONVERT-DATE-TO-DAYS.
000359      MOVE WS-CNV-DAYS TO WS-RUN-DAYS.
000360      OPEN INPUT VENDOR-FILE.
000361      IF WS-VND-FILE-STATUS NOT = "00"
000362          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000363              WS-VND-FILE-STATUS
000364          MOVE "Y" TO WS-PMT-EOF-SWITCH
000365      END-IF.
000366      OPEN OUTPUT DUE-DILIGENCE-LETTERS.
000367      OPEN OUTPUT ESCHEAT-REPORT.
000368      PERFORM PRINT-REPORT-HEADINGS.
000369      IF NOT NO-MORE-PAYMENT-RECORDS
000370          PERFORM SWEEP-PAYMENT-HISTORY
000371      END-IF.
000372      PERFORM PRINT-HOLDER-REPORT.
000373      PERFORM PRINT-POSTING-JOURNAL.
000374      PERFORM PRINT-REPORT-TOTALS.
000375      CLOSE VENDOR-FILE.
000376      CLOSE DUE-DILIGENCE-LETTERS.
000377      CLOSE ESCHEAT-REPORT.
000378      PERFORM CLOSE-POSITIVE-PAY-FILE.
000379      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000380      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000381          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000382          WS-PMT-READ-COUNT WS-LETTER-COUNT
000383          WS-ESCHEATED-COUNT WS-AWAITING-COUNT.
000384      DISPLAY WS-DORMANT-COUNT " DORMANT CHECKS FOUND".
000385      DISPLAY WS-LETTER-COUNT " DUE-DILIGENCE LETTERS WRITTEN".
000386      DISPLAY WS-ESCHEATED-COUNT " CHECKS ESCHEATED".
000387
000388*--------------------------------------------------
000389* The CLOSE sits inside the opened-OK branch and
000390* runs unconditionally there - the sweep ends at
000391* end of file with status "10", the same way
000392* VNDBNK01 sweeps the history.
000393*--------------------------------------------------
000394 SWEEP-PAYMENT-HISTORY.
000395      OPEN I-O VENDOR-PAYMENT-HISTORY.
000396      IF WS-PMT-FILE-STATUS = "00"
000397          PERFORM SWEEP-ONE-PAYMENT
000398              UNTIL NO-MORE-PAYMENT-RECORDS
000399          CLOSE VENDOR-PAYMENT-HISTORY
000400      ELSE
000401          DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
000402              WS-PMT-FILE-STATUS
000403      END-IF.
000404
000405 SWEEP-ONE-PAYMENT.
000406      READ VENDOR-PAYMENT-HISTORY
000407          AT END
000408              MOVE "Y" TO WS-PMT-EOF-SWITCH
000409          NOT AT END
000410              ADD 1 TO WS-PMT-READ-COUNT
000411              IF PMT-BY-CHECK
000412                  AND NOT PMT-VOIDED
000413                  AND NOT PMT-ESCHEATED
000414                  AND NOT PMT-CLEARED
000415                  PERFORM CHECK-DORMANCY
000416              END-IF
000417      END-READ.
000418
000419*--------------------------------------------------
000420* The check is dormant once its date is at least
000421* the state's dormancy years before the run date -
000422* whole years, so the comparison is on YYYYMMDD.
000423*--------------------------------------------------
000424 CHECK-DORMANCY.
000425      PERFORM FIND-PAYEE-VENDOR.
000426      PERFORM FIND-DORMANCY-PERIOD.
000427      COMPUTE WS-DORMANT-CUTOFF =
000428          WS-RUN-DATE - (WS-DORMANCY-YEARS * 10000).
000429      IF PMT-PAYMENT-DATE <= WS-DORMANT-CUTOFF
000430          ADD 1 TO WS-DORMANT-COUNT
000431          ADD PMT-AMOUNT TO WS-DORMANT-AMOUNT
000432          PERFORM MOVE-DORMANT-CHECK
000433          PERFORM PRINT-DORMANT-LINE
000434      END-IF.
000435
000436*--------------------------------------------------
000437* A vendor no longer on the Vendor File has no
000438* last known address; its checks are reported to
000439* the holder's state, the same as a foreign payee.
000440*--------------------------------------------------
000441 FIND-PAYEE-VENDOR.
000442      MOVE "N" TO WS-VENDOR-FOUND-SWITCH.
000443      MOVE WS-HOLDER-STATE TO WS-REPORT-STATE.
000444      MOVE PMT-VENDOR-NUMBER TO VENDOR-NUMBER.
000445      READ VENDOR-FILE
000446          INVALID KEY
000447              CONTINUE
000448          NOT INVALID KEY
000449              MOVE "Y" TO WS-VENDOR-FOUND-SWITCH
000450              IF VENDOR-IS-US
000451                  OR VENDOR-COUNTRY = SPACES
000452                  MOVE VENDOR-STATE TO WS-REPORT-STATE
000453              END-IF
000454      END-READ.
000455
000456 FIND-DORMANCY-PERIOD.
000457      MOVE WS-DEFAULT-DORMANCY-YEARS TO WS-DORMANCY-YEARS.
000458      MOVE 1 TO WS-DM-IDX.
000459      PERFORM LOOK-UP-DORMANCY-ENTRY
000460          UNTIL WS-DM-IDX > 20.
000461
000462 LOOK-UP-DORMANCY-ENTRY.
000463      IF WS-DM-STATE (WS-DM-IDX) = WS-REPORT-STATE
000464          AND WS-DM-YEARS (WS-DM-IDX) IS NUMERIC
000465          MOVE WS-DM-YEARS (WS-DM-IDX) TO WS-DORMANCY-YEARS
000466          MOVE 21 TO WS-DM-IDX
000467      ELSE
000468          ADD 1 TO WS-DM-IDX
000469      END-IF.
000470
000471*--------------------------------------------------
000472* One step per run for each dormant check: letter,
000473* wait, escheat. A check whose payee has no
000474* address on file gets no letter and waits for AP
000475* to find one.
000476*--------------------------------------------------
000477 MOVE-DORMANT-CHECK.
000478      IF PMT-LETTER-DATE IS NOT NUMERIC
000479          OR PMT-LETTER-DATE = ZEROES
000480          IF WS-VENDOR-FOUND
000481              PERFORM SEND-DUE-DILIGENCE-LETTER
000482          ELSE
000483              MOVE "NO ADDRESS ON FILE" TO WS-CHECK-ACTION
000484              ADD 1 TO WS-NO-ADDRESS-COUNT
000485          END-IF
000486      ELSE
000487          MOVE PMT-LETTER-DATE TO WS-CNV-DATE
000488          PERFORM CONVERT-DATE-TO-DAYS
000489          COMPUTE WS-DAYS-SINCE-LETTER =
000490              WS-RUN-DAYS - WS-CNV-DAYS
000491          IF WS-DAYS-SINCE-LETTER >= WS-LETTER-WAIT-DAYS
000492              PERFORM ESCHEAT-DORMANT-CHECK
000493          ELSE
000494              MOVE "AWAITING REPLY" TO WS-CHECK-ACTION
000495              ADD 1 TO WS-AWAITING-COUNT
000496          END-IF
000497      END-IF.
000498
000499 SEND-DUE-DILIGENCE-LETTER.
000500      MOVE WS-RUN-DATE TO PMT-LETTER-DATE.
000501      PERFORM REWRITE-PAYMENT-RECORD.
000502      IF WS-REWRITE-OK
000503          PERFORM WRITE-LETTER
000504          MOVE "LETTER SENT" TO WS-CHECK-ACTION
000505          ADD 1 TO WS-LETTER-COUNT
000506      ELSE
000507          MOVE ZEROES TO PMT-LETTER-DATE
000508          MOVE "NOT UPDATED" TO WS-CHECK-ACTION
000509      END-IF.
000510
000511 ESCHEAT-DORMANT-CHECK.
000512      IF WS-ES-USED < 2000
000513          MOVE "E" TO PMT-STATUS
000514          MOVE WS-RUN-DATE TO PMT-ESCHEAT-DATE
000515          PERFORM REWRITE-PAYMENT-RECORD
000516          IF WS-REWRITE-OK
000517              PERFORM STORE-ESCHEATED-CHECK
000518              PERFORM SEND-POSITIVE-PAY-VOID
000519              MOVE "ESCHEATED" TO WS-CHECK-ACTION
000520          ELSE
000521              MOVE "NOT UPDATED" TO WS-CHECK-ACTION
000522          END-IF
000523      ELSE
000524          MOVE "LEFT FOR NEXT RUN" TO WS-CHECK-ACTION
000525          ADD 1 TO WS-NOT-UPDATED-COUNT
000526      END-IF.
000527
000528 REWRITE-PAYMENT-RECORD.
000529      MOVE "N" TO WS-REWRITE-OK-SWITCH.
000530      REWRITE PAYMENT-RECORD.
000531      IF WS-PMT-FILE-STATUS = "00"
000532          MOVE "Y" TO WS-REWRITE-OK-SWITCH
000533      ELSE
000534          ADD 1 TO WS-NOT-UPDATED-COUNT
000535          DISPLAY "HISTORY REWRITE FAILED - STATUS "
000536              WS-PMT-FILE-STATUS
000537          IF WS-PMT-FILE-STATUS = "44"
000538              DISPLAY "RECORD PREDATES THE APPENDED"
000539              DISPLAY "FIELDS - RUN VNDPMTCV ONCE TO"
000540              DISPLAY "CONVERT THE PAYMENT HISTORY"
000541          END-IF
000542      END-IF.
000543
000544 STORE-ESCHEATED-CHECK.
000545      ADD 1 TO WS-ES-USED.
000546      MOVE WS-REPORT-STATE TO WS-ES-STATE (WS-ES-USED).
000547      MOVE PMT-CHECK-NUMBER
000548          TO WS-ES-CHECK-NUMBER (WS-ES-USED).
000549      MOVE PMT-VENDOR-NUMBER
000550          TO WS-ES-VENDOR-NUMBER (WS-ES-USED).
000551      MOVE PMT-VENDOR-NAME
000552          TO WS-ES-VENDOR-NAME (WS-ES-USED).
000553      MOVE PMT-PAYMENT-DATE
000554          TO WS-ES-ISSUED-DATE (WS-ES-USED).
000555      MOVE PMT-AMOUNT TO WS-ES-AMOUNT (WS-ES-USED).
000556      ADD 1 TO WS-ESCHEATED-COUNT.
000557      ADD PMT-AMOUNT TO WS-ESCHEATED-AMOUNT.
000558
000559*--------------------------------------------------
000560* The escheated check goes to the bank as a void,
000561* the way VNDVOID01 sends one, so it is refused if
000562* the payee presents it after all.
000563*--------------------------------------------------
000564 SEND-POSITIVE-PAY-VOID.
000565      MOVE "V" TO WS-PPY-RECORD-TYPE.
000566      MOVE PMT-CHECK-NUMBER TO WS-PPY-CHECK-NUMBER.
000567      MOVE PMT-AMOUNT TO WS-PPY-AMOUNT.
000568      MOVE PMT-PAYMENT-DATE TO WS-PPY-ISSUE-DATE.
000569      MOVE PMT-VENDOR-NAME TO WS-PPY-PAYEE-NAME.
000570      PERFORM WRITE-POSITIVE-PAY-RECORD.
000571
000572 WRITE-LETTER.
000573      MOVE WS-RUN-DATE TO LD-DATE.
000574      MOVE LETTER-DATE-LINE TO LETTER-LINE.
000575      WRITE LETTER-LINE.
000576      MOVE SPACES TO LETTER-LINE.
000577      WRITE LETTER-LINE.
000578      MOVE VENDOR-NAME TO LA-TEXT.
000579      MOVE LETTER-ADDRESS-LINE TO LETTER-LINE.
000580      WRITE LETTER-LINE.
000581      MOVE VENDOR-ADDRESS-1 TO LA-TEXT.
000582      MOVE LETTER-ADDRESS-LINE TO LETTER-LINE.
000583      WRITE LETTER-LINE.
000584      IF VENDOR-ADDRESS-2 NOT = SPACES
000585          MOVE VENDOR-ADDRESS-2 TO LA-TEXT
000586          MOVE LETTER-ADDRESS-LINE TO LETTER-LINE
000587          WRITE LETTER-LINE
000588      END-IF.
000589      MOVE VENDOR-CITY TO LC-CITY.
000590      MOVE VENDOR-STATE TO LC-STATE.
000591      MOVE VENDOR-ZIP TO LC-ZIP.
000592      MOVE LETTER-CITY-LINE TO LETTER-LINE.
000593      WRITE LETTER-LINE.
000594      MOVE SPACES TO LETTER-LINE.
000595      WRITE LETTER-LINE.
000596      MOVE PMT-CHECK-NUMBER TO LR-CHECK-NUMBER.
000597      MOVE PMT-PAYMENT-DATE TO LR-ISSUED-DATE.
000598      MOVE PMT-AMOUNT TO LR-AMOUNT.
000599      MOVE LETTER-CHECK-LINE TO LETTER-LINE.
000600      WRITE LETTER-LINE.
000601      MOVE SPACES TO LETTER-LINE.
000602      WRITE LETTER-LINE.
000603      MOVE LETTER-BODY-1 TO LETTER-LINE.
000604      WRITE LETTER-LINE.
000605      MOVE WS-LETTER-WAIT-DAYS TO LB-WAIT-DAYS.
000606      MOVE LETTER-BODY-2 TO LETTER-LINE.
000607      WRITE LETTER-LINE.
000608      MOVE LETTER-BODY-3 TO LETTER-LINE.
000609      WRITE LETTER-LINE.
000610      MOVE LETTER-BODY-4 TO LETTER-LINE.
000611      WRITE LETTER-LINE.
000612      MOVE LETTER-BODY-5 TO LETTER-LINE.
000613      WRITE LETTER-LINE.
000614      MOVE SPACES TO LETTER-LINE.
000615      WRITE LETTER-LINE.
000616      MOVE LETTER-SIGNATURE-LINE TO LETTER-LINE.
000617      WRITE LETTER-LINE.
000618      MOVE LETTER-END-LINE TO LETTER-LINE.
000619      WRITE LETTER-LINE.
000620
000621 PRINT-DORMANT-LINE.
000622      MOVE PMT-CHECK-NUMBER TO DL-CHECK-NUMBER.
000623      MOVE PMT-VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000624      MOVE PMT-VENDOR-NAME TO DL-VENDOR-NAME.
000625      MOVE WS-REPORT-STATE TO DL-STATE.
000626      MOVE PMT-PAYMENT-DATE TO DL-ISSUED-DATE.
000627      MOVE PMT-AMOUNT TO DL-AMOUNT.
000628      IF PMT-LETTER-DATE IS NUMERIC
000629          MOVE PMT-LETTER-DATE TO WS-SHOW-LETTER-DATE
000630      ELSE
000631          MOVE ZEROES TO WS-SHOW-LETTER-DATE
000632      END-IF.
000633      MOVE WS-SHOW-LETTER-DATE TO DL-LETTER-DATE.
000634      MOVE WS-CHECK-ACTION TO DL-ACTION.
000635      MOVE DORMANT-LINE TO REPORT-LINE.
000636      WRITE REPORT-LINE.
000637
000638*--------------------------------------------------
000639* Leap days are counted for the years BEFORE this
000640* one - counting the current year's own leap day
000641* here would double it with the past-February
000642* adjustment below.
000643*--------------------------------------------------
000644 CONVERT-DATE-TO-DAYS.
000645      COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365.
000646      COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YEAR - 1.
000647      DIVIDE WS-CNV-PRIOR-YEAR BY 4 GIVING WS-CNV-WORK.
000648      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000649      DIVIDE WS-CNV-PRIOR-YEAR BY 100 GIVING WS-CNV-WORK.
000650      SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
000651      DIVIDE WS-CNV-PRIOR-YEAR BY 400 GIVING WS-CNV-WORK.
000652      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000653      ADD WS-MONTH-DAYS (WS-CNV-MONTH) TO WS-CNV-DAYS.
000654      ADD WS-CNV-DAY TO WS-CNV-DAYS.
000655      IF WS-CNV-MONTH > 2
000656          PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
000657      END-IF.
000658
000659 ADD-LEAP-DAY-IF-LEAP-YEAR.
000660      DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK
000661          REMAINDER WS-CNV-REM.
000662      IF WS-CNV-REM = ZEROES
000663          DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK
000664              REMAINDER WS-CNV-REM
000665          IF WS-CNV-REM NOT = ZEROES
000666              ADD 1 TO WS-CNV-DAYS
000667          ELSE
000668              DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK
000669                  REMAINDER WS-CNV-REM
000670              IF WS-CNV-REM = ZEROES
000671                  ADD 1 TO WS-CNV-DAYS
000672              END-IF
000673          END-IF
000674      END-IF.
000675
000676 PRINT-REPORT-HEADINGS.
000677      MOVE WS-RUN-DATE TO RH1-RUN-DATE.
000678      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000679      WRITE REPORT-LINE.
000680      MOVE SPACES TO REPORT-LINE.
000681      WRITE REPORT-LINE.
000682      MOVE DORMANT-HEADING TO REPORT-LINE.
000683      WRITE REPORT-LINE.
000684      MOVE DORMANT-HEADING-2 TO REPORT-LINE.
000685      WRITE REPORT-LINE.
000686
000687*--------------------------------------------------
000688* The holder report, state by state in state code
000689* order: each pass finds the lowest state above
000690* the one just printed and prints its checks,
000691* then the state's count and amount. The grand
000692* total is the figure remitted and must equal the
000693* journal.
000694*--------------------------------------------------
000695 PRINT-HOLDER-REPORT.
000696      MOVE SPACES TO REPORT-LINE.
000697      WRITE REPORT-LINE.
000698      MOVE HOLDER-HEADING TO REPORT-LINE.
000699      WRITE REPORT-LINE.
000700      MOVE ZEROES TO WS-HOLDER-COUNT.
000701      MOVE ZEROES TO WS-HOLDER-AMOUNT.
000702      MOVE LOW-VALUES TO WS-LAST-STATE.
000703      MOVE "Y" TO WS-MORE-STATES-SWITCH.
000704      PERFORM PRINT-NEXT-STATE
000705          UNTIL NO-MORE-STATES.
000706      MOVE SPACES TO REPORT-LINE.
000707      WRITE REPORT-LINE.
000708      MOVE "HOLDER REPORT TOTAL" TO HT-LABEL.
000709      MOVE WS-HOLDER-COUNT TO HT-COUNT.
000710      MOVE WS-HOLDER-AMOUNT TO HT-AMOUNT.
000711      MOVE HOLDER-TOTAL-LINE TO REPORT-LINE.
000712      WRITE REPORT-LINE.
000713
000714 PRINT-NEXT-STATE.
000715      MOVE HIGH-VALUES TO WS-NEXT-STATE.
000716      MOVE 1 TO WS-ES-IDX.
000717      PERFORM FIND-NEXT-STATE
000718          UNTIL WS-ES-IDX > WS-ES-USED.
000719      IF WS-NEXT-STATE = HIGH-VALUES
000720          MOVE "N" TO WS-MORE-STATES-SWITCH
000721      ELSE
000722          PERFORM PRINT-ONE-STATE
000723          MOVE WS-NEXT-STATE TO WS-LAST-STATE
000724      END-IF.
000725
000726 FIND-NEXT-STATE.
000727      IF WS-ES-STATE (WS-ES-IDX) > WS-LAST-STATE
000728          AND WS-ES-STATE (WS-ES-IDX) < WS-NEXT-STATE
000729          MOVE WS-ES-STATE (WS-ES-IDX) TO WS-NEXT-STATE
000730      END-IF.
000731      ADD 1 TO WS-ES-IDX.
000732
000733 PRINT-ONE-STATE.
000734      MOVE ZEROES TO WS-STATE-COUNT.
000735      MOVE ZEROES TO WS-STATE-AMOUNT.
000736      MOVE SPACES TO REPORT-LINE.
000737      WRITE REPORT-LINE.
000738      MOVE WS-NEXT-STATE TO HS-STATE.
000739      MOVE HOLDER-STATE-LINE TO REPORT-LINE.
000740      WRITE REPORT-LINE.
000741      MOVE 1 TO WS-ES-IDX.
000742      PERFORM PRINT-ONE-HOLDER-LINE
000743          UNTIL WS-ES-IDX > WS-ES-USED.
000744      MOVE "STATE TOTAL" TO HT-LABEL.
000745      MOVE WS-STATE-COUNT TO HT-COUNT.
000746      MOVE WS-STATE-AMOUNT TO HT-AMOUNT.
000747      MOVE HOLDER-TOTAL-LINE TO REPORT-LINE.
000748      WRITE REPORT-LINE.
000749      ADD WS-STATE-COUNT TO WS-HOLDER-COUNT.
000750      ADD WS-STATE-AMOUNT TO WS-HOLDER-AMOUNT.
000751      ADD 1 TO WS-STATES-REPORTED.
000752
000753 PRINT-ONE-HOLDER-LINE.
000754      IF WS-ES-STATE (WS-ES-IDX) = WS-NEXT-STATE
000755          MOVE WS-ES-CHECK-NUMBER (WS-ES-IDX)
000756              TO HD-CHECK-NUMBER
000757          MOVE WS-ES-VENDOR-NUMBER (WS-ES-IDX)
000758              TO HD-VENDOR-NUMBER
000759          MOVE WS-ES-VENDOR-NAME (WS-ES-IDX)
000760              TO HD-VENDOR-NAME
000761          MOVE WS-ES-ISSUED-DATE (WS-ES-IDX)
000762              TO HD-ISSUED-DATE
000763          MOVE WS-ES-AMOUNT (WS-ES-IDX) TO HD-AMOUNT
000764          MOVE HOLDER-DETAIL-LINE TO REPORT-LINE
000765          WRITE REPORT-LINE
000766          ADD 1 TO WS-STATE-COUNT
000767          ADD WS-ES-AMOUNT (WS-ES-IDX) TO WS-STATE-AMOUNT
000768      END-IF.
000769      ADD 1 TO WS-ES-IDX.
000770
000771*--------------------------------------------------
000772* The journal the controller keys into the general
000773* ledger: cash debited back for the checks that
000774* will never clear, the unclaimed property account
000775* credited for what is now owed to the states.
000776*--------------------------------------------------
000777 PRINT-POSTING-JOURNAL.
000778      MOVE SPACES TO REPORT-LINE.
000779      WRITE REPORT-LINE.
000780      MOVE JOURNAL-HEADING TO REPORT-LINE.
000781      WRITE REPORT-LINE.
000782      MOVE JOURNAL-HEADING-2 TO REPORT-LINE.
000783      WRITE REPORT-LINE.
000784      MOVE WS-CASH-ACCOUNT TO JD-ACCOUNT.
000785      MOVE WS-ESCHEATED-AMOUNT TO JD-DEBIT.
000786      MOVE ZEROES TO JD-CREDIT.
000787      MOVE JOURNAL-DETAIL-LINE TO REPORT-LINE.
000788      WRITE REPORT-LINE.
000789      MOVE WS-UNCLAIMED-ACCOUNT TO JD-ACCOUNT.
000790      MOVE ZEROES TO JD-DEBIT.
000791      MOVE WS-ESCHEATED-AMOUNT TO JD-CREDIT.
000792      MOVE JOURNAL-DETAIL-LINE TO REPORT-LINE.
000793      WRITE REPORT-LINE.
000794
000795 PRINT-REPORT-TOTALS.
000796      MOVE SPACES TO REPORT-LINE.
000797      WRITE REPORT-LINE.
000798      MOVE "PAYMENT RECORDS READ" TO TL-LABEL.
000799      MOVE WS-PMT-READ-COUNT TO TL-COUNT.
000800      MOVE TOTAL-LINE TO REPORT-LINE.
000801      WRITE REPORT-LINE.
000802      MOVE "DORMANT CHECKS" TO TL-LABEL.
000803      MOVE WS-DORMANT-COUNT TO TL-COUNT.
000804      MOVE TOTAL-LINE TO REPORT-LINE.
000805      WRITE REPORT-LINE.
000806      MOVE "DORMANT AMOUNT" TO TA-LABEL.
000807      MOVE WS-DORMANT-AMOUNT TO TA-AMOUNT.
000808      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
000809      WRITE REPORT-LINE.
000810      MOVE "LETTERS SENT" TO TL-LABEL.
000811      MOVE WS-LETTER-COUNT TO TL-COUNT.
000812      MOVE TOTAL-LINE TO REPORT-LINE.
000813      WRITE REPORT-LINE.
000814      MOVE "AWAITING REPLY" TO TL-LABEL.
000815      MOVE WS-AWAITING-COUNT TO TL-COUNT.
000816      MOVE TOTAL-LINE TO REPORT-LINE.
000817      WRITE REPORT-LINE.
000818      MOVE "NO ADDRESS ON FILE" TO TL-LABEL.
000819      MOVE WS-NO-ADDRESS-COUNT TO TL-COUNT.
000820      MOVE TOTAL-LINE TO REPORT-LINE.
000821      WRITE REPORT-LINE.
000822      MOVE "NOT UPDATED" TO TL-LABEL.
000823      MOVE WS-NOT-UPDATED-COUNT TO TL-COUNT.
000824      MOVE TOTAL-LINE TO REPORT-LINE.
000825      WRITE REPORT-LINE.
000826      MOVE "CHECKS ESCHEATED" TO TL-LABEL.
000827      MOVE WS-ESCHEATED-COUNT TO TL-COUNT.
000828      MOVE TOTAL-LINE TO REPORT-LINE.
000829      WRITE REPORT-LINE.
000830      MOVE "AMOUNT ESCHEATED" TO TA-LABEL.
000831      MOVE WS-ESCHEATED-AMOUNT TO TA-AMOUNT.
000832      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
000833      WRITE REPORT-LINE.
000834      MOVE "STATES REPORTED" TO TL-LABEL.
000835      MOVE WS-STATES-REPORTED TO TL-COUNT.
000836      MOVE TOTAL-LINE TO REPORT-LINE.
000837      WRITE REPORT-LINE.
000838      IF WS-HOLDER-AMOUNT NOT = WS-ESCHEATED-AMOUNT
000839          MOVE "HOLDER REPORT DOES NOT TIE" TO TL-LABEL
000840          MOVE WS-HOLDER-COUNT TO TL-COUNT
000841          MOVE TOTAL-LINE TO REPORT-LINE
000842          WRITE REPORT-LINE
000843      END-IF.
000844
000845     COPY "PRSGN01.CBL".
000846
000847     COPY "PRPPY01.CBL".
