000017* can be voided and escheated on time. A bank
000018* entry matching no check payment at all is also
000019* an exception.
000020* A check VNDESC01 has escheated is no longer
000021* outstanding - the state holds the money - and is
000022* left off the list; if the bank still presents
000023* it, that is an exception, never a clearing.
000024*------------------------------------------------
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028
000029     COPY "SLPMT01.CBL".
000030
000031     COPY "SLOPR01.CBL".
000032
000033     SELECT BANK-CLEARED-FILE
000034         ASSIGN TO "vndbnkclr.txt"
000035         ORGANIZATION IS LINE SEQUENTIAL.
000036
000037     SELECT BANK-CLEARING-REPORT
000038         ASSIGN TO "vndbnkrpt.txt"
000039         ORGANIZATION IS LINE SEQUENTIAL.
000040
000041 DATA DIVISION.
000042 FILE SECTION.
000043
000044     COPY "FDPMT01.CBL".
000045
000046     COPY "FDOPR01.CBL".
000047
000048*--------------------------------------------------
000049* One cleared item per line from the bank portal
000050* download: check number, amount as eleven digits
000051* with two implied decimals, cleared date
000052* YYYYMMDD.
000053*--------------------------------------------------
000054 FD  BANK-CLEARED-FILE
000055     LABEL RECORDS ARE STANDARD.
000056 01  BANK-CLEARED-RECORD.
000057     05  BK-CHECK-NUMBER          PIC X(6).
000058     05  BK-AMOUNT                PIC X(11).
000059     05  BK-CLEARED-DATE          PIC X(8).
000060
000061 FD  BANK-CLEARING-REPORT
000062     LABEL RECORDS ARE STANDARD.
000063 01  REPORT-LINE                  PIC X(90).
000064
000065 WORKING-STORAGE SECTION.
000066
000067 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000068 01 WS-PMT-FILE-STATUS PIC X(2) VALUE "00".
000069 01 WS-BANK-EOF-SWITCH PIC X(1) VALUE "N".
000070     88 NO-MORE-BANK-RECORDS VALUE "Y".
000071 01 WS-PMT-EOF-SWITCH PIC X(1) VALUE "N".
000072     88 NO-MORE-PAYMENT-RECORDS VALUE "Y".
000073 01 WS-RUN-DATE PIC 9(8).
000074*--------------------------------------------------
000075* The bank's cleared items, loaded whole so the
000076* history is swept once. An entry is marked
000077* matched as soon as a check payment claims it;
000078* whatever is left unmatched at the end is an
000079* exception.
000080*--------------------------------------------------
000081 01 WS-BANK-TABLE.
000082     05 WS-BK-ENTRY OCCURS 2000 TIMES.
000083         10 WS-BK-CHECK-NUMBER   PIC 9(6).
000084         10 WS-BK-AMOUNT         PIC 9(9)V99.
000085         10 WS-BK-CLEARED-DATE   PIC 9(8).
000086         10 WS-BK-MATCHED-FLAG   PIC X(1).
000087 01 WS-BK-USED                  PIC 9(4) COMP VALUE ZERO.
000088 01 WS-BK-IDX                   PIC 9(4) COMP.
000089 01 WS-BK-FOUND-SWITCH          PIC X(1) VALUE "N".
000090     88 WS-BK-FOUND                  VALUE "Y".
000091 01 WS-BK-FULL-SWITCH           PIC X(1) VALUE "N".
000092     88 WS-BK-TABLE-FULL            VALUE "Y".
000093*--------------------------------------------------
000094* Outstanding checks found by the sweep, buffered
000095* so their section prints whole after the
000096* exceptions instead of interleaving with them.
000097*--------------------------------------------------
000098 01 WS-OUT-TABLE.
000099     05 WS-OT-ENTRY OCCURS 2000 TIMES.
000100         10 WS-OT-CHECK-NUMBER   PIC 9(6).
000101         10 WS-OT-VENDOR-NUMBER  PIC 9(5).
000102         10 WS-OT-VENDOR-NAME    PIC X(30).
000103         10 WS-OT-ISSUED-DATE    PIC 9(8).
000104         10 WS-OT-AMOUNT         PIC 9(9)V99.
000105         10 WS-OT-DAYS           PIC S9(5).
000106 01 WS-OT-USED                  PIC 9(4) COMP VALUE ZERO.
000107 01 WS-OT-IDX                   PIC 9(4) COMP.
000108 01 WS-OT-FULL-SWITCH           PIC X(1) VALUE "N".
000109     88 WS-OT-TABLE-FULL            VALUE "Y".
000110*--------------------------------------------------
000111* Serial-day conversion for the outstanding list's
000112* age column, the same paragraphs VNDAGE01 uses.
000113*--------------------------------------------------
000114 01 WS-CNV-DATE.
000115     05 WS-CNV-YEAR             PIC 9(4).
000116     05 WS-CNV-MONTH            PIC 9(2).
000117     05 WS-CNV-DAY              PIC 9(2).
000118 01 WS-CNV-DAYS                 PIC 9(7).
000119 01 WS-CNV-WORK                 PIC 9(7).
000120 01 WS-CNV-REM                  PIC 9(4).
000121 01 WS-CNV-PRIOR-YEAR           PIC 9(4).
000122 01 WS-MONTH-DAYS-VALUES.
000123     05 FILLER PIC X(18) VALUE "000031059090120151".
000124     05 FILLER PIC X(18) VALUE "181212243273304334".
000125 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000126     05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
000127 01 WS-RUN-DAYS                 PIC 9(7).
000128 01 WS-ISSUED-DAYS              PIC 9(7).
000129 01 WS-DAYS-OUTSTANDING         PIC S9(7).
000130*--------------------------------------------------
000131* Run counts and totals for the report foot.
000132*--------------------------------------------------
000133 01 WS-BANK-READ-COUNT          PIC 9(5) VALUE ZERO.
000134 01 WS-BAD-ENTRY-COUNT          PIC 9(5) VALUE ZERO.
000135 01 WS-CLEARED-COUNT            PIC 9(5) VALUE ZERO.
000136 01 WS-MISMATCH-COUNT           PIC 9(5) VALUE ZERO.
000137 01 WS-NO-MATCH-COUNT           PIC 9(5) VALUE ZERO.
000138 01 WS-OUTSTANDING-COUNT        PIC 9(5) VALUE ZERO.
000139 01 WS-OUTSTANDING-AMOUNT       PIC 9(11)V99 VALUE ZERO.
000140 01 WS-PMT-READ-COUNT           PIC 9(5) VALUE ZERO.
000141 01 WS-ESCHEATED-PRESENTED-COUNT PIC 9(5) VALUE ZERO.
000142
000143*--------------------------------------------------
000144* Run Control Log fields for the START/END records
000145* this run writes through VNDRUNLG.
000146*--------------------------------------------------
000147 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDBNK01".
000148 01 WS-RUN-ENTRY-TYPE PIC X(5).
000149 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000150
000151 01 REPORT-HEADING-1              PIC X(40) VALUE
000152     "BANK CLEARED-CHECK PROCESSING REPORT".
000153
000154 01 EXCEPTION-HEADING             PIC X(40) VALUE
000155     "EXCEPTIONS".
000156
000157 01 EXCEPTION-LINE.
000158     05 EX-CHECK-NUMBER        PIC 9(6).
000159     05 FILLER                 PIC X(2)  VALUE SPACES.
000160     05 EX-BANK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
000161     05 FILLER                 PIC X(2)  VALUE SPACES.
000162     05 EX-HIST-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
000163     05 FILLER                 PIC X(2)  VALUE SPACES.
000164     05 EX-MESSAGE             PIC X(30).
000165
000166 01 OUTSTANDING-HEADING.
000167     05 FILLER                 PIC X(20) VALUE
000168         "OUTSTANDING CHECKS".
000169
000170 01 OUTSTANDING-HEADING-2.
000171     05 FILLER                 PIC X(8)  VALUE "CHECK".
000172     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000173     05 FILLER                 PIC X(31) VALUE "NAME".
000174     05 FILLER                 PIC X(10) VALUE "ISSUED".
000175     05 FILLER                 PIC X(15) VALUE "         AMOUNT".
000176     05 FILLER                 PIC X(6)  VALUE "  DAYS".
000177
000178 01 OUTSTANDING-LINE.
000179     05 OL-CHECK-NUMBER        PIC 9(6).
000180     05 FILLER                 PIC X(2)  VALUE SPACES.
000181     05 OL-VENDOR-NUMBER       PIC Z(4)9.
000182     05 FILLER                 PIC X(2)  VALUE SPACES.
000183     05 OL-VENDOR-NAME         PIC X(30).
000184     05 FILLER                 PIC X(1)  VALUE SPACES.
000185     05 OL-ISSUED-DATE         PIC 9(8).
000186     05 FILLER                 PIC X(1)  VALUE SPACES.
000187     05 OL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000188     05 FILLER                 PIC X(1)  VALUE SPACES.
000189     05 OL-DAYS                PIC ZZZZ9.
000190     05 FILLER                 PIC X(1)  VALUE SPACES.
000191     05 OL-STALE-FLAG          PIC X(6).
000192
000193 01 TOTAL-LINE.
000194     05 TL-LABEL               PIC X(28).
000195     05 TL-COUNT               PIC Z(4)9.
000196
000197 01 TOTAL-AMOUNT-LINE.
000198     05 TA-LABEL               PIC X(28).
000199     05 TA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000200
000201     COPY "WSSGN01.CBL".
000202
000203 PROCEDURE DIVISION.
000204 PROGRAM-BEGIN.
000205      PERFORM SIGN-ON-OPERATOR.
000206      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000207      PERFORM CHECK-OPERATOR-AUTHORITY.
000208      IF WS-AUTHORITY-OK
000209          PERFORM RUN-BANK-CLEARING
000210      END-IF.
000211
000212 PROGRAM-DONE.
000213      STOP RUN.
000214
000215 RUN-BANK-CLEARING.
000216      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000217      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000218          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000219          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000220          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000221      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000222      MOVE WS-RUN-DATE TO WS-CNV-DATE.
000223      PERFORM CONVERT-DATE-TO-DAYS.
000224      MOVE WS-CNV-DAYS TO WS-RUN-DAYS.
000225      OPEN OUTPUT BANK-CLEARING-REPORT.
000226      PERFORM PRINT-REPORT-HEADINGS.
000227      PERFORM LOAD-BANK-TABLE.
000228      PERFORM SWEEP-PAYMENT-HISTORY.
000229      PERFORM REPORT-UNMATCHED-BANK-ENTRIES.
000230      PERFORM PRINT-OUTSTANDING-CHECKS.
000231      PERFORM PRINT-REPORT-TOTALS.
000232      CLOSE BANK-CLEARING-REPORT.
000233      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000234      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000235          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000236          WS-BANK-READ-COUNT WS-CLEARED-COUNT
000237          WS-OUTSTANDING-COUNT WS-MISMATCH-COUNT.
000238      DISPLAY WS-CLEARED-COUNT " CHECKS MARKED CLEARED".
000239      DISPLAY WS-MISMATCH-COUNT " AMOUNT MISMATCHES".
000240      DISPLAY WS-OUTSTANDING-COUNT " CHECKS OUTSTANDING".
000241
000242*--------------------------------------------------
000243* Pass one: the bank file into the table. An entry
000244* that does not read as numbers goes straight on
000245* the exception report - a portal header or junk
000246* line must not stop the run.
000247*--------------------------------------------------
000248 LOAD-BANK-TABLE.
000249      OPEN INPUT BANK-CLEARED-FILE.
000250      PERFORM READ-BANK-RECORD.
000251      PERFORM LOAD-ONE-BANK-RECORD
000252          UNTIL NO-MORE-BANK-RECORDS.
000253      CLOSE BANK-CLEARED-FILE.
000254
000255 READ-BANK-RECORD.
000256      READ BANK-CLEARED-FILE
000257          AT END
000258              MOVE "Y" TO WS-BANK-EOF-SWITCH
000259          NOT AT END
000260              ADD 1 TO WS-BANK-READ-COUNT
000261      END-READ.
000262
000263 LOAD-ONE-BANK-RECORD.
000264      IF BK-CHECK-NUMBER IS NUMERIC
000265          AND BK-AMOUNT IS NUMERIC
000266          AND BK-CLEARED-DATE IS NUMERIC
000267          PERFORM TABLE-ONE-BANK-RECORD
000268      ELSE
000269          MOVE ZEROES TO EX-CHECK-NUMBER
000270          MOVE ZEROES TO EX-BANK-AMOUNT
000271          MOVE ZEROES TO EX-HIST-AMOUNT
000272          MOVE "BANK ENTRY NOT READABLE" TO EX-MESSAGE
000273          MOVE EXCEPTION-LINE TO REPORT-LINE
000274          WRITE REPORT-LINE
000275          ADD 1 TO WS-BAD-ENTRY-COUNT
000276      END-IF.
000277      PERFORM READ-BANK-RECORD.
000278
000279 TABLE-ONE-BANK-RECORD.
000280      IF WS-BK-USED < 2000
000281          ADD 1 TO WS-BK-USED
000282          MOVE BK-CHECK-NUMBER
000283              TO WS-BK-CHECK-NUMBER (WS-BK-USED)
000284          MOVE BK-AMOUNT
000285              TO WS-BK-AMOUNT (WS-BK-USED) (1:11)
000286          MOVE BK-CLEARED-DATE
000287              TO WS-BK-CLEARED-DATE (WS-BK-USED)
000288          MOVE "N" TO WS-BK-MATCHED-FLAG (WS-BK-USED)
000289      ELSE
000290          IF NOT WS-BK-TABLE-FULL
000291              DISPLAY "BANK TABLE FULL - SPLIT THE FILE"
000292              MOVE "Y" TO WS-BK-FULL-SWITCH
000293          END-IF
000294      END-IF.
000295
000296*--------------------------------------------------
000297* Pass two: one I-O sweep of the history. Only
000298* live check payments take part - ACH entries and
000299* voided checks are not the bank's business here.
000300* An escheated check only claims a bank entry that
000301* presents it, so that entry is reported as such.
000302*--------------------------------------------------
000303*--------------------------------------------------
000304* The CLOSE sits inside the opened-OK branch and
000305* runs unconditionally there - the sweep ends at
000306* end of file with status "10", and testing the
000307* status again before the CLOSE would leave the
000308* file open.
000309*--------------------------------------------------
000310 SWEEP-PAYMENT-HISTORY.
000311      OPEN I-O VENDOR-PAYMENT-HISTORY.
000312      IF WS-PMT-FILE-STATUS = "00"
000313          PERFORM SWEEP-ONE-PAYMENT
000314              UNTIL NO-MORE-PAYMENT-RECORDS
000315          CLOSE VENDOR-PAYMENT-HISTORY
000316      ELSE
000317          DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
000318              WS-PMT-FILE-STATUS
000319      END-IF.
000320
000321 SWEEP-ONE-PAYMENT.
000322      READ VENDOR-PAYMENT-HISTORY
000323          AT END
000324              MOVE "Y" TO WS-PMT-EOF-SWITCH
000325          NOT AT END
000326              ADD 1 TO WS-PMT-READ-COUNT
000327              IF PMT-BY-CHECK AND NOT PMT-VOIDED
000328                  IF PMT-ESCHEATED
000329                      PERFORM MATCH-ESCHEATED-CHECK
000330                  ELSE
000331                      PERFORM MATCH-ONE-CHECK-PAYMENT
000332                  END-IF
000333              END-IF
000334      END-READ.
000335
000336 MATCH-ONE-CHECK-PAYMENT.
000337      MOVE "N" TO WS-BK-FOUND-SWITCH.
000338      MOVE 1 TO WS-BK-IDX.
000339      PERFORM LOOK-UP-BANK-ENTRY
000340          UNTIL WS-BK-IDX > WS-BK-USED
000341              OR WS-BK-FOUND.
000342      IF WS-BK-FOUND
000343          PERFORM CLEAR-OR-FLAG-PAYMENT
000344      ELSE
000345          IF NOT PMT-CLEARED
000346              PERFORM STORE-OUTSTANDING-CHECK
000347          END-IF
000348      END-IF.
000349
000350 MATCH-ESCHEATED-CHECK.
000351      MOVE "N" TO WS-BK-FOUND-SWITCH.
000352      MOVE 1 TO WS-BK-IDX.
000353      PERFORM LOOK-UP-BANK-ENTRY
000354          UNTIL WS-BK-IDX > WS-BK-USED
000355              OR WS-BK-FOUND.
000356      IF WS-BK-FOUND
000357          MOVE "Y" TO WS-BK-MATCHED-FLAG (WS-BK-IDX)
000358          MOVE PMT-CHECK-NUMBER TO EX-CHECK-NUMBER
000359          MOVE WS-BK-AMOUNT (WS-BK-IDX) TO EX-BANK-AMOUNT
000360          MOVE PMT-AMOUNT TO EX-HIST-AMOUNT
000361          MOVE "ESCHEATED CHECK PRESENTED" TO EX-MESSAGE
000362          MOVE EXCEPTION-LINE TO REPORT-LINE
000363          WRITE REPORT-LINE
000364          ADD 1 TO WS-ESCHEATED-PRESENTED-COUNT
000365      END-IF.
000366
000367 LOOK-UP-BANK-ENTRY.
000368      IF WS-BK-CHECK-NUMBER (WS-BK-IDX) = PMT-CHECK-NUMBER
000369          MOVE "Y" TO WS-BK-FOUND-SWITCH
000370      ELSE
000371          ADD 1 TO WS-BK-IDX
000372      END-IF.
000373
000374*--------------------------------------------------
000375* Number matched - now the amount has to. A
000376* mismatch is never marked cleared; it goes on
000377* the exception report for AP to chase with the
000378* bank, and the bank entry is still counted as
000379* matched so it is not double-reported.
000380*--------------------------------------------------
000381 CLEAR-OR-FLAG-PAYMENT.
000382      MOVE "Y" TO WS-BK-MATCHED-FLAG (WS-BK-IDX).
000383      IF WS-BK-AMOUNT (WS-BK-IDX) = PMT-AMOUNT
000384          MOVE "C" TO PMT-CLEARED-FLAG
000385          MOVE WS-BK-CLEARED-DATE (WS-BK-IDX)
000386              TO PMT-CLEARED-DATE
000387          REWRITE PAYMENT-RECORD
000388          IF WS-PMT-FILE-STATUS = "00"
000389              ADD 1 TO WS-CLEARED-COUNT
000390          ELSE
000391              DISPLAY "HISTORY REWRITE FAILED - STATUS "
000392                  WS-PMT-FILE-STATUS
000393              IF WS-PMT-FILE-STATUS = "44"
000394                  DISPLAY "RECORD PREDATES THE APPENDED"
000395                  DISPLAY "FIELDS - RUN VNDPMTCV ONCE TO"
000396                  DISPLAY "CONVERT THE PAYMENT HISTORY"
000397              END-IF
000398          END-IF
000399      ELSE
000400          MOVE PMT-CHECK-NUMBER TO EX-CHECK-NUMBER
000401          MOVE WS-BK-AMOUNT (WS-BK-IDX) TO EX-BANK-AMOUNT
000402          MOVE PMT-AMOUNT TO EX-HIST-AMOUNT
000403          MOVE "AMOUNT MISMATCH" TO EX-MESSAGE
000404          MOVE EXCEPTION-LINE TO REPORT-LINE
000405          WRITE REPORT-LINE
000406          ADD 1 TO WS-MISMATCH-COUNT
000407      END-IF.
000408
000409*--------------------------------------------------
000410* Issued, never cleared: aged from the payment
000411* date and buffered - the section prints whole
000412* after the exceptions, so the two never
000413* interleave on the report.
000414*--------------------------------------------------
000415 STORE-OUTSTANDING-CHECK.
000416      MOVE PMT-PAYMENT-DATE TO WS-CNV-DATE.
000417      PERFORM CONVERT-DATE-TO-DAYS.
000418      MOVE WS-CNV-DAYS TO WS-ISSUED-DAYS.
000419      COMPUTE WS-DAYS-OUTSTANDING =
000420          WS-RUN-DAYS - WS-ISSUED-DAYS.
000421      IF WS-OT-USED < 2000
000422          ADD 1 TO WS-OT-USED
000423          MOVE PMT-CHECK-NUMBER
000424              TO WS-OT-CHECK-NUMBER (WS-OT-USED)
000425          MOVE PMT-VENDOR-NUMBER
000426              TO WS-OT-VENDOR-NUMBER (WS-OT-USED)
000427          MOVE PMT-VENDOR-NAME
000428              TO WS-OT-VENDOR-NAME (WS-OT-USED)
000429          MOVE PMT-PAYMENT-DATE
000430              TO WS-OT-ISSUED-DATE (WS-OT-USED)
000431          MOVE PMT-AMOUNT TO WS-OT-AMOUNT (WS-OT-USED)
000432          MOVE WS-DAYS-OUTSTANDING
000433              TO WS-OT-DAYS (WS-OT-USED)
000434      ELSE
000435          IF NOT WS-OT-TABLE-FULL
000436              DISPLAY "OUTSTANDING TABLE FULL - LIST SHORT"
000437              MOVE "Y" TO WS-OT-FULL-SWITCH
000438          END-IF
000439      END-IF.
000440      ADD 1 TO WS-OUTSTANDING-COUNT.
000441      ADD PMT-AMOUNT TO WS-OUTSTANDING-AMOUNT.
000442
000443*--------------------------------------------------
000444* Over 180 days outstanding is flagged STALE - the
000445* cue to chase the payee before VNDESC01's
000446* dormancy period runs out.
000447*--------------------------------------------------
000448 PRINT-OUTSTANDING-CHECKS.
000449      MOVE SPACES TO REPORT-LINE.
000450      WRITE REPORT-LINE.
000451      MOVE OUTSTANDING-HEADING TO REPORT-LINE.
000452      WRITE REPORT-LINE.
000453      MOVE OUTSTANDING-HEADING-2 TO REPORT-LINE.
000454      WRITE REPORT-LINE.
000455      MOVE 1 TO WS-OT-IDX.
000456      PERFORM PRINT-ONE-OUTSTANDING-LINE
000457          UNTIL WS-OT-IDX > WS-OT-USED.
000458
000459 PRINT-ONE-OUTSTANDING-LINE.
000460      MOVE WS-OT-CHECK-NUMBER (WS-OT-IDX)
000461          TO OL-CHECK-NUMBER.
000462      MOVE WS-OT-VENDOR-NUMBER (WS-OT-IDX)
000463          TO OL-VENDOR-NUMBER.
000464      MOVE WS-OT-VENDOR-NAME (WS-OT-IDX)
000465          TO OL-VENDOR-NAME.
000466      MOVE WS-OT-ISSUED-DATE (WS-OT-IDX)
000467          TO OL-ISSUED-DATE.
000468      MOVE WS-OT-AMOUNT (WS-OT-IDX) TO OL-AMOUNT.
000469      MOVE WS-OT-DAYS (WS-OT-IDX) TO OL-DAYS.
000470      IF WS-OT-DAYS (WS-OT-IDX) > 180
000471          MOVE "STALE" TO OL-STALE-FLAG
000472      ELSE
000473          MOVE SPACES TO OL-STALE-FLAG
000474      END-IF.
000475      MOVE OUTSTANDING-LINE TO REPORT-LINE.
000476      WRITE REPORT-LINE.
000477      ADD 1 TO WS-OT-IDX.
000478
000479*--------------------------------------------------
000480* Whatever the sweep did not claim has no live
000481* check payment behind it - a typo at the bank or
000482* a check ours never issued. Either way AP chases
000483* it.
000484*--------------------------------------------------
000485 REPORT-UNMATCHED-BANK-ENTRIES.
000486      MOVE 1 TO WS-BK-IDX.
000487      PERFORM REPORT-ONE-UNMATCHED-ENTRY
000488          UNTIL WS-BK-IDX > WS-BK-USED.
000489
000490 REPORT-ONE-UNMATCHED-ENTRY.
000491      IF WS-BK-MATCHED-FLAG (WS-BK-IDX) NOT = "Y"
000492          MOVE WS-BK-CHECK-NUMBER (WS-BK-IDX)
000493              TO EX-CHECK-NUMBER
000494          MOVE WS-BK-AMOUNT (WS-BK-IDX) TO EX-BANK-AMOUNT
000495          MOVE ZEROES TO EX-HIST-AMOUNT
000496          MOVE "NO CHECK PAYMENT ON FILE" TO EX-MESSAGE
000497          MOVE EXCEPTION-LINE TO REPORT-LINE
000498          WRITE REPORT-LINE
000499          ADD 1 TO WS-NO-MATCH-COUNT
000500      END-IF.
000501      ADD 1 TO WS-BK-IDX.
000502
000503*--------------------------------------------------
000504* Leap days are counted for the years BEFORE this
000505* one - counting the current year's own leap day
000506* here would double it with the past-February
000507* adjustment below.
000508*--------------------------------------------------
000509 CONVERT-DATE-TO-DAYS.
000510      COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365.
000511      COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YEAR - 1.
000512      DIVIDE WS-CNV-PRIOR-YEAR BY 4 GIVING WS-CNV-WORK.
000513      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000514      DIVIDE WS-CNV-PRIOR-YEAR BY 100 GIVING WS-CNV-WORK.
000515      SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
000516      DIVIDE WS-CNV-PRIOR-YEAR BY 400 GIVING WS-CNV-WORK.
000517      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000518      ADD WS-MONTH-DAYS (WS-CNV-MONTH) TO WS-CNV-DAYS.
000519      ADD WS-CNV-DAY TO WS-CNV-DAYS.
000520      IF WS-CNV-MONTH > 2
000521          PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
000522      END-IF.
000523
000524 ADD-LEAP-DAY-IF-LEAP-YEAR.
000525      DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK
000526          REMAINDER WS-CNV-REM.
000527      IF WS-CNV-REM = ZEROES
000528          DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK
000529              REMAINDER WS-CNV-REM
000530          IF WS-CNV-REM NOT = ZEROES
000531              ADD 1 TO WS-CNV-DAYS
000532          ELSE
000533              DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK
000534                  REMAINDER WS-CNV-REM
000535              IF WS-CNV-REM = ZEROES
000536                  ADD 1 TO WS-CNV-DAYS
000537              END-IF
000538          END-IF
000539      END-IF.
000540
000541 PRINT-REPORT-HEADINGS.
000542      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000543      WRITE REPORT-LINE.
000544      MOVE SPACES TO REPORT-LINE.
000545      WRITE REPORT-LINE.
000546      MOVE EXCEPTION-HEADING TO REPORT-LINE.
000547      WRITE REPORT-LINE.
000548
000549 PRINT-REPORT-TOTALS.
000550      MOVE SPACES TO REPORT-LINE.
000551      WRITE REPORT-LINE.
000552      MOVE "BANK ENTRIES READ" TO TL-LABEL.
000553      MOVE WS-BANK-READ-COUNT TO TL-COUNT.
000554      MOVE TOTAL-LINE TO REPORT-LINE.
000555      WRITE REPORT-LINE.
000556      MOVE "ENTRIES NOT READABLE" TO TL-LABEL.
000557      MOVE WS-BAD-ENTRY-COUNT TO TL-COUNT.
000558      MOVE TOTAL-LINE TO REPORT-LINE.
000559      WRITE REPORT-LINE.
000560      MOVE "CHECKS MARKED CLEARED" TO TL-LABEL.
000561      MOVE WS-CLEARED-COUNT TO TL-COUNT.
000562      MOVE TOTAL-LINE TO REPORT-LINE.
000563      WRITE REPORT-LINE.
000564      MOVE "AMOUNT MISMATCHES" TO TL-LABEL.
000565      MOVE WS-MISMATCH-COUNT TO TL-COUNT.
000566      MOVE TOTAL-LINE TO REPORT-LINE.
000567      WRITE REPORT-LINE.
000568      MOVE "ENTRIES WITH NO PAYMENT" TO TL-LABEL.
000569      MOVE WS-NO-MATCH-COUNT TO TL-COUNT.
000570      MOVE TOTAL-LINE TO REPORT-LINE.
000571      WRITE REPORT-LINE.
000572      MOVE "ESCHEATED CHECKS PRESENTED" TO TL-LABEL.
000573      MOVE WS-ESCHEATED-PRESENTED-COUNT TO TL-COUNT.
000574      MOVE TOTAL-LINE TO REPORT-LINE.
000575      WRITE REPORT-LINE.
000576      MOVE "CHECKS OUTSTANDING" TO TL-LABEL.
000577      MOVE WS-OUTSTANDING-COUNT TO TL-COUNT.
000578      MOVE TOTAL-LINE TO REPORT-LINE.
000579      WRITE REPORT-LINE.
000580      MOVE "OUTSTANDING AMOUNT" TO TA-LABEL.
000581      MOVE WS-OUTSTANDING-AMOUNT TO TA-AMOUNT.
000582      MOVE TOTAL-AMOUNT-LINE TO REPORT-LINE.
000583      WRITE REPORT-LINE.
000584
000585     COPY "PRSGN01.CBL".
