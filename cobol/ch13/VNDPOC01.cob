000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDPOC01.
000003*------------------------------------------------
000004* Purchase order close-out run. Nothing else ever
000005* closes a PO, so without this run the Purchase
000006* Order File only grows and every PO looks
000007* committed. Three kinds of open PO are closed:
000008*   - every PO named on purchasing's close list,
000009*     vndpocls.txt, one vendor number and PO
000010*     number per line - read first, so a listed
000011*     PO is closed for the reason purchasing gave;
000012*   - every PO invoiced up to its ordered amount;
000013*   - every PO with no activity - order, receipt
000014*     or matched invoice - for more than the
000015*     number of days the operator keys.
000016* A closed PO gets PO-STATUS "C", the date and the
000017* reason, and is printed with its ordered,
000018* invoiced and received amounts; a close-list line
000019* that names no open PO prints with the reason it
000020* was passed over. VNDINV01 refuses to match an
000021* invoice to a closed PO from then on.
000022*------------------------------------------------
000023 ENVIRONMENT DIVISION.
000024 INPUT-OUTPUT SECTION.
000025 FILE-CONTROL.
000026
000027     COPY "SLPO01.CBL".
000028
000029     COPY "SLRCT01.CBL".
000030
000031     COPY "SLOPR01.CBL".
000032
000033     SELECT OPTIONAL PO-CLOSE-LIST
000034         ASSIGN TO "vndpocls.txt"
000035         ORGANIZATION IS LINE SEQUENTIAL.
000036
000037     SELECT PO-CLOSE-REPORT
000038         ASSIGN TO "vndpocrpt.txt"
000039         ORGANIZATION IS LINE SEQUENTIAL.
000040
000041 DATA DIVISION.
000042 FILE SECTION.
000043
000044     COPY "FDPO01.CBL".
000045
000046     COPY "FDRCT01.CBL".
000047
000048     COPY "FDOPR01.CBL".
000049
000050*--------------------------------------------------
000051* Purchasing's close list. One PO per line: the
000052* vendor number and the PO number as keyed in
000053* VNDPOE01. OPTIONAL - a run with no list closes
000054* only the fully invoiced and inactive POs.
000055*--------------------------------------------------
000056 FD  PO-CLOSE-LIST
000057     LABEL RECORDS ARE STANDARD.
000058 01  PO-CLOSE-LIST-RECORD.
000059     05  CL-VENDOR-NUMBER         PIC X(5).
000060     05  CL-PO-NUMBER             PIC X(10).
000061
000062 FD  PO-CLOSE-REPORT
000063     LABEL RECORDS ARE STANDARD.
000064 01  REPORT-LINE                 PIC X(132).
000065
000066 WORKING-STORAGE SECTION.
000067
000068 01 WS-PO-EOF-SWITCH            PIC X(1) VALUE "N".
000069     88 NO-MORE-PO-RECORDS          VALUE "Y".
000070 01 WS-LIST-EOF-SWITCH          PIC X(1) VALUE "N".
000071     88 NO-MORE-LIST-RECORDS        VALUE "Y".
000072 01 WS-TODAY                    PIC 9(8) VALUE ZERO.
000073*--------------------------------------------------
000074* Intermediate ACCEPT field so a bad day count is
000075* re-prompted instead of moving undefined content
000076* into a numeric field.
000077*--------------------------------------------------
000078 01 WS-DAYS-FIELD               PIC X(3).
000079 01 WS-DAYS-VALID-SWITCH        PIC X(1) VALUE "N".
000080     88 WS-DAYS-VALID               VALUE "Y".
000081 01 WS-NO-ACTIVITY-DAYS         PIC 9(3) VALUE ZERO.
000082*--------------------------------------------------
000083* Serial-day conversion, the same as VNDAGE01's.
000084* WS-CNV-DATE goes in, WS-CNV-DAYS comes out.
000085*--------------------------------------------------
000086 01 WS-CNV-DATE.
000087     05 WS-CNV-YEAR             PIC 9(4).
000088     05 WS-CNV-MONTH            PIC 9(2).
000089     05 WS-CNV-DAY              PIC 9(2).
000090 01 WS-CNV-DAYS                 PIC 9(7).
000091 01 WS-CNV-WORK                 PIC 9(7).
000092 01 WS-CNV-REM                  PIC 9(4).
000093 01 WS-CNV-PRIOR-YEAR           PIC 9(4).
000094 01 WS-MONTH-DAYS-VALUES.
000095     05 FILLER PIC X(18) VALUE "000031059090120151".
000096     05 FILLER PIC X(18) VALUE "181212243273304334".
000097 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000098     05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
000099 01 WS-TODAY-DAYS               PIC 9(7).
000100 01 WS-ACTIVITY-DAYS            PIC 9(7).
000101 01 WS-DAYS-INACTIVE            PIC S9(7).
000102*--------------------------------------------------
000103* The PO in hand: its latest activity date - the
000104* later of order, last receipt and last matched
000105* invoice - and what has been received against
000106* it off the Receipt File.
000107*--------------------------------------------------
000108 01 WS-LAST-ACTIVITY-DATE       PIC 9(8).
000109 01 WS-RECEIVED-AMOUNT          PIC 9(7)V99.
000110 01 WS-CLOSE-REASON             PIC X(1).
000111 01 WS-REASON-TEXT              PIC X(24).
000112 01 WS-LIST-VENDOR-NUMBER       PIC 9(5).
000113 01 WS-PO-READ-COUNT            PIC 9(5) VALUE ZERO.
000114 01 WS-LIST-READ-COUNT          PIC 9(5) VALUE ZERO.
000115 01 WS-LIST-CLOSED-COUNT        PIC 9(5) VALUE ZERO.
000116 01 WS-LIST-REJECT-COUNT        PIC 9(5) VALUE ZERO.
000117 01 WS-FULL-CLOSED-COUNT        PIC 9(5) VALUE ZERO.
000118 01 WS-IDLE-CLOSED-COUNT        PIC 9(5) VALUE ZERO.
000119 01 WS-CLOSED-COUNT             PIC 9(5) VALUE ZERO.
000120 01 WS-CLOSED-ORDERED-TOTAL     PIC 9(9)V99 VALUE ZERO.
000121 01 WS-CLOSED-INVOICED-TOTAL    PIC 9(9)V99 VALUE ZERO.
000122
000123*--------------------------------------------------
000124* Run Control Log fields for the START/END records
000125* this run writes through VNDRUNLG.
000126*--------------------------------------------------
000127 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDPOC01".
000128 01 WS-RUN-ENTRY-TYPE PIC X(5).
000129 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000130 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000131
000132 01 REPORT-HEADING-1.
000133     05 FILLER                 PIC X(26) VALUE
000134         "PURCHASE ORDER CLOSE-OUT".
000135     05 FILLER                 PIC X(9)  VALUE "RUN DATE ".
000136     05 RH1-RUN-DATE           PIC 9(8).
000137     05 FILLER                 PIC X(19) VALUE
000138         "  NO ACTIVITY OVER ".
000139     05 RH1-DAYS               PIC ZZ9.
000140     05 FILLER                 PIC X(5)  VALUE " DAYS".
000141
000142 01 REPORT-HEADING-2.
000143     05 FILLER                 PIC X(7)  VALUE "VENDOR ".
000144     05 FILLER                 PIC X(12) VALUE "PO NUMBER".
000145     05 FILLER                 PIC X(10) VALUE "ORDERED".
000146     05 FILLER                 PIC X(10) VALUE "ACTIVITY".
000147     05 FILLER                 PIC X(13) VALUE
000148         "      ORDERED".
000149     05 FILLER                 PIC X(13) VALUE
000150         "     INVOICED".
000151     05 FILLER                 PIC X(13) VALUE
000152         "     RECEIVED".
000153     05 FILLER                 PIC X(2)  VALUE SPACES.
000154     05 FILLER                 PIC X(24) VALUE "REASON".
000155
000156 01 DETAIL-LINE.
000157     05 DL-VENDOR-NUMBER       PIC X(5).
000158     05 FILLER                 PIC X(2)  VALUE SPACES.
000159     05 DL-PO-NUMBER           PIC X(10).
000160     05 FILLER                 PIC X(2)  VALUE SPACES.
000161     05 DL-ORDER-DATE          PIC X(8).
000162     05 FILLER                 PIC X(2)  VALUE SPACES.
000163     05 DL-ACTIVITY-DATE       PIC X(8).
000164     05 FILLER                 PIC X(2)  VALUE SPACES.
000165     05 DL-ORDERED             PIC Z,ZZZ,ZZ9.99.
000166     05 FILLER                 PIC X(1)  VALUE SPACES.
000167     05 DL-INVOICED            PIC Z,ZZZ,ZZ9.99.
000168     05 FILLER                 PIC X(1)  VALUE SPACES.
000169     05 DL-RECEIVED            PIC Z,ZZZ,ZZ9.99.
000170     05 FILLER                 PIC X(2)  VALUE SPACES.
000171     05 DL-REASON              PIC X(24).
000172
000173 01 REPORT-COUNT-LINE.
000174     05 RC-LABEL               PIC X(32).
000175     05 RC-COUNT               PIC Z(4)9.
000176
000177 01 REPORT-AMOUNT-LINE.
000178     05 RA-LABEL               PIC X(32).
000179     05 RA-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000180
000181     COPY "WSSGN01.CBL".
000182
000183 PROCEDURE DIVISION.
000184 PROGRAM-BEGIN.
000185      PERFORM SIGN-ON-OPERATOR.
000186      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000187      PERFORM CHECK-OPERATOR-AUTHORITY.
000188      IF WS-AUTHORITY-OK
000189          PERFORM RUN-PO-CLOSE-OUT
000190      END-IF.
000191
000192 PROGRAM-DONE.
000193      STOP RUN.
000194
000195 RUN-PO-CLOSE-OUT.
000196      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000197      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000198          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000199          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000200          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000201      PERFORM ENTER-NO-ACTIVITY-DAYS.
000202      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000203      MOVE WS-TODAY TO WS-CNV-DATE.
000204      PERFORM CONVERT-DATE-TO-DAYS.
000205      MOVE WS-CNV-DAYS TO WS-TODAY-DAYS.
000206      OPEN I-O PURCHASE-ORDER-FILE.
000207      OPEN INPUT RECEIPT-FILE.
000208      OPEN INPUT PO-CLOSE-LIST.
000209      OPEN OUTPUT PO-CLOSE-REPORT.
000210      PERFORM PRINT-REPORT-HEADINGS.
000211      PERFORM READ-CLOSE-LIST-RECORD.
000212      PERFORM CLOSE-LISTED-POS
000213          UNTIL NO-MORE-LIST-RECORDS.
000214      PERFORM START-PO-FILE.
000215      PERFORM CHECK-PO-RECORDS
000216          UNTIL NO-MORE-PO-RECORDS.
000217      PERFORM PRINT-REPORT-TOTALS.
000218      CLOSE PURCHASE-ORDER-FILE.
000219      CLOSE RECEIPT-FILE.
000220      CLOSE PO-CLOSE-LIST.
000221      CLOSE PO-CLOSE-REPORT.
000222      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000223      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000224          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000225          WS-PO-READ-COUNT WS-CLOSED-COUNT
000226          WS-LIST-REJECT-COUNT WS-RUN-ZERO-COUNT.
000227      DISPLAY WS-PO-READ-COUNT " PO RECORDS READ".
000228      DISPLAY WS-CLOSED-COUNT " PURCHASE ORDERS CLOSED".
000229
000230 ENTER-NO-ACTIVITY-DAYS.
000231      MOVE "N" TO WS-DAYS-VALID-SWITCH.
000232      PERFORM GET-AND-CHECK-DAYS
000233          UNTIL WS-DAYS-VALID.
000234      MOVE WS-DAYS-FIELD TO WS-NO-ACTIVITY-DAYS.
000235
000236 GET-AND-CHECK-DAYS.
000237      DISPLAY "CLOSE POS WITH NO ACTIVITY FOR OVER HOW MANY".
000238      DISPLAY "DAYS (001-999)".
000239      ACCEPT WS-DAYS-FIELD.
000240      IF WS-DAYS-FIELD IS NUMERIC
000241          AND WS-DAYS-FIELD > "000"
000242          MOVE "Y" TO WS-DAYS-VALID-SWITCH
000243      ELSE
000244          DISPLAY "INVALID DAY COUNT - PLEASE RE-ENTER"
000245      END-IF.
000246
000247*--------------------------------------------------
000248* YYYYMMDD to a serial day count, exactly as
000249* VNDAGE01 converts it, so two dates subtract to
000250* an exact day difference.
000251*--------------------------------------------------
000252 CONVERT-DATE-TO-DAYS.
000253      COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365.
000254      COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YEAR - 1.
000255      DIVIDE WS-CNV-PRIOR-YEAR BY 4 GIVING WS-CNV-WORK.
000256      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000257      DIVIDE WS-CNV-PRIOR-YEAR BY 100 GIVING WS-CNV-WORK.
000258      SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
000259      DIVIDE WS-CNV-PRIOR-YEAR BY 400 GIVING WS-CNV-WORK.
000260      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000261      ADD WS-MONTH-DAYS (WS-CNV-MONTH) TO WS-CNV-DAYS.
000262      ADD WS-CNV-DAY TO WS-CNV-DAYS.
000263      IF WS-CNV-MONTH > 2
000264          PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
000265      END-IF.
000266
000267 ADD-LEAP-DAY-IF-LEAP-YEAR.
000268      DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK
000269          REMAINDER WS-CNV-REM.
000270      IF WS-CNV-REM = ZEROES
000271          DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK
000272              REMAINDER WS-CNV-REM
000273          IF WS-CNV-REM NOT = ZEROES
000274              ADD 1 TO WS-CNV-DAYS
000275          ELSE
000276              DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK
000277                  REMAINDER WS-CNV-REM
000278              IF WS-CNV-REM = ZEROES
000279                  ADD 1 TO WS-CNV-DAYS
000280              END-IF
000281          END-IF
000282      END-IF.
000283
000284 READ-CLOSE-LIST-RECORD.
000285      READ PO-CLOSE-LIST
000286          AT END
000287              MOVE "Y" TO WS-LIST-EOF-SWITCH
000288          NOT AT END
000289              ADD 1 TO WS-LIST-READ-COUNT
000290      END-READ.
000291
000292*--------------------------------------------------
000293* A list line closes its PO if the PO is on file
000294* and still open; otherwise the line is printed
000295* with the reason it was passed over, so
000296* purchasing can see a mistyped number.
000297*--------------------------------------------------
000298 CLOSE-LISTED-POS.
000299      IF CL-VENDOR-NUMBER IS NOT NUMERIC
000300          MOVE "INVALID VENDOR NUMBER" TO WS-REASON-TEXT
000301          PERFORM PRINT-LIST-REJECT
000302      ELSE
000303          MOVE CL-VENDOR-NUMBER TO WS-LIST-VENDOR-NUMBER
000304          MOVE WS-LIST-VENDOR-NUMBER TO PO-VENDOR-NUMBER
000305          MOVE CL-PO-NUMBER TO PO-PO-NUMBER
000306          READ PURCHASE-ORDER-FILE
000307              INVALID KEY
000308                  MOVE "LISTED - NOT ON FILE" TO WS-REASON-TEXT
000309                  PERFORM PRINT-LIST-REJECT
000310              NOT INVALID KEY
000311                  PERFORM CLOSE-ONE-LISTED-PO
000312          END-READ
000313      END-IF.
000314      PERFORM READ-CLOSE-LIST-RECORD.
000315
000316 CLOSE-ONE-LISTED-PO.
000317      IF PO-CLOSED
000318          MOVE "LISTED - ALREADY CLOSED" TO WS-REASON-TEXT
000319          PERFORM PRINT-LIST-REJECT
000320      ELSE
000321          PERFORM GET-PO-ACTIVITY
000322          MOVE "L" TO WS-CLOSE-REASON
000323          PERFORM CLOSE-PO-RECORD
000324      END-IF.
000325
000326 PRINT-LIST-REJECT.
000327      ADD 1 TO WS-LIST-REJECT-COUNT.
000328      MOVE SPACES TO DETAIL-LINE.
000329      MOVE CL-VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000330      MOVE CL-PO-NUMBER TO DL-PO-NUMBER.
000331      MOVE WS-REASON-TEXT TO DL-REASON.
000332      MOVE DETAIL-LINE TO REPORT-LINE.
000333      WRITE REPORT-LINE.
000334
000335 START-PO-FILE.
000336      MOVE LOW-VALUES TO PO-PO-KEY.
000337      START PURCHASE-ORDER-FILE
000338          KEY IS NOT LESS THAN PO-PO-KEY
000339          INVALID KEY
000340              MOVE "Y" TO WS-PO-EOF-SWITCH
000341      END-START.
000342      IF NOT NO-MORE-PO-RECORDS
000343          PERFORM READ-PO-RECORD
000344      END-IF.
000345
000346 READ-PO-RECORD.
000347      READ PURCHASE-ORDER-FILE NEXT RECORD
000348          AT END
000349              MOVE "Y" TO WS-PO-EOF-SWITCH
000350          NOT AT END
000351              ADD 1 TO WS-PO-READ-COUNT
000352      END-READ.
000353
000354*--------------------------------------------------
000355* Fully invoiced is tested first - a PO that is
000356* both invoiced out and idle closes for the
000357* reason that says the commitment was met.
000358*--------------------------------------------------
000359 CHECK-PO-RECORDS.
000360      IF PO-OPEN
000361          PERFORM GET-PO-ACTIVITY
000362          IF PO-INVOICED-AMOUNT >= PO-ORDERED-AMOUNT
000363              MOVE "F" TO WS-CLOSE-REASON
000364              PERFORM CLOSE-PO-RECORD
000365          ELSE
000366              PERFORM CHECK-PO-INACTIVITY
000367          END-IF
000368      END-IF.
000369      PERFORM READ-PO-RECORD.
000370
000371 CHECK-PO-INACTIVITY.
000372      MOVE WS-LAST-ACTIVITY-DATE TO WS-CNV-DATE.
000373      PERFORM CONVERT-DATE-TO-DAYS.
000374      MOVE WS-CNV-DAYS TO WS-ACTIVITY-DAYS.
000375      COMPUTE WS-DAYS-INACTIVE =
000376          WS-TODAY-DAYS - WS-ACTIVITY-DAYS.
000377      IF WS-DAYS-INACTIVE > WS-NO-ACTIVITY-DAYS
000378          MOVE "A" TO WS-CLOSE-REASON
000379          PERFORM CLOSE-PO-RECORD
000380      END-IF.
000381
000382*--------------------------------------------------
000383* The later of the order date, the last receipt
000384* and the last matched invoice. A PO written
000385* before PO-LAST-INVOICE-DATE was kept has spaces
000386* there, so only a numeric date counts.
000387*--------------------------------------------------
000388 GET-PO-ACTIVITY.
000389      MOVE PO-ORDER-DATE TO WS-LAST-ACTIVITY-DATE.
000390      IF PO-LAST-INVOICE-DATE IS NUMERIC
000391          AND PO-LAST-INVOICE-DATE > WS-LAST-ACTIVITY-DATE
000392          MOVE PO-LAST-INVOICE-DATE TO WS-LAST-ACTIVITY-DATE
000393      END-IF.
000394      MOVE ZEROES TO WS-RECEIVED-AMOUNT.
000395      MOVE PO-VENDOR-NUMBER TO RCT-VENDOR-NUMBER.
000396      MOVE PO-PO-NUMBER TO RCT-PO-NUMBER.
000397      READ RECEIPT-FILE
000398          INVALID KEY
000399              CONTINUE
000400          NOT INVALID KEY
000401              MOVE RCT-RECEIVED-AMOUNT TO WS-RECEIVED-AMOUNT
000402              IF RCT-LAST-RECEIPT-DATE > WS-LAST-ACTIVITY-DATE
000403                  MOVE RCT-LAST-RECEIPT-DATE
000404                      TO WS-LAST-ACTIVITY-DATE
000405              END-IF
000406      END-READ.
000407
000408 CLOSE-PO-RECORD.
000409      MOVE "C" TO PO-STATUS.
000410      MOVE WS-TODAY TO PO-CLOSED-DATE.
000411      MOVE WS-CLOSE-REASON TO PO-CLOSE-REASON.
000412      IF PO-LAST-INVOICE-DATE IS NOT NUMERIC
000413          MOVE ZEROES TO PO-LAST-INVOICE-DATE
000414      END-IF.
000415      REWRITE PURCHASE-ORDER-RECORD
000416          INVALID KEY
000417              DISPLAY "PO REWRITE FAILED - " PO-PO-NUMBER
000418          NOT INVALID KEY
000419              PERFORM COUNT-AND-PRINT-CLOSED-PO
000420      END-REWRITE.
000421
000422 COUNT-AND-PRINT-CLOSED-PO.
000423      ADD 1 TO WS-CLOSED-COUNT.
000424      ADD PO-ORDERED-AMOUNT TO WS-CLOSED-ORDERED-TOTAL.
000425      ADD PO-INVOICED-AMOUNT TO WS-CLOSED-INVOICED-TOTAL.
000426      IF PO-CLOSED-BY-LIST
000427          ADD 1 TO WS-LIST-CLOSED-COUNT
000428          MOVE "ON CLOSE LIST" TO WS-REASON-TEXT
000429      ELSE
000430          IF PO-CLOSED-FULLY-INVOICED
000431              ADD 1 TO WS-FULL-CLOSED-COUNT
000432              MOVE "FULLY INVOICED" TO WS-REASON-TEXT
000433          ELSE
000434              ADD 1 TO WS-IDLE-CLOSED-COUNT
000435              MOVE "NO ACTIVITY" TO WS-REASON-TEXT
000436          END-IF
000437      END-IF.
000438      MOVE SPACES TO DETAIL-LINE.
000439      MOVE PO-VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000440      MOVE PO-PO-NUMBER TO DL-PO-NUMBER.
000441      MOVE PO-ORDER-DATE TO DL-ORDER-DATE.
000442      MOVE WS-LAST-ACTIVITY-DATE TO DL-ACTIVITY-DATE.
000443      MOVE PO-ORDERED-AMOUNT TO DL-ORDERED.
000444      MOVE PO-INVOICED-AMOUNT TO DL-INVOICED.
000445      MOVE WS-RECEIVED-AMOUNT TO DL-RECEIVED.
000446      MOVE WS-REASON-TEXT TO DL-REASON.
000447      MOVE DETAIL-LINE TO REPORT-LINE.
000448      WRITE REPORT-LINE.
000449
000450 PRINT-REPORT-HEADINGS.
000451      MOVE WS-TODAY TO RH1-RUN-DATE.
000452      MOVE WS-NO-ACTIVITY-DAYS TO RH1-DAYS.
000453      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000454      WRITE REPORT-LINE.
000455      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000456      WRITE REPORT-LINE.
000457      MOVE SPACES TO REPORT-LINE.
000458      WRITE REPORT-LINE.
000459
000460 PRINT-REPORT-TOTALS.
000461      MOVE SPACES TO REPORT-LINE.
000462      WRITE REPORT-LINE.
000463      MOVE "CLOSED - ON CLOSE LIST" TO RC-LABEL.
000464      MOVE WS-LIST-CLOSED-COUNT TO RC-COUNT.
000465      PERFORM PRINT-COUNT-LINE.
000466      MOVE "CLOSED - FULLY INVOICED" TO RC-LABEL.
000467      MOVE WS-FULL-CLOSED-COUNT TO RC-COUNT.
000468      PERFORM PRINT-COUNT-LINE.
000469      MOVE "CLOSED - NO ACTIVITY" TO RC-LABEL.
000470      MOVE WS-IDLE-CLOSED-COUNT TO RC-COUNT.
000471      PERFORM PRINT-COUNT-LINE.
000472      MOVE "PURCHASE ORDERS CLOSED" TO RC-LABEL.
000473      MOVE WS-CLOSED-COUNT TO RC-COUNT.
000474      PERFORM PRINT-COUNT-LINE.
000475      MOVE "CLOSE LIST LINES PASSED OVER" TO RC-LABEL.
000476      MOVE WS-LIST-REJECT-COUNT TO RC-COUNT.
000477      PERFORM PRINT-COUNT-LINE.
000478      MOVE "ORDERED ON CLOSED POS" TO RA-LABEL.
000479      MOVE WS-CLOSED-ORDERED-TOTAL TO RA-AMOUNT.
000480      PERFORM PRINT-AMOUNT-LINE.
000481      MOVE "INVOICED ON CLOSED POS" TO RA-LABEL.
000482      MOVE WS-CLOSED-INVOICED-TOTAL TO RA-AMOUNT.
000483      PERFORM PRINT-AMOUNT-LINE.
000484
000485 PRINT-COUNT-LINE.
000486      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000487      WRITE REPORT-LINE.
000488
000489 PRINT-AMOUNT-LINE.
000490      MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
000491      WRITE REPORT-LINE.
000492
000493     COPY "PRSGN01.CBL".
