000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDCMT01.
000003*------------------------------------------------
000004* Open commitments report off the Purchase Order
000005* File, for purchasing to see what is really
000006* still committed once VNDPOC01 has closed out
000007* the finished POs. Reads the file in PO-PO-KEY
000008* order - vendor order - and prints every open PO
000009* with what was ordered, what has been received
000010* (the Receipt File) and what has been invoiced,
000011* and the open commitment, ordered less invoiced.
000012* A subtotal line per vendor with the vendor name
000013* off the Vendor File, and a grand total.
000014* A second section lists every PO, open or
000015* closed, where RCT-RECEIVED-AMOUNT exceeds
000016* PO-INVOICED-AMOUNT - goods on hand that have
000017* not been billed - with the difference, for
000018* accounting to accrue at month end. Nothing is
000019* updated - the files are OPENed INPUT only.
000020*------------------------------------------------
000021 ENVIRONMENT DIVISION.
000022 INPUT-OUTPUT SECTION.
000023 FILE-CONTROL.
000024
000025     COPY "SLVND01.CBL".
000026
000027     COPY "SLPO01.CBL".
000028
000029     COPY "SLRCT01.CBL".
000030
000031     COPY "SLOPR01.CBL".
000032
000033     SELECT COMMITMENT-REPORT
000034         ASSIGN TO "vndcmtrpt.txt"
000035         ORGANIZATION IS LINE SEQUENTIAL.
000036
000037 DATA DIVISION.
000038 FILE SECTION.
000039
000040     COPY "FDVND02.CBL".
000041
000042     COPY "FDPO01.CBL".
000043
000044     COPY "FDRCT01.CBL".
000045
000046     COPY "FDOPR01.CBL".
000047
000048 FD  COMMITMENT-REPORT
000049     LABEL RECORDS ARE STANDARD.
000050 01  REPORT-LINE                 PIC X(132).
000051
000052 WORKING-STORAGE SECTION.
000053
000054 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000055 01 WS-PO-EOF-SWITCH            PIC X(1) VALUE "N".
000056     88 NO-MORE-PO-RECORDS          VALUE "Y".
000057 01 WS-TODAY                    PIC 9(8) VALUE ZERO.
000058*--------------------------------------------------
000059* Which section the pass over the PO file is
000060* printing.
000061*--------------------------------------------------
000062 01 WS-SECTION-SWITCH           PIC X(1) VALUE "C".
000063     88 WS-COMMITMENT-SECTION       VALUE "C".
000064     88 WS-UNBILLED-SECTION         VALUE "U".
000065 01 WS-RECEIVED-AMOUNT          PIC 9(7)V99.
000066 01 WS-OPEN-COMMITMENT          PIC S9(7)V99.
000067 01 WS-UNBILLED-AMOUNT          PIC S9(7)V99.
000068*--------------------------------------------------
000069* One vendor's subtotals being accumulated as that
000070* vendor's POs are read off. A zero
000071* WS-CURRENT-VENDOR means no group in progress,
000072* the same convention VNDAGE01 uses.
000073*--------------------------------------------------
000074 01 WS-CURRENT-VENDOR           PIC 9(5) VALUE ZERO.
000075 01 WS-CURRENT-VENDOR-NAME      PIC X(30).
000076 01 WS-VENDOR-PO-COUNT          PIC 9(5) VALUE ZERO.
000077 01 WS-VENDOR-TOTALS.
000078     05 WS-VND-ORDERED          PIC S9(9)V99.
000079     05 WS-VND-RECEIVED         PIC S9(9)V99.
000080     05 WS-VND-INVOICED         PIC S9(9)V99.
000081     05 WS-VND-OPEN             PIC S9(9)V99.
000082 01 WS-GRAND-TOTALS.
000083     05 WS-TOT-ORDERED          PIC S9(11)V99.
000084     05 WS-TOT-RECEIVED         PIC S9(11)V99.
000085     05 WS-TOT-INVOICED         PIC S9(11)V99.
000086     05 WS-TOT-OPEN             PIC S9(11)V99.
000087 01 WS-TOT-UNBILLED             PIC S9(11)V99 VALUE ZERO.
000088 01 WS-PO-READ-COUNT            PIC 9(5) VALUE ZERO.
000089 01 WS-OPEN-PO-COUNT            PIC 9(5) VALUE ZERO.
000090 01 WS-UNBILLED-COUNT           PIC 9(5) VALUE ZERO.
000091
000092*--------------------------------------------------
000093* Run Control Log fields for the START/END records
000094* this run writes through VNDRUNLG.
000095*--------------------------------------------------
000096 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDCMT01".
000097 01 WS-RUN-ENTRY-TYPE PIC X(5).
000098 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000099 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000100
000101 01 REPORT-HEADING-1.
000102     05 FILLER                 PIC X(26) VALUE
000103         "OPEN PO COMMITMENTS".
000104     05 FILLER                 PIC X(9)  VALUE "RUN DATE ".
000105     05 RH1-RUN-DATE           PIC 9(8).
000106
000107 01 REPORT-HEADING-2.
000108     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000109     05 FILLER                 PIC X(24) VALUE "NAME / PO".
000110     05 FILLER                 PIC X(15) VALUE "        ORDERED".
000111     05 FILLER                 PIC X(15) VALUE "       RECEIVED".
000112     05 FILLER                 PIC X(15) VALUE "       INVOICED".
000113     05 FILLER                 PIC X(15) VALUE "OPEN COMMITMENT".
000114
000115 01 UNBILLED-HEADING-1.
000116     05 FILLER                 PIC X(50) VALUE
000117         "RECEIVED NOT INVOICED - FOR MONTH-END ACCRUAL".
000118
000119 01 UNBILLED-HEADING-2.
000120     05 FILLER                 PIC X(7)  VALUE "VENDOR ".
000121     05 FILLER                 PIC X(12) VALUE "PO NUMBER".
000122     05 FILLER                 PIC X(12) VALUE "STATUS".
000123     05 FILLER                 PIC X(15) VALUE "       RECEIVED".
000124     05 FILLER                 PIC X(15) VALUE "       INVOICED".
000125     05 FILLER                 PIC X(15) VALUE "     UNINVOICED".
000126
000127 01 DETAIL-LINE.
000128     05 FILLER                 PIC X(7)  VALUE SPACES.
000129     05 DL-PO-NUMBER           PIC X(10).
000130     05 FILLER                 PIC X(1)  VALUE SPACES.
000131     05 DL-ORDER-DATE          PIC 9(8).
000132     05 FILLER                 PIC X(5)  VALUE SPACES.
000133     05 DL-ORDERED             PIC ZZZ,ZZZ,ZZ9.99-.
000134     05 DL-RECEIVED            PIC ZZZ,ZZZ,ZZ9.99-.
000135     05 DL-INVOICED            PIC ZZZ,ZZZ,ZZ9.99-.
000136     05 DL-OPEN                PIC ZZZ,ZZZ,ZZ9.99-.
000137
000138 01 VENDOR-NAME-LINE.
000139     05 VN-VENDOR-NUMBER       PIC Z(4)9.
000140     05 FILLER                 PIC X(2)  VALUE SPACES.
000141     05 VN-VENDOR-NAME         PIC X(30).
000142
000143 01 VENDOR-TOTAL-LINE.
000144     05 FILLER                 PIC X(7)  VALUE SPACES.
000145     05 FILLER                 PIC X(24) VALUE "VENDOR TOTAL".
000146     05 VT-ORDERED             PIC ZZZ,ZZZ,ZZ9.99-.
000147     05 VT-RECEIVED            PIC ZZZ,ZZZ,ZZ9.99-.
000148     05 VT-INVOICED            PIC ZZZ,ZZZ,ZZ9.99-.
000149     05 VT-OPEN                PIC ZZZ,ZZZ,ZZ9.99-.
000150
000151 01 GRAND-TOTAL-LINE.
000152     05 FILLER                 PIC X(31) VALUE "GRAND TOTAL".
000153     05 GT-ORDERED             PIC ZZZ,ZZZ,ZZ9.99-.
000154     05 GT-RECEIVED            PIC ZZZ,ZZZ,ZZ9.99-.
000155     05 GT-INVOICED            PIC ZZZ,ZZZ,ZZ9.99-.
000156     05 GT-OPEN                PIC ZZZ,ZZZ,ZZ9.99-.
000157
000158 01 UNBILLED-DETAIL-LINE.
000159     05 UL-VENDOR-NUMBER       PIC Z(4)9.
000160     05 FILLER                 PIC X(2)  VALUE SPACES.
000161     05 UL-PO-NUMBER           PIC X(10).
000162     05 FILLER                 PIC X(2)  VALUE SPACES.
000163     05 UL-STATUS              PIC X(12).
000164     05 UL-RECEIVED            PIC ZZZ,ZZZ,ZZ9.99-.
000165     05 UL-INVOICED            PIC ZZZ,ZZZ,ZZ9.99-.
000166     05 UL-UNBILLED            PIC ZZZ,ZZZ,ZZ9.99-.
000167
000168 01 REPORT-COUNT-LINE.
000169     05 RC-LABEL               PIC X(30).
000170     05 RC-COUNT               PIC Z(4)9.
000171
000172 01 REPORT-AMOUNT-LINE.
000173     05 RA-LABEL               PIC X(30).
000174     05 RA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000175
000176     COPY "WSSGN01.CBL".
000177
000178 PROCEDURE DIVISION.
000179 PROGRAM-BEGIN.
000180      PERFORM SIGN-ON-OPERATOR.
000181      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000182      PERFORM CHECK-OPERATOR-AUTHORITY.
000183      IF WS-AUTHORITY-OK
000184          PERFORM RUN-COMMITMENT-REPORT
000185      END-IF.
000186
000187 PROGRAM-DONE.
000188      STOP RUN.
000189
000190 RUN-COMMITMENT-REPORT.
000191      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000192      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000193          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000194          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000195          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000196      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000197      OPEN INPUT VENDOR-FILE.
000198      IF WS-VND-FILE-STATUS NOT = "00"
000199          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000200              WS-VND-FILE-STATUS
000201      END-IF.
000202      OPEN INPUT PURCHASE-ORDER-FILE.
000203      OPEN INPUT RECEIPT-FILE.
000204      OPEN OUTPUT COMMITMENT-REPORT.
000205      MOVE ZEROES TO WS-GRAND-TOTALS.
000206      PERFORM PRINT-REPORT-HEADINGS.
000207      MOVE "C" TO WS-SECTION-SWITCH.
000208      PERFORM START-PO-FILE.
000209      PERFORM REPORT-PO-RECORDS
000210          UNTIL NO-MORE-PO-RECORDS.
000211      PERFORM FINISH-VENDOR-GROUP.
000212      PERFORM PRINT-GRAND-TOTALS.
000213      PERFORM PRINT-UNBILLED-HEADINGS.
000214      MOVE "U" TO WS-SECTION-SWITCH.
000215      PERFORM START-PO-FILE.
000216      PERFORM REPORT-PO-RECORDS
000217          UNTIL NO-MORE-PO-RECORDS.
000218      PERFORM PRINT-UNBILLED-TOTALS.
000219      CLOSE VENDOR-FILE.
000220      CLOSE PURCHASE-ORDER-FILE.
000221      CLOSE RECEIPT-FILE.
000222      CLOSE COMMITMENT-REPORT.
000223      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000224      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000225          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000226          WS-PO-READ-COUNT WS-OPEN-PO-COUNT
000227          WS-UNBILLED-COUNT WS-RUN-ZERO-COUNT.
000228      DISPLAY WS-OPEN-PO-COUNT " OPEN POS REPORTED".
000229      DISPLAY WS-UNBILLED-COUNT " POS RECEIVED NOT INVOICED".
000230
000231 START-PO-FILE.
000232      MOVE "N" TO WS-PO-EOF-SWITCH.
000233      MOVE LOW-VALUES TO PO-PO-KEY.
000234      START PURCHASE-ORDER-FILE
000235          KEY IS NOT LESS THAN PO-PO-KEY
000236          INVALID KEY
000237              MOVE "Y" TO WS-PO-EOF-SWITCH
000238      END-START.
000239      IF NOT NO-MORE-PO-RECORDS
000240          PERFORM READ-PO-RECORD
000241      END-IF.
000242
000243 READ-PO-RECORD.
000244      READ PURCHASE-ORDER-FILE NEXT RECORD
000245          AT END
000246              MOVE "Y" TO WS-PO-EOF-SWITCH
000247          NOT AT END
000248              IF WS-COMMITMENT-SECTION
000249                  ADD 1 TO WS-PO-READ-COUNT
000250              END-IF
000251      END-READ.
000252
000253 REPORT-PO-RECORDS.
000254      PERFORM GET-RECEIVED-AMOUNT.
000255      IF WS-COMMITMENT-SECTION
000256          IF PO-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
000257              PERFORM FINISH-VENDOR-GROUP
000258              PERFORM START-VENDOR-GROUP
000259          END-IF
000260          IF PO-OPEN
000261              PERFORM REPORT-ONE-OPEN-PO
000262          END-IF
000263      ELSE
000264          IF WS-RECEIVED-AMOUNT > PO-INVOICED-AMOUNT
000265              PERFORM REPORT-ONE-UNBILLED-PO
000266          END-IF
000267      END-IF.
000268      PERFORM READ-PO-RECORD.
000269
000270 GET-RECEIVED-AMOUNT.
000271      MOVE ZEROES TO WS-RECEIVED-AMOUNT.
000272      MOVE PO-VENDOR-NUMBER TO RCT-VENDOR-NUMBER.
000273      MOVE PO-PO-NUMBER TO RCT-PO-NUMBER.
000274      READ RECEIPT-FILE
000275          INVALID KEY
000276              CONTINUE
000277          NOT INVALID KEY
000278              MOVE RCT-RECEIVED-AMOUNT TO WS-RECEIVED-AMOUNT
000279      END-READ.
000280
000281*--------------------------------------------------
000282* A vendor with POs but no Vendor File record
000283* still reports - the commitment is real - with a
000284* name that says the master is missing.
000285*--------------------------------------------------
000286 START-VENDOR-GROUP.
000287      MOVE PO-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
000288      MOVE ZEROES TO WS-VENDOR-TOTALS.
000289      MOVE ZEROES TO WS-VENDOR-PO-COUNT.
000290      MOVE WS-CURRENT-VENDOR TO VENDOR-NUMBER.
000291      READ VENDOR-FILE
000292          INVALID KEY
000293              MOVE "*VENDOR NOT ON FILE*"
000294                  TO WS-CURRENT-VENDOR-NAME
000295          NOT INVALID KEY
000296              MOVE VENDOR-NAME TO WS-CURRENT-VENDOR-NAME
000297      END-READ.
000298
000299*--------------------------------------------------
000300* The open commitment is what can still be
000301* billed against the PO - never negative, since
000302* invoice entry holds invoiced to ordered.
000303*--------------------------------------------------
000304 REPORT-ONE-OPEN-PO.
000305      COMPUTE WS-OPEN-COMMITMENT =
000306          PO-ORDERED-AMOUNT - PO-INVOICED-AMOUNT.
000307      IF WS-OPEN-COMMITMENT < ZEROES
000308          MOVE ZEROES TO WS-OPEN-COMMITMENT
000309      END-IF.
000310      IF WS-VENDOR-PO-COUNT = ZEROES
000311          PERFORM PRINT-VENDOR-NAME-LINE
000312      END-IF.
000313      MOVE PO-PO-NUMBER TO DL-PO-NUMBER.
000314      MOVE PO-ORDER-DATE TO DL-ORDER-DATE.
000315      MOVE PO-ORDERED-AMOUNT TO DL-ORDERED.
000316      MOVE WS-RECEIVED-AMOUNT TO DL-RECEIVED.
000317      MOVE PO-INVOICED-AMOUNT TO DL-INVOICED.
000318      MOVE WS-OPEN-COMMITMENT TO DL-OPEN.
000319      MOVE DETAIL-LINE TO REPORT-LINE.
000320      WRITE REPORT-LINE.
000321      ADD PO-ORDERED-AMOUNT TO WS-VND-ORDERED WS-TOT-ORDERED.
000322      ADD WS-RECEIVED-AMOUNT TO WS-VND-RECEIVED WS-TOT-RECEIVED.
000323      ADD PO-INVOICED-AMOUNT TO WS-VND-INVOICED WS-TOT-INVOICED.
000324      ADD WS-OPEN-COMMITMENT TO WS-VND-OPEN WS-TOT-OPEN.
000325      ADD 1 TO WS-VENDOR-PO-COUNT.
000326      ADD 1 TO WS-OPEN-PO-COUNT.
000327
000328 REPORT-ONE-UNBILLED-PO.
000329      COMPUTE WS-UNBILLED-AMOUNT =
000330          WS-RECEIVED-AMOUNT - PO-INVOICED-AMOUNT.
000331      MOVE PO-VENDOR-NUMBER TO UL-VENDOR-NUMBER.
000332      MOVE PO-PO-NUMBER TO UL-PO-NUMBER.
000333      IF PO-CLOSED
000334          MOVE "CLOSED" TO UL-STATUS
000335      ELSE
000336          MOVE "OPEN" TO UL-STATUS
000337      END-IF.
000338      MOVE WS-RECEIVED-AMOUNT TO UL-RECEIVED.
000339      MOVE PO-INVOICED-AMOUNT TO UL-INVOICED.
000340      MOVE WS-UNBILLED-AMOUNT TO UL-UNBILLED.
000341      MOVE UNBILLED-DETAIL-LINE TO REPORT-LINE.
000342      WRITE REPORT-LINE.
000343      ADD WS-UNBILLED-AMOUNT TO WS-TOT-UNBILLED.
000344      ADD 1 TO WS-UNBILLED-COUNT.
000345
000346 FINISH-VENDOR-GROUP.
000347      IF WS-CURRENT-VENDOR NOT = ZEROES
000348          AND WS-VENDOR-PO-COUNT > 0
000349          PERFORM PRINT-VENDOR-TOTAL
000350      END-IF.
000351
000352 PRINT-REPORT-HEADINGS.
000353      MOVE WS-TODAY TO RH1-RUN-DATE.
000354      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000355      WRITE REPORT-LINE.
000356      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000357      WRITE REPORT-LINE.
000358      MOVE SPACES TO REPORT-LINE.
000359      WRITE REPORT-LINE.
000360
000361 PRINT-VENDOR-NAME-LINE.
000362      MOVE WS-CURRENT-VENDOR TO VN-VENDOR-NUMBER.
000363      MOVE WS-CURRENT-VENDOR-NAME TO VN-VENDOR-NAME.
000364      MOVE VENDOR-NAME-LINE TO REPORT-LINE.
000365      WRITE REPORT-LINE.
000366
000367 PRINT-VENDOR-TOTAL.
000368      MOVE WS-VND-ORDERED TO VT-ORDERED.
000369      MOVE WS-VND-RECEIVED TO VT-RECEIVED.
000370      MOVE WS-VND-INVOICED TO VT-INVOICED.
000371      MOVE WS-VND-OPEN TO VT-OPEN.
000372      MOVE VENDOR-TOTAL-LINE TO REPORT-LINE.
000373      WRITE REPORT-LINE.
000374      MOVE SPACES TO REPORT-LINE.
000375      WRITE REPORT-LINE.
000376
000377 PRINT-GRAND-TOTALS.
000378      MOVE SPACES TO REPORT-LINE.
000379      WRITE REPORT-LINE.
000380      MOVE WS-TOT-ORDERED TO GT-ORDERED.
000381      MOVE WS-TOT-RECEIVED TO GT-RECEIVED.
000382      MOVE WS-TOT-INVOICED TO GT-INVOICED.
000383      MOVE WS-TOT-OPEN TO GT-OPEN.
000384      MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
000385      WRITE REPORT-LINE.
000386      MOVE "OPEN POS REPORTED" TO RC-LABEL.
000387      MOVE WS-OPEN-PO-COUNT TO RC-COUNT.
000388      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000389      WRITE REPORT-LINE.
000390      MOVE "TOTAL OPEN COMMITMENTS" TO RA-LABEL.
000391      MOVE WS-TOT-OPEN TO RA-AMOUNT.
000392      MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
000393      WRITE REPORT-LINE.
000394
000395 PRINT-UNBILLED-HEADINGS.
000396      MOVE SPACES TO REPORT-LINE.
000397      WRITE REPORT-LINE.
000398      WRITE REPORT-LINE.
000399      MOVE UNBILLED-HEADING-1 TO REPORT-LINE.
000400      WRITE REPORT-LINE.
000401      MOVE UNBILLED-HEADING-2 TO REPORT-LINE.
000402      WRITE REPORT-LINE.
000403      MOVE SPACES TO REPORT-LINE.
000404      WRITE REPORT-LINE.
000405
000406 PRINT-UNBILLED-TOTALS.
000407      MOVE SPACES TO REPORT-LINE.
000408      WRITE REPORT-LINE.
000409      MOVE "POS RECEIVED NOT INVOICED" TO RC-LABEL.
000410      MOVE WS-UNBILLED-COUNT TO RC-COUNT.
000411      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000412      WRITE REPORT-LINE.
000413      MOVE "TOTAL RECEIVED NOT INVOICED" TO RA-LABEL.
000414      MOVE WS-TOT-UNBILLED TO RA-AMOUNT.
000415      MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
000416      WRITE REPORT-LINE.
000417
000418     COPY "PRSGN01.CBL".
