000012* missing id is AP's chase. Each reportable vendor
000013* also goes out on the fixed-format electronic
000014* submission file the tax service uploads.
000015* The amount paid is gross of any federal backup
000016* withholding VNDPAY01 kept back; the withholding
000017* itself is totalled beside it as federal income
000018* tax withheld, on the listing and the e-file. A
000019* vendor with tax withheld is reportable whatever
000020* it was paid. A vendor whose last IRS TIN match
000021* failed is flagged for AP to chase the corrected
000022* name or tax id.
000023*------------------------------------------------
000024 ENVIRONMENT DIVISION.
000025 INPUT-OUTPUT SECTION.
000026 FILE-CONTROL.
000027
000028     COPY "SLVND01.CBL".
000029
000030     COPY "SLPMT01.CBL".
000031
000032     COPY "SLOPR01.CBL".
000033
000034     SELECT VENDOR-1099-LISTING
000035         ASSIGN TO "1099rpt.txt"
000036         ORGANIZATION IS LINE SEQUENTIAL.
000037
000038     SELECT VENDOR-1099-EFILE
000039         ASSIGN TO "1099efile.txt"
000040         ORGANIZATION IS LINE SEQUENTIAL.
000041
000042 DATA DIVISION.
000043 FILE SECTION.
000044
000045     COPY "FDVND02.CBL".
000046
000047     COPY "FDPMT01.CBL".
000048
000049     COPY "FDOPR01.CBL".
000050
000051 FD  VENDOR-1099-LISTING
000052     LABEL RECORDS ARE STANDARD.
000053 01  LISTING-LINE                PIC X(160).
000054
000055*--------------------------------------------------
000056* Fixed-format electronic submission record, one
000057* per reportable vendor, in the column layout the
000058* tax service upload expects. EF-AMOUNT-PAID has
000059* two implied decimals and no decimal point, as
000060* does EF-FED-TAX-WITHHELD.
000061*--------------------------------------------------
000062 FD  VENDOR-1099-EFILE
000063     LABEL RECORDS ARE STANDARD.
000064 01  EFILE-RECORD.
000065     05  EF-TAX-YEAR             PIC X(4).
000066     05  EF-VENDOR-NUMBER        PIC 9(5).
000067     05  EF-TAX-ID               PIC X(11).
000068     05  EF-VENDOR-NAME          PIC X(30).
000069     05  EF-ADDRESS-1            PIC X(30).
000070     05  EF-CITY                 PIC X(20).
000071     05  EF-STATE                PIC X(2).
000072     05  EF-ZIP                  PIC X(10).
000073     05  EF-AMOUNT-PAID          PIC 9(9)V99.
000074     05  EF-FED-TAX-WITHHELD     PIC 9(9)V99.
000075
000076 WORKING-STORAGE SECTION.
000077
000078 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000079 01 WS-EOF-SWITCH              PIC X(1) VALUE "N".
000080     88 NO-MORE-VENDOR-RECORDS     VALUE "Y".
000081 01 WS-LINE-COUNT              PIC 9(2)  VALUE 99.
000082 01 WS-PAGE-COUNT              PIC 9(3)  VALUE ZERO.
000083 01 WS-LINES-PER-PAGE          PIC 9(2)  VALUE 50.
000084 01 WS-VENDOR-COUNT            PIC 9(5)  VALUE ZERO.
000085 01 WS-PMT-FILE-STATUS          PIC X(2)  VALUE "00".
000086 01 WS-PMT-EOF-SWITCH           PIC X(1)  VALUE "N".
000087     88 NO-MORE-PAYMENT-RECORDS     VALUE "Y".
000088 01 WS-PMT-WARNED-SWITCH        PIC X(1)  VALUE "N".
000089     88 WS-PMT-OPEN-WARNED          VALUE "Y".
000090*--------------------------------------------------
000091* Report year keyed by the operator. Payments on
000092* the Vendor Payment History File are totaled per
000093* vendor for that year, so the summary carries the
000094* amounts the tax service needs, not just names.
000095*--------------------------------------------------
000096 01 WS-REPORT-YEAR-FIELD        PIC X(4).
000097 01 WS-YEAR-VALID-SWITCH        PIC X(1)  VALUE "N".
000098     88 WS-YEAR-VALID               VALUE "Y".
000099 01 WS-VENDOR-PAID-TOTAL        PIC 9(9)V99 VALUE ZERO.
000100 01 WS-TOTAL-1099-PAID          PIC 9(11)V99 VALUE ZERO.
000101 01 WS-VENDOR-WITHHELD-TOTAL    PIC 9(9)V99 VALUE ZERO.
000102 01 WS-TOTAL-1099-WITHHELD      PIC 9(11)V99 VALUE ZERO.
000103 01 WS-VND-READ-COUNT          PIC 9(5) VALUE ZERO.
000104*--------------------------------------------------
000105* IRS 1099 reporting threshold. A 1099-eligible
000106* vendor paid less than this in the report year is
000107* not reportable and is left off listing and
000108* e-file both.
000109*--------------------------------------------------
000110 01 WS-1099-THRESHOLD           PIC 9(5)V99 VALUE 600.00.
000111 01 WS-NO-TAXID-COUNT           PIC 9(5) VALUE ZERO.
000112 01 WS-UNDER-THRESHOLD-COUNT    PIC 9(5) VALUE ZERO.
000113 01 WS-TIN-MISMATCH-COUNT       PIC 9(5) VALUE ZERO.
000114
000115*--------------------------------------------------
000116* Run Control Log fields for the START/END records
000117* this run writes through VNDRUNLG.
000118*--------------------------------------------------
000119 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VND1099RPT".
000120 01 WS-RUN-ENTRY-TYPE PIC X(5).
000121 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000122 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000123
000124 01 HEADING-LINE-1.
000125     05 FILLER            PIC X(20) VALUE "1099 VENDOR SUMMARY".
000126     05 FILLER                 PIC X(9)  VALUE "FOR YEAR ".
000127     05 HL1-REPORT-YEAR        PIC X(4).
000128     05 FILLER                 PIC X(7)  VALUE "  PAGE ".
000129     05 HL1-PAGE-NUMBER        PIC ZZZ9.
000130
000131 01 HEADING-LINE-2.
000132     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000133     05 FILLER                 PIC X(31) VALUE "NAME".
000134     05 FILLER                 PIC X(31) VALUE "ADDRESS".
000135     05 FILLER                 PIC X(21) VALUE "CITY".
000136     05 FILLER                 PIC X(3)  VALUE "ST ".
000137     05 FILLER                 PIC X(11) VALUE "ZIP".
000138     05 FILLER                 PIC X(12) VALUE "TAX ID".
000139     05 FILLER                 PIC X(15) VALUE "    AMOUNT PAID".
000140     05 FILLER                 PIC X(15) VALUE "   FED TAX W/H".
000141
000142 01 DETAIL-LINE.
000143     05 DL-VENDOR-NUMBER       PIC Z(4)9.
000144     05 FILLER                 PIC X(2)  VALUE SPACES.
000145     05 DL-VENDOR-NAME         PIC X(30).
000146     05 FILLER                 PIC X(1)  VALUE SPACES.
000147     05 DL-VENDOR-ADDRESS-1    PIC X(30).
000148     05 FILLER                 PIC X(1)  VALUE SPACES.
000149     05 DL-VENDOR-CITY         PIC X(20).
000150     05 FILLER                 PIC X(1)  VALUE SPACES.
000151     05 DL-VENDOR-STATE        PIC X(2).
000152     05 FILLER                 PIC X(1)  VALUE SPACES.
000153     05 DL-VENDOR-ZIP          PIC X(10).
000154     05 FILLER                 PIC X(1)  VALUE SPACES.
000155     05 DL-VENDOR-TAX-ID       PIC X(11).
000156     05 FILLER                 PIC X(1)  VALUE SPACES.
000157     05 DL-PAID-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
000158     05 FILLER                 PIC X(1)  VALUE SPACES.
000159     05 DL-WITHHELD-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
000160     05 FILLER                 PIC X(1)  VALUE SPACES.
000161     05 DL-TAXID-FLAG          PIC X(14).
000162
000163 01 TOTAL-LINE.
000164     05 FILLER                 PIC X(20) VALUE
000165         "TOTAL 1099 VENDORS: ".
000166     05 TL-VENDOR-COUNT        PIC Z(4)9.
000167
000168 01 TOTAL-PAID-LINE.
000169     05 FILLER                 PIC X(20) VALUE
000170         "TOTAL 1099 PAID:    ".
000171     05 TL-TOTAL-PAID          PIC Z,ZZZ,ZZZ,ZZ9.99.
000172
000173 01 TOTAL-WITHHELD-LINE.
000174     05 FILLER                 PIC X(20) VALUE
000175         "TOTAL FED TAX W/H:  ".
000176     05 TL-TOTAL-WITHHELD      PIC Z,ZZZ,ZZZ,ZZ9.99.
000177
000178 01 TOTAL-COUNT-LINE.
000179     05 TC-LABEL               PIC X(26).
000180     05 TC-COUNT               PIC Z(4)9.
000181
000182     COPY "WSSGN01.CBL".
000183
000184 PROCEDURE DIVISION.
000185 PROGRAM-BEGIN.
000186      PERFORM SIGN-ON-OPERATOR.
000187      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000188      PERFORM CHECK-OPERATOR-AUTHORITY.
000189      IF WS-AUTHORITY-OK
000190          PERFORM RUN-1099-SUMMARY
000191      END-IF.
000192
000193 PROGRAM-DONE.
000194      STOP RUN.
000195
000196 RUN-1099-SUMMARY.
000197      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000198      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000199          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000200          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000201          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000202      PERFORM ENTER-REPORT-YEAR.
000203      OPEN INPUT VENDOR-FILE.
000204      IF WS-VND-FILE-STATUS NOT = "00"
000205          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000206              WS-VND-FILE-STATUS
000207          MOVE "Y" TO WS-EOF-SWITCH
000208      END-IF.
000209      OPEN OUTPUT VENDOR-1099-LISTING.
000210      OPEN OUTPUT VENDOR-1099-EFILE.
000211      PERFORM READ-VENDOR-RECORD.
000212      PERFORM PRINT-1099-VENDOR-RECORDS
000213          UNTIL NO-MORE-VENDOR-RECORDS.
000214      PERFORM PRINT-TOTAL-LINE.
000215      CLOSE VENDOR-FILE.
000216      CLOSE VENDOR-1099-LISTING.
000217      CLOSE VENDOR-1099-EFILE.
000218      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000219      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000220          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000221          WS-VND-READ-COUNT WS-VENDOR-COUNT
000222          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000223
000224
000225 READ-VENDOR-RECORD.
000226      READ VENDOR-FILE NEXT RECORD
000227          AT END
000228              MOVE "Y" TO WS-EOF-SWITCH
000229          NOT AT END
000230              ADD 1 TO WS-VND-READ-COUNT
000231      END-READ.
000232
000233 PRINT-1099-VENDOR-RECORDS.
000234      IF VENDOR-1099-ELIGIBLE
000235          PERFORM SUM-VENDOR-PAYMENTS
000236          PERFORM REPORT-IF-OVER-THRESHOLD
000237      END-IF.
000238      PERFORM READ-VENDOR-RECORD.
000239
000240*--------------------------------------------------
000241* Only a vendor paid at or over the threshold is
000242* reportable. A reportable vendor with no tax id
000243* on file is still reported - and flagged, because
000244* the tax service bounces the record until AP gets
000245* the id on file through VNDUPD01. Federal tax
000246* withheld makes a vendor reportable under the
000247* threshold too.
000248*--------------------------------------------------
000249 REPORT-IF-OVER-THRESHOLD.
000250      IF WS-VENDOR-PAID-TOTAL >= WS-1099-THRESHOLD
000251          OR WS-VENDOR-WITHHELD-TOTAL > ZEROES
000252          PERFORM CHECK-FOR-PAGE-BREAK
000253          PERFORM PRINT-DETAIL-LINE
000254          PERFORM WRITE-EFILE-RECORD
000255          ADD 1 TO WS-VENDOR-COUNT
000256      ELSE
000257          ADD 1 TO WS-UNDER-THRESHOLD-COUNT
000258      END-IF.
000259
000260 WRITE-EFILE-RECORD.
000261      MOVE WS-REPORT-YEAR-FIELD TO EF-TAX-YEAR.
000262      MOVE VENDOR-NUMBER TO EF-VENDOR-NUMBER.
000263      MOVE VENDOR-TAX-ID TO EF-TAX-ID.
000264      MOVE VENDOR-NAME TO EF-VENDOR-NAME.
000265      MOVE VENDOR-ADDRESS-1 TO EF-ADDRESS-1.
000266      MOVE VENDOR-CITY TO EF-CITY.
000267      MOVE VENDOR-STATE TO EF-STATE.
000268      MOVE VENDOR-ZIP TO EF-ZIP.
000269      MOVE WS-VENDOR-PAID-TOTAL TO EF-AMOUNT-PAID.
000270      MOVE WS-VENDOR-WITHHELD-TOTAL TO EF-FED-TAX-WITHHELD.
000271      WRITE EFILE-RECORD.
000272
000273 CHECK-FOR-PAGE-BREAK.
000274      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000275          PERFORM PRINT-HEADINGS
000276      END-IF.
000277
000278 ENTER-REPORT-YEAR.
000279      MOVE "N" TO WS-YEAR-VALID-SWITCH.
000280      PERFORM GET-AND-CHECK-REPORT-YEAR
000281          UNTIL WS-YEAR-VALID.
000282      MOVE WS-REPORT-YEAR-FIELD TO HL1-REPORT-YEAR.
000283
000284 GET-AND-CHECK-REPORT-YEAR.
000285      DISPLAY "ENTER 1099 REPORT YEAR (YYYY)".
000286      ACCEPT WS-REPORT-YEAR-FIELD.
000287      IF WS-REPORT-YEAR-FIELD IS NUMERIC
000288          MOVE "Y" TO WS-YEAR-VALID-SWITCH
000289      ELSE
000290          DISPLAY "INVALID YEAR - PLEASE RE-ENTER"
000291      END-IF.
000292
000293*--------------------------------------------------
000294* Totals the report year's payments to the vendor
000295* just read, off the Vendor Payment History File.
000296* The history is OPENed and CLOSEd per vendor, the
000297* way VNDNEW03 re-reads its checkpoint file - a
000298* missing history file (no payment run yet) simply
000299* totals to zero. A payment backup withholding
000300* was kept back from counts gross - the cash sent
000301* plus the tax withheld.
000302*--------------------------------------------------
000303 SUM-VENDOR-PAYMENTS.
000304      MOVE ZEROES TO WS-VENDOR-PAID-TOTAL.
000305      MOVE ZEROES TO WS-VENDOR-WITHHELD-TOTAL.
000306      MOVE "N" TO WS-PMT-EOF-SWITCH.
000307      OPEN INPUT VENDOR-PAYMENT-HISTORY.
000308      IF WS-PMT-FILE-STATUS = "00"
000309          PERFORM READ-AND-TALLY-PAYMENT
000310              UNTIL NO-MORE-PAYMENT-RECORDS
000311          CLOSE VENDOR-PAYMENT-HISTORY
000312      ELSE
000313          IF WS-PMT-FILE-STATUS NOT = "35"
000314              AND NOT WS-PMT-OPEN-WARNED
000315              DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
000316                  WS-PMT-FILE-STATUS
000317              DISPLAY "AMOUNT PAID COLUMN IS NOT RELIABLE"
000318              MOVE "Y" TO WS-PMT-WARNED-SWITCH
000319          END-IF
000320      END-IF.
000321
000322 READ-AND-TALLY-PAYMENT.
000323      READ VENDOR-PAYMENT-HISTORY
000324          AT END
000325              MOVE "Y" TO WS-PMT-EOF-SWITCH
000326          NOT AT END
000327              IF PMT-VENDOR-NUMBER = VENDOR-NUMBER
000328                  AND PMT-PAYMENT-DATE (1:4) =
000329                      WS-REPORT-YEAR-FIELD
000330                  AND NOT PMT-VOIDED
000331                  ADD PMT-AMOUNT TO WS-VENDOR-PAID-TOTAL
000332                  PERFORM TALLY-PAYMENT-WITHHELD
000333              END-IF
000334      END-READ.
000335
000336 TALLY-PAYMENT-WITHHELD.
000337      IF PMT-WITHHELD-AMOUNT IS NUMERIC
000338          ADD PMT-WITHHELD-AMOUNT TO WS-VENDOR-PAID-TOTAL
000339          ADD PMT-WITHHELD-AMOUNT TO WS-VENDOR-WITHHELD-TOTAL
000340      END-IF.
000341
000342 PRINT-HEADINGS.
000343      ADD 1 TO WS-PAGE-COUNT.
000344      MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
000345      IF WS-PAGE-COUNT > 1
000346          MOVE SPACES TO LISTING-LINE
000347          WRITE LISTING-LINE BEFORE ADVANCING PAGE
000348      END-IF.
000349      MOVE HEADING-LINE-1 TO LISTING-LINE.
000350      WRITE LISTING-LINE.
000351      MOVE HEADING-LINE-2 TO LISTING-LINE.
000352      WRITE LISTING-LINE.
000353      MOVE SPACES TO LISTING-LINE.
000354      WRITE LISTING-LINE.
000355      MOVE 3 TO WS-LINE-COUNT.
000356
000357 PRINT-DETAIL-LINE.
000358      MOVE VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000359      MOVE VENDOR-NAME TO DL-VENDOR-NAME.
000360      MOVE VENDOR-ADDRESS-1 TO DL-VENDOR-ADDRESS-1.
000361      MOVE VENDOR-CITY TO DL-VENDOR-CITY.
000362      MOVE VENDOR-STATE TO DL-VENDOR-STATE.
000363      MOVE VENDOR-ZIP TO DL-VENDOR-ZIP.
000364      MOVE VENDOR-TAX-ID TO DL-VENDOR-TAX-ID.
000365      IF VENDOR-TAX-ID = SPACES
000366          MOVE "*NO TAX ID*" TO DL-TAXID-FLAG
000367          ADD 1 TO WS-NO-TAXID-COUNT
000368      ELSE
000369          IF VENDOR-TIN-MISMATCHED
000370              MOVE "*TIN MISMATCH*" TO DL-TAXID-FLAG
000371              ADD 1 TO WS-TIN-MISMATCH-COUNT
000372          ELSE
000373              MOVE SPACES TO DL-TAXID-FLAG
000374          END-IF
000375      END-IF.
000376      MOVE WS-VENDOR-PAID-TOTAL TO DL-PAID-AMOUNT.
000377      ADD WS-VENDOR-PAID-TOTAL TO WS-TOTAL-1099-PAID.
000378      MOVE WS-VENDOR-WITHHELD-TOTAL TO DL-WITHHELD-AMOUNT.
000379      ADD WS-VENDOR-WITHHELD-TOTAL TO WS-TOTAL-1099-WITHHELD.
000380      MOVE DETAIL-LINE TO LISTING-LINE.
000381      WRITE LISTING-LINE.
000382      ADD 1 TO WS-LINE-COUNT.
000383
000384 PRINT-TOTAL-LINE.
000385      MOVE WS-VENDOR-COUNT TO TL-VENDOR-COUNT.
000386      MOVE SPACES TO LISTING-LINE.
000387      WRITE LISTING-LINE.
000388      MOVE TOTAL-LINE TO LISTING-LINE.
000389      WRITE LISTING-LINE.
000390      MOVE WS-TOTAL-1099-PAID TO TL-TOTAL-PAID.
000391      MOVE TOTAL-PAID-LINE TO LISTING-LINE.
000392      WRITE LISTING-LINE.
000393      MOVE WS-TOTAL-1099-WITHHELD TO TL-TOTAL-WITHHELD.
000394      MOVE TOTAL-WITHHELD-LINE TO LISTING-LINE.
000395      WRITE LISTING-LINE.
000396      MOVE "REPORTABLE, NO TAX ID:" TO TC-LABEL.
000397      MOVE WS-NO-TAXID-COUNT TO TC-COUNT.
000398      MOVE TOTAL-COUNT-LINE TO LISTING-LINE.
000399      WRITE LISTING-LINE.
000400      MOVE "REPORTABLE, TIN MISMATCH:" TO TC-LABEL.
000401      MOVE WS-TIN-MISMATCH-COUNT TO TC-COUNT.
000402      MOVE TOTAL-COUNT-LINE TO LISTING-LINE.
000403      WRITE LISTING-LINE.
000404      MOVE "ELIGIBLE UNDER THRESHOLD:" TO TC-LABEL.
000405      MOVE WS-UNDER-THRESHOLD-COUNT TO TC-COUNT.
000406      MOVE TOTAL-COUNT-LINE TO LISTING-LINE.
000407      WRITE LISTING-LINE.
000408
000409     COPY "PRSGN01.CBL".
