000015* mail the vendor. The payment history is opened
000016* fresh per vendor, the same reopen-per-use
000017* VND1099RPT does.
000018* An open invoice shows in the currency it was
000019* billed in and in US dollars at its entry rate;
000020* the balance owed is US dollars.
000021* A printed statement is mailed to the vendor's
000022* default remit-to address off the Vendor Remit-To
000023* Address File, or to the Vendor File address when
000024* the vendor has no default.
000025*------------------------------------------------
000026 ENVIRONMENT DIVISION.
000027 INPUT-OUTPUT SECTION.
000028 FILE-CONTROL.
000029
000030     COPY "SLVND01.CBL".
000031
000032     COPY "SLINV01.CBL".
000033
000034     COPY "SLPMT01.CBL".
000035
000036     COPY "SLOPR01.CBL".
000037
000038     COPY "SLRMT01.CBL".
000039
000040     SELECT STATEMENT-PRINT
000041         ASSIGN TO "vndstmt.txt"
000042         ORGANIZATION IS LINE SEQUENTIAL.
000043
000044 DATA DIVISION.
000045 FILE SECTION.
000046
000047     COPY "FDVND02.CBL".
000048
000049     COPY "FDINV01.CBL".
000050
000051     COPY "FDPMT01.CBL".
000052
000053     COPY "FDOPR01.CBL".
000054
000055     COPY "FDRMT01.CBL".
000056
000057 FD  STATEMENT-PRINT
000058     LABEL RECORDS ARE STANDARD.
000059 01  STATEMENT-LINE              PIC X(80).
000060
000061 WORKING-STORAGE SECTION.
000062
000063 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000064 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000065 01 WS-PMT-FILE-STATUS PIC X(2) VALUE "00".
000066 01 WS-RMT-FILE-STATUS PIC X(2) VALUE "00".
000067 01 VENDOR-NUMBER-FIELD PIC Z(5).
000068 01 WS-MORE-STATEMENTS PIC X(1) VALUE "Y".
000069     88 NO-MORE-STATEMENTS VALUE "N".
000070 01 WS-INVOICE-EOF-SWITCH PIC X(1) VALUE "N".
000071     88 NO-MORE-INVOICE-RECORDS VALUE "Y".
000072 01 WS-PMT-EOF-SWITCH PIC X(1) VALUE "N".
000073     88 NO-MORE-PAYMENT-RECORDS VALUE "Y".
000074 01 WS-PRINT-FIELD PIC X(1).
000075 01 WS-PRINT-SWITCH PIC X(1) VALUE "N".
000076     88 WS-PRINT-WANTED VALUE "Y".
000077 01 WS-STATEMENT-VENDOR PIC 9(5).
000078 01 WS-RMT-EOF-SWITCH PIC X(1) VALUE "N".
000079     88 NO-MORE-REMIT-RECORDS VALUE "Y".
000080 01 WS-MAIL-ADDRESS.
000081     05 WS-MAIL-NAME PIC X(30).
000082     05 WS-MAIL-ADDRESS-1 PIC X(30).
000083     05 WS-MAIL-ADDRESS-2 PIC X(30).
000084     05 WS-MAIL-CITY PIC X(20).
000085*--------------------------------------------------
000086* Balance owed: open invoices add, open credit
000087* memos subtract - signed, because a vendor can
000088* owe us on balance.
000089*--------------------------------------------------
000090 01 WS-BALANCE-OWED PIC S9(11)V99 VALUE ZERO.
000091 01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
000092 01 WS-PAYMENT-COUNT PIC 9(5) VALUE ZERO.
000093 01 WS-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
000094
000095 01 STMT-HEADING-1.
000096     05 FILLER                 PIC X(18) VALUE "VENDOR STATEMENT".
000097     05 SH1-VENDOR-NUMBER      PIC Z(4)9.
000098     05 FILLER                 PIC X(2)  VALUE SPACES.
000099     05 SH1-VENDOR-NAME        PIC X(30).
000100
000101 01 STMT-ADDRESS-LINE.
000102     05 FILLER                 PIC X(5)  VALUE SPACES.
000103     05 SA-TEXT                PIC X(30).
000104
000105 01 STMT-SECTION-LINE          PIC X(40).
000106
000107 01 STMT-INVOICE-LINE.
000108     05 SI-INVOICE-NUMBER      PIC X(10).
000109     05 FILLER                 PIC X(2)  VALUE SPACES.
000110     05 SI-DUE-DATE            PIC 9(8).
000111     05 FILLER                 PIC X(2)  VALUE SPACES.
000112     05 SI-CURRENCY            PIC X(3).
000113     05 SI-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000114     05 FILLER                 PIC X(1)  VALUE SPACES.
000115     05 SI-CR-FLAG             PIC X(2).
000116     05 FILLER                 PIC X(1)  VALUE SPACES.
000117     05 SI-USD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
000118
000119 01 STMT-PAYMENT-LINE.
000120     05 SP-PAYMENT-DATE        PIC 9(8).
000121     05 FILLER                 PIC X(2)  VALUE SPACES.
000122     05 SP-METHOD              PIC X(3).
000123     05 FILLER                 PIC X(2)  VALUE SPACES.
000124     05 SP-CHECK-NUMBER        PIC Z(5)9.
000125     05 FILLER                 PIC X(2)  VALUE SPACES.
000126     05 SP-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000127     05 FILLER                 PIC X(1)  VALUE SPACES.
000128     05 SP-NOTE                PIC X(6).
000129
000130 01 STMT-BALANCE-LINE.
000131     05 FILLER                 PIC X(16) VALUE "BALANCE OWED USD".
000132     05 SB-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000133
000134     COPY "WSSGN01.CBL".
000135
000136     COPY "WSFXR01.CBL".
000137
000138 PROCEDURE DIVISION.
000139 PROGRAM-BEGIN.
000140      PERFORM SIGN-ON-OPERATOR.
000141      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000142      PERFORM CHECK-OPERATOR-AUTHORITY.
000143      IF NOT WS-AUTHORITY-OK
000144          MOVE "N" TO WS-MORE-STATEMENTS
000145      END-IF.
000146      OPEN INPUT VENDOR-FILE.
000147      IF WS-VND-FILE-STATUS NOT = "00"
000148          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000149              WS-VND-FILE-STATUS
000150          MOVE "N" TO WS-MORE-STATEMENTS
000151      END-IF.
000152      OPEN INPUT OPEN-INVOICE-FILE.
000153      OPEN INPUT REMIT-TO-FILE.
000154      OPEN OUTPUT STATEMENT-PRINT.
000155      PERFORM STATEMENT-REQUESTS
000156          UNTIL NO-MORE-STATEMENTS.
000157      CLOSE VENDOR-FILE.
000158      CLOSE OPEN-INVOICE-FILE.
000159      CLOSE REMIT-TO-FILE.
000160      CLOSE STATEMENT-PRINT.
000161      DISPLAY WS-STATEMENT-COUNT " STATEMENTS PRINTED".
000162
000163 PROGRAM-DONE.
000164      STOP RUN.
000165
000166 STATEMENT-REQUESTS.
000167      DISPLAY "ENTER VENDOR NUMBER (0 TO STOP)".
000168      ACCEPT VENDOR-NUMBER-FIELD.
000169      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000170      IF VENDOR-NUMBER = ZEROES
000171          MOVE "N" TO WS-MORE-STATEMENTS
000172      ELSE
000173          PERFORM FIND-STATEMENT-VENDOR
000174      END-IF.
000175
000176 FIND-STATEMENT-VENDOR.
000177      READ VENDOR-FILE
000178          INVALID KEY
000179              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000180          NOT INVALID KEY
000181              PERFORM BUILD-ONE-STATEMENT
000182      END-READ.
000183
000184 BUILD-ONE-STATEMENT.
000185      MOVE VENDOR-NUMBER TO WS-STATEMENT-VENDOR.
000186      MOVE ZEROES TO WS-BALANCE-OWED.
000187      MOVE ZEROES TO WS-OPEN-COUNT.
000188      MOVE ZEROES TO WS-PAYMENT-COUNT.
000189      PERFORM ASK-PRINT-STATEMENT.
000190      PERFORM PUT-STATEMENT-HEADING.
000191      PERFORM LIST-OPEN-INVOICES.
000192      PERFORM LIST-VENDOR-PAYMENTS.
000193      PERFORM PUT-BALANCE-LINE.
000194      IF WS-PRINT-WANTED
000195          ADD 1 TO WS-STATEMENT-COUNT
000196      END-IF.
000197
000198 ASK-PRINT-STATEMENT.
000199      DISPLAY "PRINT A MAILABLE STATEMENT TOO (Y/N)".
000200      ACCEPT WS-PRINT-FIELD.
000201      IF WS-PRINT-FIELD = "Y"
000202          MOVE "Y" TO WS-PRINT-SWITCH
000203      ELSE
000204          MOVE "N" TO WS-PRINT-SWITCH
000205      END-IF.
000206
000207 PUT-STATEMENT-HEADING.
000208      MOVE WS-STATEMENT-VENDOR TO SH1-VENDOR-NUMBER.
000209      MOVE VENDOR-NAME TO SH1-VENDOR-NAME.
000210      DISPLAY "STATEMENT FOR " VENDOR-NUMBER
000211          " " VENDOR-NAME.
000212      IF WS-PRINT-WANTED
000213          MOVE STMT-HEADING-1 TO STATEMENT-LINE
000214          WRITE STATEMENT-LINE
000215          PERFORM FIND-MAILING-ADDRESS
000216          IF WS-MAIL-NAME NOT = VENDOR-NAME
000217              MOVE WS-MAIL-NAME TO SA-TEXT
000218              MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
000219              WRITE STATEMENT-LINE
000220          END-IF
000221          MOVE WS-MAIL-ADDRESS-1 TO SA-TEXT
000222          MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
000223          WRITE STATEMENT-LINE
000224          MOVE WS-MAIL-ADDRESS-2 TO SA-TEXT
000225          MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
000226          WRITE STATEMENT-LINE
000227          MOVE WS-MAIL-CITY TO SA-TEXT
000228          MOVE STMT-ADDRESS-LINE TO STATEMENT-LINE
000229          WRITE STATEMENT-LINE
000230      END-IF.
000231      PERFORM PUT-SECTION-LINE-OPEN.
000232
000233*--------------------------------------------------
000234* The Vendor File address unless the vendor has a
000235* remit-to marked default - its remit-to addresses
000236* are contiguous from its first possible key, the
000237* same as its invoices.
000238*--------------------------------------------------
000239 FIND-MAILING-ADDRESS.
000240      MOVE VENDOR-NAME TO WS-MAIL-NAME.
000241      MOVE VENDOR-ADDRESS-1 TO WS-MAIL-ADDRESS-1.
000242      MOVE VENDOR-ADDRESS-2 TO WS-MAIL-ADDRESS-2.
000243      MOVE VENDOR-CITY TO WS-MAIL-CITY.
000244      MOVE "N" TO WS-RMT-EOF-SWITCH.
000245      MOVE WS-STATEMENT-VENDOR TO RMT-VENDOR-NUMBER.
000246      MOVE LOW-VALUES TO RMT-REMIT-CODE.
000247      START REMIT-TO-FILE
000248          KEY IS NOT LESS THAN RMT-REMIT-KEY
000249          INVALID KEY
000250              MOVE "Y" TO WS-RMT-EOF-SWITCH
000251      END-START.
000252      PERFORM CHECK-NEXT-REMIT-TO
000253          UNTIL NO-MORE-REMIT-RECORDS.
000254
000255 CHECK-NEXT-REMIT-TO.
000256      READ REMIT-TO-FILE NEXT RECORD
000257          AT END
000258              MOVE "Y" TO WS-RMT-EOF-SWITCH
000259          NOT AT END
000260              IF RMT-VENDOR-NUMBER NOT = WS-STATEMENT-VENDOR
000261                  MOVE "Y" TO WS-RMT-EOF-SWITCH
000262              ELSE
000263                  IF RMT-IS-DEFAULT
000264                      MOVE RMT-NAME TO WS-MAIL-NAME
000265                      MOVE RMT-ADDRESS-1 TO WS-MAIL-ADDRESS-1
000266                      MOVE RMT-ADDRESS-2 TO WS-MAIL-ADDRESS-2
000267                      MOVE RMT-CITY TO WS-MAIL-CITY
000268                      MOVE "Y" TO WS-RMT-EOF-SWITCH
000269                  END-IF
000270              END-IF
000271      END-READ.
000272
000273 PUT-SECTION-LINE-OPEN.
000274      DISPLAY "OPEN ITEMS".
000275      IF WS-PRINT-WANTED
000276          MOVE "OPEN ITEMS" TO STMT-SECTION-LINE
000277          MOVE STMT-SECTION-LINE TO STATEMENT-LINE
000278          WRITE STATEMENT-LINE
000279      END-IF.
000280
000281*--------------------------------------------------
000282* START at the vendor's first possible invoice key
000283* and read until the vendor changes - the key is
000284* vendor-first, so the vendor's invoices are
000285* contiguous.
000286*--------------------------------------------------
000287 LIST-OPEN-INVOICES.
000288      MOVE "N" TO WS-INVOICE-EOF-SWITCH.
000289      MOVE WS-STATEMENT-VENDOR TO INV-VENDOR-NUMBER.
000290      MOVE LOW-VALUES TO INV-INVOICE-NUMBER.
000291      START OPEN-INVOICE-FILE
000292          KEY IS NOT LESS THAN INV-INVOICE-KEY
000293          INVALID KEY
000294              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000295      END-START.
000296      PERFORM LIST-ONE-OPEN-INVOICE
000297          UNTIL NO-MORE-INVOICE-RECORDS.
000298      IF WS-OPEN-COUNT = ZEROES
000299          DISPLAY "  (NO OPEN ITEMS)"
000300      END-IF.
000301
000302 LIST-ONE-OPEN-INVOICE.
000303      READ OPEN-INVOICE-FILE NEXT RECORD
000304          AT END
000305              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000306          NOT AT END
000307              IF INV-VENDOR-NUMBER NOT = WS-STATEMENT-VENDOR
000308                  MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000309              ELSE
000310                  IF INVOICE-OPEN
000311                      PERFORM PUT-OPEN-INVOICE-LINE
000312                  END-IF
000313              END-IF
000314      END-READ.
000315
000316 PUT-OPEN-INVOICE-LINE.
000317      ADD 1 TO WS-OPEN-COUNT.
000318      MOVE INV-INVOICE-NUMBER TO SI-INVOICE-NUMBER.
000319      MOVE INV-DUE-DATE TO SI-DUE-DATE.
000320      PERFORM LOAD-INVOICE-USD-GROSS.
000321      MOVE WS-INVOICE-CURRENCY TO SI-CURRENCY.
000322      MOVE INV-GROSS-AMOUNT TO SI-AMOUNT.
000323      MOVE WS-INVOICE-USD-GROSS TO SI-USD-AMOUNT.
000324      IF INVOICE-IS-CREDIT
000325          MOVE "CR" TO SI-CR-FLAG
000326          SUBTRACT WS-INVOICE-USD-GROSS FROM WS-BALANCE-OWED
000327      ELSE
000328          MOVE SPACES TO SI-CR-FLAG
000329          ADD WS-INVOICE-USD-GROSS TO WS-BALANCE-OWED
000330      END-IF.
000331      DISPLAY "  " STMT-INVOICE-LINE.
000332      IF WS-PRINT-WANTED
000333          MOVE STMT-INVOICE-LINE TO STATEMENT-LINE
000334          WRITE STATEMENT-LINE
000335      END-IF.
000336
000337*--------------------------------------------------
000338* The history is opened and closed per statement,
000339* the way VND1099RPT re-reads it per vendor. A
000340* voided payment still shows, marked VOIDED, so
000341* the phone conversation about the lost check
000342* makes sense.
000343*--------------------------------------------------
000344 LIST-VENDOR-PAYMENTS.
000345      DISPLAY "PAYMENTS".
000346      IF WS-PRINT-WANTED
000347          MOVE "PAYMENTS" TO STMT-SECTION-LINE
000348          MOVE STMT-SECTION-LINE TO STATEMENT-LINE
000349          WRITE STATEMENT-LINE
000350      END-IF.
000351      MOVE "N" TO WS-PMT-EOF-SWITCH.
000352      OPEN INPUT VENDOR-PAYMENT-HISTORY.
000353      IF WS-PMT-FILE-STATUS = "00"
000354          PERFORM LIST-ONE-PAYMENT
000355              UNTIL NO-MORE-PAYMENT-RECORDS
000356          CLOSE VENDOR-PAYMENT-HISTORY
000357      ELSE
000358          IF WS-PMT-FILE-STATUS NOT = "35"
000359              DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
000360                  WS-PMT-FILE-STATUS
000361          END-IF
000362      END-IF.
000363      IF WS-PAYMENT-COUNT = ZEROES
000364          DISPLAY "  (NO PAYMENTS ON FILE)"
000365      END-IF.
000366
000367 LIST-ONE-PAYMENT.
000368      READ VENDOR-PAYMENT-HISTORY
000369          AT END
000370              MOVE "Y" TO WS-PMT-EOF-SWITCH
000371          NOT AT END
000372              IF PMT-VENDOR-NUMBER = WS-STATEMENT-VENDOR
000373                  PERFORM PUT-PAYMENT-LINE
000374              END-IF
000375      END-READ.
000376
000377 PUT-PAYMENT-LINE.
000378      ADD 1 TO WS-PAYMENT-COUNT.
000379      MOVE PMT-PAYMENT-DATE TO SP-PAYMENT-DATE.
000380      MOVE PMT-METHOD TO SP-METHOD.
000381      MOVE PMT-CHECK-NUMBER TO SP-CHECK-NUMBER.
000382      MOVE PMT-AMOUNT TO SP-AMOUNT.
000383      IF PMT-VOIDED
000384          MOVE "VOIDED" TO SP-NOTE
000385      ELSE
000386          MOVE SPACES TO SP-NOTE
000387      END-IF.
000388      DISPLAY "  " STMT-PAYMENT-LINE.
000389      IF WS-PRINT-WANTED
000390          MOVE STMT-PAYMENT-LINE TO STATEMENT-LINE
000391          WRITE STATEMENT-LINE
000392      END-IF.
000393
000394 PUT-BALANCE-LINE.
000395      MOVE WS-BALANCE-OWED TO SB-AMOUNT.
000396      DISPLAY "  " STMT-BALANCE-LINE.
000397      IF WS-PRINT-WANTED
000398          MOVE STMT-BALANCE-LINE TO STATEMENT-LINE
000399          WRITE STATEMENT-LINE
000400          MOVE SPACES TO STATEMENT-LINE
000401          WRITE STATEMENT-LINE BEFORE ADVANCING PAGE
000402      END-IF.
000403
000404     COPY "PRSGN01.CBL".
000405
000406     COPY "PRFXR01.CBL".
