000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDPMTCV.
000003*------------------------------------------------
000004* Vendor Payment History conversion, run once each
000005* time fields are appended to FDPMT01.CBL -
000006* PMT-STATUS and PMT-CLEARED, then PMT-RUN-ID,
000007* then PMT-CURRENCY-CODE and -AMOUNT, then
000008* PMT-LETTER-DATE and PMT-ESCHEAT-DATE, then
000009* PMT-WITHHELD-AMOUNT, then PMT-REMIT-CODE. A
000010* history line written before the appends is
000011* shorter than the grown record: it READs fine -
000012* the appended fields come back SPACES - but a
000013* REWRITE over it fails with file status 44, so
000014* VNDVOID01 cannot void and VNDBNK01 cannot mark
000015* cleared any payment made before the appends.
000016* This run rewrites every record at the full new
000017* length: pass one copies the history to a work
000018* file, normalizing the appended fields as it
000019* goes; pass two rebuilds the history from the
000020* work file. The work file is left behind as the
000021* before-image until the next run replaces it. The
000022* record counts of the two passes must match and
000023* both are printed and logged.
000024*------------------------------------------------
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028
000029     COPY "SLPMT01.CBL".
000030
000031     COPY "SLOPR01.CBL".
000032
000033     SELECT PAYMENT-CONVERT-FILE
000034         ASSIGN TO "vndpmtcv.txt"
000035         ORGANIZATION IS LINE SEQUENTIAL
000036         FILE STATUS IS WS-CNV-FILE-STATUS.
000037
000038 DATA DIVISION.
000039 FILE SECTION.
000040
000041     COPY "FDPMT01.CBL".
000042
000043     COPY "FDOPR01.CBL".
000044
000045*--------------------------------------------------
000046* Work-file record, the full PAYMENT-RECORD length.
000047* Keep in step with FDPMT01.CBL: a field appended
000048* there grows this picture too.
000049*--------------------------------------------------
000050 FD  PAYMENT-CONVERT-FILE
000051     LABEL RECORDS ARE STANDARD.
000052 01  CONVERT-RECORD              PIC X(135).
000053
000054 WORKING-STORAGE SECTION.
000055
000056 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000057 01 WS-PMT-FILE-STATUS          PIC X(2) VALUE "00".
000058 01 WS-CNV-FILE-STATUS          PIC X(2) VALUE "00".
000059 01 WS-PMT-EOF-SWITCH           PIC X(1) VALUE "N".
000060     88 NO-MORE-PAYMENT-RECORDS     VALUE "Y".
000061 01 WS-CNV-EOF-SWITCH           PIC X(1) VALUE "N".
000062     88 NO-MORE-CONVERT-RECORDS     VALUE "Y".
000063 01 WS-UNLOAD-COUNT             PIC 9(5) VALUE ZERO.
000064 01 WS-RELOAD-COUNT             PIC 9(5) VALUE ZERO.
000065
000066*--------------------------------------------------
000067* Run Control Log fields for the START/END records
000068* this run writes through VNDRUNLG.
000069*--------------------------------------------------
000070 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDPMTCV".
000071 01 WS-RUN-ENTRY-TYPE PIC X(5).
000072 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000073
000074     COPY "WSSGN01.CBL".
000075
000076 PROCEDURE DIVISION.
000077 PROGRAM-BEGIN.
000078      PERFORM SIGN-ON-OPERATOR.
000079      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000080      PERFORM CHECK-OPERATOR-AUTHORITY.
000081      IF WS-AUTHORITY-OK
000082          PERFORM RUN-HISTORY-CONVERSION
000083      END-IF.
000084
000085 PROGRAM-DONE.
000086      STOP RUN.
000087
000088 RUN-HISTORY-CONVERSION.
000089      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000090      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000091          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000092          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000093          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000094      PERFORM UNLOAD-HISTORY-TO-WORK.
000095      IF WS-UNLOAD-COUNT > ZEROES
000096          PERFORM RELOAD-HISTORY-FROM-WORK
000097      ELSE
000098          DISPLAY "NOTHING TO CONVERT - HISTORY UNTOUCHED"
000099      END-IF.
000100      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000101      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000102          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000103          WS-UNLOAD-COUNT WS-RELOAD-COUNT
000104          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000105      DISPLAY WS-UNLOAD-COUNT " RECORDS UNLOADED".
000106      DISPLAY WS-RELOAD-COUNT " RECORDS RELOADED".
000107      IF WS-UNLOAD-COUNT NOT = WS-RELOAD-COUNT
000108          DISPLAY "COUNTS DISAGREE - DO NOT PAY UNTIL"
000109          DISPLAY "THE HISTORY IS RESTORED AND CHECKED"
000110      END-IF.
000111
000112*--------------------------------------------------
000113* Pass one: history to the work file at full
000114* length. The CLOSE sits inside the opened-OK
000115* branch and runs unconditionally there - the
000116* copy ends at end of file with status "10". A
000117* history that will not open (first site ever)
000118* just converts nothing.
000119*--------------------------------------------------
000120 UNLOAD-HISTORY-TO-WORK.
000121      MOVE "N" TO WS-PMT-EOF-SWITCH.
000122      OPEN INPUT VENDOR-PAYMENT-HISTORY.
000123      IF WS-PMT-FILE-STATUS = "00"
000124          OPEN OUTPUT PAYMENT-CONVERT-FILE
000125          PERFORM UNLOAD-ONE-RECORD
000126              UNTIL NO-MORE-PAYMENT-RECORDS
000127          CLOSE VENDOR-PAYMENT-HISTORY
000128          CLOSE PAYMENT-CONVERT-FILE
000129      ELSE
000130          DISPLAY "PAYMENT HISTORY OPEN FAILED - STATUS "
000131              WS-PMT-FILE-STATUS
000132      END-IF.
000133
000134*--------------------------------------------------
000135* The appended fields of a pre-append record read
000136* back SPACES; they are normalized here - only "V"
000137* stays voided and "E" escheated, only "C" stays
000138* cleared, a date that does not read as a number
000139* becomes zeroes, a payment with no currency was
000140* made in US dollars for PMT-AMOUNT - so every
000141* reloaded record carries clean values at the
000142* full length.
000143*--------------------------------------------------
000144 UNLOAD-ONE-RECORD.
000145      READ VENDOR-PAYMENT-HISTORY
000146          AT END
000147              MOVE "Y" TO WS-PMT-EOF-SWITCH
000148          NOT AT END
000149              PERFORM NORMALIZE-APPENDED-FIELDS
000150              MOVE PAYMENT-RECORD TO CONVERT-RECORD
000151              WRITE CONVERT-RECORD
000152              ADD 1 TO WS-UNLOAD-COUNT
000153      END-READ.
000154
000155 NORMALIZE-APPENDED-FIELDS.
000156      IF PMT-STATUS NOT = "V"
000157          AND PMT-STATUS NOT = "E"
000158          MOVE SPACES TO PMT-STATUS
000159      END-IF.
000160      IF PMT-CLEARED-FLAG NOT = "C"
000161          MOVE SPACES TO PMT-CLEARED-FLAG
000162      END-IF.
000163      IF PMT-CLEARED-DATE IS NUMERIC
000164          CONTINUE
000165      ELSE
000166          MOVE ZEROES TO PMT-CLEARED-DATE
000167      END-IF.
000168      IF PMT-CURRENCY-CODE = SPACES
000169          OR PMT-CURRENCY-CODE IS NOT ALPHABETIC
000170          MOVE "USD" TO PMT-CURRENCY-CODE
000171      END-IF.
000172      IF PMT-CURRENCY-AMOUNT IS NOT NUMERIC
000173          MOVE PMT-AMOUNT TO PMT-CURRENCY-AMOUNT
000174      END-IF.
000175      IF PMT-LETTER-DATE IS NOT NUMERIC
000176          MOVE ZEROES TO PMT-LETTER-DATE
000177      END-IF.
000178      IF PMT-ESCHEAT-DATE IS NOT NUMERIC
000179          MOVE ZEROES TO PMT-ESCHEAT-DATE
000180      END-IF.
000181      IF PMT-WITHHELD-AMOUNT IS NOT NUMERIC
000182          MOVE ZEROES TO PMT-WITHHELD-AMOUNT
000183      END-IF.
000184
000185*--------------------------------------------------
000186* Pass two: the history rebuilt whole from the
000187* work file. Every record now REWRITEs cleanly at
000188* the grown length.
000189*--------------------------------------------------
000190 RELOAD-HISTORY-FROM-WORK.
000191      MOVE "N" TO WS-CNV-EOF-SWITCH.
000192      OPEN INPUT PAYMENT-CONVERT-FILE.
000193      IF WS-CNV-FILE-STATUS = "00"
000194          OPEN OUTPUT VENDOR-PAYMENT-HISTORY
000195          PERFORM RELOAD-ONE-RECORD
000196              UNTIL NO-MORE-CONVERT-RECORDS
000197          CLOSE PAYMENT-CONVERT-FILE
000198          CLOSE VENDOR-PAYMENT-HISTORY
000199      ELSE
000200          DISPLAY "WORK FILE OPEN FAILED - STATUS "
000201              WS-CNV-FILE-STATUS
000202      END-IF.
000203
000204 RELOAD-ONE-RECORD.
000205      READ PAYMENT-CONVERT-FILE
000206          AT END
000207              MOVE "Y" TO WS-CNV-EOF-SWITCH
000208          NOT AT END
000209              MOVE CONVERT-RECORD TO PAYMENT-RECORD
000210              WRITE PAYMENT-RECORD
000211              ADD 1 TO WS-RELOAD-COUNT
000212      END-READ.
000213
000214     COPY "PRSGN01.CBL".
