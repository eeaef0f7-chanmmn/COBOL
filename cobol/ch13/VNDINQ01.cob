000034
000035 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000036 01 WS-BANK-ACCOUNT-SHOWN PIC X(17).
000037 01 WS-IBAN-SHOWN PIC X(34).
000038 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000039 01 VENDOR-NUMBER-FIELD PIC Z(5).
000040 01 WS-MORE-INQUIRIES PIC X(1) VALUE "Y".
000041     88 NO-MORE-INQUIRIES VALUE "N".
000042 01 WS-STATUS-TEXT PIC X(8).
000043
000044     COPY "WSSGN01.CBL".
000045
000046 PROCEDURE DIVISION.
000047 PROGRAM-BEGIN.
000048      PERFORM SIGN-ON-OPERATOR.
000049      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000050      PERFORM CHECK-OPERATOR-AUTHORITY.
000051      IF NOT WS-AUTHORITY-OK
000052          MOVE "N" TO WS-MORE-INQUIRIES
000053      END-IF.
000054      OPEN INPUT VENDOR-FILE.
000055      IF WS-VND-FILE-STATUS NOT = "00"
000056          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000057              WS-VND-FILE-STATUS
000058          MOVE "N" TO WS-MORE-INQUIRIES
000059      END-IF.
000060      OPEN INPUT VENDOR-XREF-FILE.
000061      PERFORM INQUIRE-RECORDS
000062          UNTIL NO-MORE-INQUIRIES.
000063      CLOSE VENDOR-FILE.
000064      CLOSE VENDOR-XREF-FILE.
000065
000066 PROGRAM-DONE.
000067      STOP RUN.
000068
000069 INQUIRE-RECORDS.
000070      DISPLAY "ENTER VENDOR NUMBER (0 TO STOP)".
000071      ACCEPT VENDOR-NUMBER-FIELD.
000072      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000073      IF VENDOR-NUMBER = ZEROES
000074          MOVE "N" TO WS-MORE-INQUIRIES
000075      ELSE
000076          PERFORM FIND-AND-DISPLAY-VENDOR-RECORD
000077      END-IF.
000078
000079 FIND-AND-DISPLAY-VENDOR-RECORD.
000080      READ VENDOR-FILE
000081          INVALID KEY
000082              PERFORM CHECK-MERGED-VENDOR
000083          NOT INVALID KEY
000084              PERFORM DISPLAY-VENDOR-RECORD
000085      END-READ.
000086
000087*--------------------------------------------------
000088* A number with no vendor record may be a merged-
000089* away duplicate - redirect the inquiry to the
000090* survivor the cross-reference names.
000091*--------------------------------------------------
000092 CHECK-MERGED-VENDOR.
000093      MOVE VENDOR-NUMBER TO XRF-DUPLICATE-NUMBER.
000094      READ VENDOR-XREF-FILE
000095          INVALID KEY
000096              DISPLAY "VENDOR NOT ON FILE"
000097          NOT INVALID KEY
000098              DISPLAY "VENDOR " XRF-DUPLICATE-NUMBER
000099                  " WAS MERGED INTO " XRF-SURVIVOR-NUMBER
000100              PERFORM DISPLAY-SURVIVOR-VENDOR
000101      END-READ.
000102
000103 DISPLAY-SURVIVOR-VENDOR.
000104      MOVE XRF-SURVIVOR-NUMBER TO VENDOR-NUMBER.
000105      READ VENDOR-FILE
000106          INVALID KEY
000107              DISPLAY "SURVIVOR NOT ON FILE"
000108          NOT INVALID KEY
000109              PERFORM DISPLAY-VENDOR-RECORD
000110      END-READ.
000111
000112 DISPLAY-VENDOR-RECORD.
000113      IF VENDOR-ACTIVE
000114          MOVE "ACTIVE" TO WS-STATUS-TEXT
000115      ELSE
000116          MOVE "INACTIVE" TO WS-STATUS-TEXT
000117      END-IF.
000118      DISPLAY "VENDOR NUMBER . . : " VENDOR-NUMBER.
000119      DISPLAY "NAME . . . . . . : " VENDOR-NAME.
000120      DISPLAY "ADDRESS-1  . . . : " VENDOR-ADDRESS-1.
000121      DISPLAY "ADDRESS-2  . . . : " VENDOR-ADDRESS-2.
000122      DISPLAY "CITY . . . . . . : " VENDOR-CITY.
000123      DISPLAY "STATE  . . . . . : " VENDOR-STATE.
000124      DISPLAY "ZIP  . . . . . . : " VENDOR-ZIP.
000125      DISPLAY "COUNTRY  . . . . : " VENDOR-COUNTRY.
000126      DISPLAY "CONTACT  . . . . : " VENDOR-CONTACT.
000127      DISPLAY "PHONE  . . . . . : " VENDOR-PHONE.
000128      DISPLAY "STATUS . . . . . : " WS-STATUS-TEXT.
000129      DISPLAY "TAX ID . . . . . : " VENDOR-TAX-ID.
000130      DISPLAY "1099 ELIGIBLE  . : " VENDOR-1099-FLAG.
000131      DISPLAY "BANK ROUTING . . : " VENDOR-BANK-ROUTING.
000132      MOVE VENDOR-BANK-ACCOUNT TO WS-BANK-ACCOUNT-SHOWN.
000133      PERFORM DISPLAY-BANK-ACCOUNT.
000134      DISPLAY "PAYMENT HOLD . . : " VENDOR-HOLD-FLAG.
000135      DISPLAY "WIRE SWIFT BIC . : " VENDOR-SWIFT-BIC.
000136      PERFORM DISPLAY-WIRE-IBAN.
000137      IF VENDOR-INACTIVE
000138          PERFORM CHECK-MERGED-NOTE
000139      END-IF.
000140
000141*--------------------------------------------------
000142* An inactive vendor that was merged away carries
000143* a cross-reference - note where it went.
000144*--------------------------------------------------
000145 CHECK-MERGED-NOTE.
000146      MOVE VENDOR-NUMBER TO XRF-DUPLICATE-NUMBER.
000147      READ VENDOR-XREF-FILE
000148          INVALID KEY
000149              CONTINUE
000150          NOT INVALID KEY
000151              DISPLAY "MERGED INTO VENDOR "
000152                  XRF-SURVIVOR-NUMBER
000153      END-READ.
000154*--------------------------------------------------
000155* The full bank account number is payment-level
000156* information. Anyone below that level sees only
000157* the last four characters - enough to confirm
000158* "ending in 1234" on the phone, nothing more.
000159*--------------------------------------------------
000160 DISPLAY-BANK-ACCOUNT.
000161      IF WS-OPERATOR-AUTHORITY < 3
000162          MOVE "*************" TO
000163              WS-BANK-ACCOUNT-SHOWN (1:13)
000164      END-IF.
000165      DISPLAY "BANK ACCOUNT . . : "
000166          WS-BANK-ACCOUNT-SHOWN.
000167
000168*--------------------------------------------------
000169* The wire IBAN is masked the same way, leaving
000170* only its country code and check digits.
000171*--------------------------------------------------
000172 DISPLAY-WIRE-IBAN.
000173      MOVE VENDOR-IBAN TO WS-IBAN-SHOWN.
000174      IF WS-OPERATOR-AUTHORITY < 3
000175          AND VENDOR-IBAN NOT = SPACES
000176          MOVE ALL "*" TO WS-IBAN-SHOWN (5:30)
000177      END-IF.
000178      DISPLAY "WIRE IBAN  . . . : " WS-IBAN-SHOWN.
000179
000180
000181     COPY "PRSGN01.CBL".
