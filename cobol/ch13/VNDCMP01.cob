000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDCMP01.
000003*------------------------------------------------
000004* Maintain the Vendor Compliance Document File.
000005* For a vendor on the Vendor File the operator
000006* lists the documents held, records or updates
000007* one - a signed W-9 (W9), a certificate of
000008* insurance (INS) or a contract (CON) - with the
000009* date it was received and the date it expires,
000010* or removes one on confirmation. On the INS
000011* record the operator also says whether the
000012* vendor must carry insurance at all; for those
000013* that must, VNDPAY01 and VNDCSH01 hold payment
000014* while the certificate is missing or past its
000015* expiry date. A W-9 never expires. Every record
000016* written carries the operator and date.
000017* Maintenance authority is required.
000018*------------------------------------------------
000019 ENVIRONMENT DIVISION.
000020 INPUT-OUTPUT SECTION.
000021 FILE-CONTROL.
000022
000023     COPY "SLCMP01.CBL".
000024
000025     COPY "SLVND01.CBL".
000026
000027     COPY "SLOPR01.CBL".
000028
000029 DATA DIVISION.
000030 FILE SECTION.
000031
000032     COPY "FDCMP01.CBL".
000033
000034     COPY "FDVND02.CBL".
000035
000036     COPY "FDOPR01.CBL".
000037
000038 WORKING-STORAGE SECTION.
000039
000040 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000041 01 WS-CMP-FILE-STATUS PIC X(2) VALUE "00".
000042 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000043 01 WS-DOCUMENT-EOF-SWITCH PIC X(1) VALUE "N".
000044     88 NO-MORE-DOCUMENT-RECORDS VALUE "Y".
000045 01 WS-MORE-ACTIONS PIC X(1) VALUE "Y".
000046     88 NO-MORE-ACTIONS VALUE "N".
000047 01 WS-ACTION-CHOICE PIC 9 VALUE ZERO.
000048 01 WS-CONFIRM-FIELD PIC X(1).
000049 01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
000050 01 WS-RECORDED-COUNT PIC 9(5) VALUE ZERO.
000051 01 WS-UPDATED-COUNT PIC 9(5) VALUE ZERO.
000052 01 WS-REMOVED-COUNT PIC 9(5) VALUE ZERO.
000053*--------------------------------------------------
000054* The vendor asked about must be on the Vendor
000055* File - a document for a vendor that does not
000056* exist would never be looked at again.
000057*--------------------------------------------------
000058 01 VENDOR-NUMBER-FIELD PIC Z(5).
000059 01 WS-DOCUMENT-VENDOR PIC 9(5) VALUE ZERO.
000060 01 WS-VENDOR-FOUND-SWITCH PIC X(1) VALUE "N".
000061     88 WS-VENDOR-FOUND VALUE "Y".
000062 01 WS-DOC-TYPE-FIELD PIC X(3).
000063 01 WS-TYPE-VALID-SWITCH PIC X(1) VALUE "N".
000064     88 WS-TYPE-VALID VALUE "Y".
000065*--------------------------------------------------
000066* Dates are keyed through an alphanumeric field
000067* so a bad one is re-prompted. Blank is allowed
000068* and stored as zero: no received date means the
000069* document is still awaited, no expiry date means
000070* it does not lapse. A certificate of insurance
000071* that has been received must carry its expiry.
000072*--------------------------------------------------
000073 01 WS-DATE-FIELD PIC X(8).
000074 01 WS-DATE-VALID-SWITCH PIC X(1) VALUE "N".
000075     88 WS-DATE-VALID VALUE "Y".
000076 01 WS-RECEIVED-DATE PIC 9(8) VALUE ZERO.
000077 01 WS-EXPIRY-DATE PIC 9(8) VALUE ZERO.
000078 01 WS-REQUIRED-FIELD PIC X(1).
000079 01 WS-REQUIRED-VALID-SWITCH PIC X(1) VALUE "N".
000080     88 WS-REQUIRED-VALID VALUE "Y".
000081 01 WS-REFERENCE-FIELD PIC X(30).
000082
000083*--------------------------------------------------
000084* Run Control Log fields for the START/END records
000085* this run writes through VNDRUNLG.
000086*--------------------------------------------------
000087 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDCMP01".
000088 01 WS-RUN-ENTRY-TYPE PIC X(5).
000089 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000090
000091     COPY "WSSGN01.CBL".
000092
000093 PROCEDURE DIVISION.
000094 PROGRAM-BEGIN.
000095      PERFORM SIGN-ON-OPERATOR.
000096      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000097      PERFORM CHECK-OPERATOR-AUTHORITY.
000098      IF WS-AUTHORITY-OK
000099          PERFORM MAINTAIN-DOCUMENT-SESSION
000100      END-IF.
000101
000102 PROGRAM-DONE.
000103      STOP RUN.
000104
000105 MAINTAIN-DOCUMENT-SESSION.
000106      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000107      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000108          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000109          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000110          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000111      OPEN INPUT VENDOR-FILE.
000112      IF WS-VND-FILE-STATUS NOT = "00"
000113          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000114              WS-VND-FILE-STATUS
000115          MOVE "N" TO WS-MORE-ACTIONS
000116      END-IF.
000117      OPEN I-O VENDOR-DOCUMENT-FILE.
000118      IF WS-CMP-FILE-STATUS NOT = "00"
000119          AND WS-CMP-FILE-STATUS NOT = "05"
000120          DISPLAY "COMPLIANCE DOCUMENT FILE OPEN FAILED - "
000121              "STATUS " WS-CMP-FILE-STATUS
000122          MOVE "N" TO WS-MORE-ACTIONS
000123      END-IF.
000124      PERFORM MAINTAIN-ONE-ACTION
000125          UNTIL NO-MORE-ACTIONS.
000126      CLOSE VENDOR-DOCUMENT-FILE.
000127      CLOSE VENDOR-FILE.
000128      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000129      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000130          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000131          WS-RECORDED-COUNT WS-UPDATED-COUNT
000132          WS-REMOVED-COUNT WS-RUN-ZERO-COUNT.
000133      DISPLAY WS-RECORDED-COUNT " DOCUMENTS RECORDED, "
000134          WS-UPDATED-COUNT " UPDATED, "
000135          WS-REMOVED-COUNT " REMOVED".
000136
000137 MAINTAIN-ONE-ACTION.
000138      DISPLAY " 1 - LIST A VENDOR'S DOCUMENTS".
000139      DISPLAY " 2 - RECORD OR UPDATE A DOCUMENT".
000140      DISPLAY " 3 - REMOVE A DOCUMENT".
000141      DISPLAY " 0 - DONE".
000142      DISPLAY "ENTER THE NUMBER OF THE ACTION".
000143      ACCEPT WS-ACTION-CHOICE.
000144      IF WS-ACTION-CHOICE = 1
000145          PERFORM ENTER-DOCUMENT-VENDOR
000146          IF WS-VENDOR-FOUND
000147              PERFORM LIST-VENDOR-DOCUMENTS
000148          END-IF
000149      ELSE
000150          IF WS-ACTION-CHOICE = 2
000151              PERFORM ENTER-DOCUMENT-VENDOR
000152              IF WS-VENDOR-FOUND
000153                  PERFORM ENTER-DOCUMENT-TYPE
000154                  PERFORM RECORD-DOCUMENT
000155              END-IF
000156          ELSE
000157              IF WS-ACTION-CHOICE = 3
000158                  PERFORM ENTER-DOCUMENT-VENDOR
000159                  IF WS-VENDOR-FOUND
000160                      PERFORM ENTER-DOCUMENT-TYPE
000161                      PERFORM REMOVE-DOCUMENT
000162                  END-IF
000163              ELSE
000164                  MOVE "N" TO WS-MORE-ACTIONS
000165              END-IF
000166          END-IF
000167      END-IF.
000168
000169 ENTER-DOCUMENT-VENDOR.
000170      MOVE "N" TO WS-VENDOR-FOUND-SWITCH.
000171      DISPLAY "ENTER VENDOR NUMBER".
000172      ACCEPT VENDOR-NUMBER-FIELD.
000173      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000174      MOVE VENDOR-NUMBER TO WS-DOCUMENT-VENDOR.
000175      READ VENDOR-FILE
000176          INVALID KEY
000177              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000178          NOT INVALID KEY
000179              MOVE "Y" TO WS-VENDOR-FOUND-SWITCH
000180              DISPLAY VENDOR-NUMBER " " VENDOR-NAME
000181      END-READ.
000182
000183 ENTER-DOCUMENT-TYPE.
000184      MOVE "N" TO WS-TYPE-VALID-SWITCH.
000185      PERFORM GET-AND-CHECK-DOC-TYPE
000186          UNTIL WS-TYPE-VALID.
000187
000188 GET-AND-CHECK-DOC-TYPE.
000189      DISPLAY "ENTER DOCUMENT TYPE (W9, INS OR CON)".
000190      ACCEPT WS-DOC-TYPE-FIELD.
000191      MOVE WS-DOC-TYPE-FIELD TO CMP-DOC-TYPE.
000192      IF CMP-VALID-TYPE
000193          MOVE "Y" TO WS-TYPE-VALID-SWITCH
000194      ELSE
000195          DISPLAY "INVALID DOCUMENT TYPE - PLEASE RE-ENTER"
000196      END-IF.
000197
000198*--------------------------------------------------
000199* The key is vendor-first, so the vendor's
000200* documents are contiguous from its first
000201* possible key.
000202*--------------------------------------------------
000203 LIST-VENDOR-DOCUMENTS.
000204      MOVE ZEROES TO WS-LIST-COUNT.
000205      MOVE "N" TO WS-DOCUMENT-EOF-SWITCH.
000206      MOVE WS-DOCUMENT-VENDOR TO CMP-VENDOR-NUMBER.
000207      MOVE LOW-VALUES TO CMP-DOC-TYPE.
000208      START VENDOR-DOCUMENT-FILE
000209          KEY IS NOT LESS THAN CMP-DOC-KEY
000210          INVALID KEY
000211              MOVE "Y" TO WS-DOCUMENT-EOF-SWITCH
000212      END-START.
000213      PERFORM LIST-ONE-DOCUMENT
000214          UNTIL NO-MORE-DOCUMENT-RECORDS.
000215      IF WS-LIST-COUNT = ZEROES
000216          DISPLAY "NO DOCUMENTS ON FILE FOR "
000217              WS-DOCUMENT-VENDOR
000218      END-IF.
000219
000220 LIST-ONE-DOCUMENT.
000221      READ VENDOR-DOCUMENT-FILE NEXT RECORD
000222          AT END
000223              MOVE "Y" TO WS-DOCUMENT-EOF-SWITCH
000224          NOT AT END
000225              IF CMP-VENDOR-NUMBER NOT = WS-DOCUMENT-VENDOR
000226                  MOVE "Y" TO WS-DOCUMENT-EOF-SWITCH
000227              ELSE
000228                  ADD 1 TO WS-LIST-COUNT
000229                  PERFORM DISPLAY-DOCUMENT
000230              END-IF
000231      END-READ.
000232
000233 DISPLAY-DOCUMENT.
000234      DISPLAY CMP-DOC-TYPE " RECEIVED " CMP-RECEIVED-DATE
000235          " EXPIRES " CMP-EXPIRY-DATE
000236          " REQUIRED " CMP-REQUIRED-FLAG.
000237      DISPLAY "    " CMP-REFERENCE " UPDATED BY "
000238          CMP-UPDATED-BY " ON " CMP-UPDATED-DATE.
000239
000240 RECORD-DOCUMENT.
000241      MOVE WS-DOCUMENT-VENDOR TO CMP-VENDOR-NUMBER.
000242      READ VENDOR-DOCUMENT-FILE
000243          INVALID KEY
000244              PERFORM ENTER-DOCUMENT-DETAILS
000245              PERFORM WRITE-NEW-DOCUMENT
000246          NOT INVALID KEY
000247              PERFORM UPDATE-DOCUMENT-ON-FILE
000248      END-READ.
000249
000250 UPDATE-DOCUMENT-ON-FILE.
000251      PERFORM DISPLAY-DOCUMENT.
000252      DISPLAY "UPDATE THIS DOCUMENT (Y/N)".
000253      ACCEPT WS-CONFIRM-FIELD.
000254      IF WS-CONFIRM-FIELD = "Y"
000255          PERFORM ENTER-DOCUMENT-DETAILS
000256          PERFORM BUILD-DOCUMENT-RECORD
000257          REWRITE VENDOR-DOCUMENT-RECORD
000258              INVALID KEY
000259                  DISPLAY "DOCUMENT REWRITE FAILED - STATUS "
000260                      WS-CMP-FILE-STATUS
000261              NOT INVALID KEY
000262                  ADD 1 TO WS-UPDATED-COUNT
000263                  DISPLAY "DOCUMENT UPDATED"
000264          END-REWRITE
000265      ELSE
000266          DISPLAY "DOCUMENT LEFT AS IT WAS"
000267      END-IF.
000268
000269 ENTER-DOCUMENT-DETAILS.
000270      MOVE "N" TO WS-DATE-VALID-SWITCH.
000271      PERFORM GET-AND-CHECK-RECEIVED-DATE
000272          UNTIL WS-DATE-VALID.
000273      MOVE ZEROES TO WS-EXPIRY-DATE.
000274      IF NOT CMP-IS-W9
000275          MOVE "N" TO WS-DATE-VALID-SWITCH
000276          PERFORM GET-AND-CHECK-EXPIRY-DATE
000277              UNTIL WS-DATE-VALID
000278      END-IF.
000279      MOVE "N" TO WS-REQUIRED-FIELD.
000280      IF CMP-IS-INSURANCE
000281          MOVE "N" TO WS-REQUIRED-VALID-SWITCH
000282          PERFORM GET-AND-CHECK-REQUIRED
000283              UNTIL WS-REQUIRED-VALID
000284      END-IF.
000285      DISPLAY "ENTER REFERENCE (POLICY OR CONTRACT NUMBER)".
000286      ACCEPT WS-REFERENCE-FIELD.
000287
000288 GET-AND-CHECK-RECEIVED-DATE.
000289      DISPLAY "ENTER DATE RECEIVED (YYYYMMDD, BLANK IF NOT "
000290          "YET HELD)".
000291      ACCEPT WS-DATE-FIELD.
000292      IF WS-DATE-FIELD = SPACES
000293          MOVE ZEROES TO WS-RECEIVED-DATE
000294          MOVE "Y" TO WS-DATE-VALID-SWITCH
000295      ELSE
000296          PERFORM VALIDATE-DATE-FIELD
000297          IF WS-DATE-VALID
000298              MOVE WS-DATE-FIELD TO WS-RECEIVED-DATE
000299          ELSE
000300              DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000301          END-IF
000302      END-IF.
000303
000304 GET-AND-CHECK-EXPIRY-DATE.
000305      DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, BLANK IF IT "
000306          "DOES NOT EXPIRE)".
000307      ACCEPT WS-DATE-FIELD.
000308      IF WS-DATE-FIELD = SPACES
000309          IF CMP-IS-INSURANCE
000310              AND WS-RECEIVED-DATE NOT = ZEROES
000311              DISPLAY "A CERTIFICATE HELD MUST HAVE AN EXPIRY "
000312                  "DATE - PLEASE RE-ENTER"
000313          ELSE
000314              MOVE ZEROES TO WS-EXPIRY-DATE
000315              MOVE "Y" TO WS-DATE-VALID-SWITCH
000316          END-IF
000317      ELSE
000318          PERFORM VALIDATE-DATE-FIELD
000319          IF WS-DATE-VALID
000320              MOVE WS-DATE-FIELD TO WS-EXPIRY-DATE
000321          ELSE
000322              DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000323          END-IF
000324      END-IF.
000325
000326 VALIDATE-DATE-FIELD.
000327      MOVE "N" TO WS-DATE-VALID-SWITCH.
000328      IF WS-DATE-FIELD IS NUMERIC
000329          AND WS-DATE-FIELD (5:2) >= "01"
000330          AND WS-DATE-FIELD (5:2) <= "12"
000331          AND WS-DATE-FIELD (7:2) >= "01"
000332          AND WS-DATE-FIELD (7:2) <= "31"
000333          MOVE "Y" TO WS-DATE-VALID-SWITCH
000334      END-IF.
000335
000336 GET-AND-CHECK-REQUIRED.
000337      DISPLAY "MUST THIS VENDOR CARRY INSURANCE (Y/N)".
000338      ACCEPT WS-REQUIRED-FIELD.
000339      IF WS-REQUIRED-FIELD = "Y"
000340          OR WS-REQUIRED-FIELD = "N"
000341          MOVE "Y" TO WS-REQUIRED-VALID-SWITCH
000342      ELSE
000343          DISPLAY "ANSWER Y OR N - PLEASE RE-ENTER"
000344      END-IF.
000345
000346 WRITE-NEW-DOCUMENT.
000347      PERFORM BUILD-DOCUMENT-RECORD.
000348      WRITE VENDOR-DOCUMENT-RECORD
000349          INVALID KEY
000350              DISPLAY "DOCUMENT WRITE FAILED - STATUS "
000351                  WS-CMP-FILE-STATUS
000352          NOT INVALID KEY
000353              ADD 1 TO WS-RECORDED-COUNT
000354              DISPLAY "DOCUMENT RECORDED"
000355      END-WRITE.
000356
000357 BUILD-DOCUMENT-RECORD.
000358      MOVE SPACES TO VENDOR-DOCUMENT-RECORD.
000359      MOVE WS-DOCUMENT-VENDOR TO CMP-VENDOR-NUMBER.
000360      MOVE WS-DOC-TYPE-FIELD TO CMP-DOC-TYPE.
000361      MOVE WS-RECEIVED-DATE TO CMP-RECEIVED-DATE.
000362      MOVE WS-EXPIRY-DATE TO CMP-EXPIRY-DATE.
000363      MOVE WS-REQUIRED-FIELD TO CMP-REQUIRED-FLAG.
000364      MOVE WS-REFERENCE-FIELD TO CMP-REFERENCE.
000365      MOVE WS-OPERATOR-ID TO CMP-UPDATED-BY.
000366      ACCEPT CMP-UPDATED-DATE FROM DATE YYYYMMDD.
000367
000368 REMOVE-DOCUMENT.
000369      MOVE WS-DOCUMENT-VENDOR TO CMP-VENDOR-NUMBER.
000370      READ VENDOR-DOCUMENT-FILE
000371          INVALID KEY
000372              DISPLAY "NO " CMP-DOC-TYPE " DOCUMENT ON FILE"
000373          NOT INVALID KEY
000374              PERFORM CONFIRM-REMOVE-DOCUMENT
000375      END-READ.
000376
000377 CONFIRM-REMOVE-DOCUMENT.
000378      PERFORM DISPLAY-DOCUMENT.
000379      DISPLAY "REMOVE THIS DOCUMENT (Y/N)".
000380      ACCEPT WS-CONFIRM-FIELD.
000381      IF WS-CONFIRM-FIELD = "Y"
000382          DELETE VENDOR-DOCUMENT-FILE RECORD
000383              INVALID KEY
000384                  DISPLAY "DOCUMENT DELETE FAILED - STATUS "
000385                      WS-CMP-FILE-STATUS
000386              NOT INVALID KEY
000387                  ADD 1 TO WS-REMOVED-COUNT
000388                  DISPLAY "DOCUMENT REMOVED"
000389          END-DELETE
000390      ELSE
000391          DISPLAY "DOCUMENT LEFT AS IT WAS"
000392      END-IF.
000393
000394     COPY "PRSGN01.CBL".
