000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDRMT01.
000003*------------------------------------------------
000004* Maintain the Vendor Remit-To Address File. For a
000005* vendor on the Vendor File the operator lists the
000006* remit-to addresses held, records or updates one
000007* under a remit-to code, or removes one on
000008* confirmation. Country, state and ZIP go through
000009* the same PRVND01 edits as the vendor's own
000010* address. One address per vendor may be marked
000011* the default - marking another takes the mark off
000012* the one that had it. An invoice keyed with a
000013* remit-to code is paid to that address; one with
000014* none, to the default. Every record written
000015* carries the operator and date. Maintenance
000016* authority is required.
000017*------------------------------------------------
000018 ENVIRONMENT DIVISION.
000019 INPUT-OUTPUT SECTION.
000020 FILE-CONTROL.
000021
000022     COPY "SLRMT01.CBL".
000023
000024     COPY "SLVND01.CBL".
000025
000026     COPY "SLOPR01.CBL".
000027
000028 DATA DIVISION.
000029 FILE SECTION.
000030
000031     COPY "FDRMT01.CBL".
000032
000033     COPY "FDVND02.CBL".
000034
000035     COPY "FDOPR01.CBL".
000036
000037 WORKING-STORAGE SECTION.
000038
000039 01 WS-RMT-FILE-STATUS PIC X(2) VALUE "00".
000040 01 WS-REMIT-EOF-SWITCH PIC X(1) VALUE "N".
000041     88 NO-MORE-REMIT-RECORDS VALUE "Y".
000042 01 WS-MORE-ACTIONS PIC X(1) VALUE "Y".
000043     88 NO-MORE-ACTIONS VALUE "N".
000044 01 WS-ACTION-CHOICE PIC 9 VALUE ZERO.
000045 01 WS-CONFIRM-FIELD PIC X(1).
000046 01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
000047 01 WS-RECORDED-COUNT PIC 9(5) VALUE ZERO.
000048 01 WS-UPDATED-COUNT PIC 9(5) VALUE ZERO.
000049 01 WS-REMOVED-COUNT PIC 9(5) VALUE ZERO.
000050*--------------------------------------------------
000051* The vendor asked about must be on the Vendor
000052* File - an address for a vendor that does not
000053* exist would never be paid to.
000054*--------------------------------------------------
000055 01 VENDOR-NUMBER-FIELD PIC Z(5).
000056 01 WS-REMIT-VENDOR PIC 9(5) VALUE ZERO.
000057 01 WS-VENDOR-FOUND-SWITCH PIC X(1) VALUE "N".
000058     88 WS-VENDOR-FOUND VALUE "Y".
000059 01 WS-REMIT-CODE-FIELD PIC X(4).
000060 01 WS-CODE-VALID-SWITCH PIC X(1) VALUE "N".
000061     88 WS-CODE-VALID VALUE "Y".
000062 01 WS-DEFAULT-FIELD PIC X(1).
000063 01 WS-DEFAULT-VALID-SWITCH PIC X(1) VALUE "N".
000064     88 WS-DEFAULT-VALID VALUE "Y".
000065*--------------------------------------------------
000066* The address being recorded is built here while
000067* the vendor's other addresses are read past to
000068* take the default mark off them, then moved to
000069* the record area to be written.
000070*--------------------------------------------------
000071 01 WS-REMIT-SAVE-RECORD PIC X(150).
000072 01 WS-CLEARED-COUNT PIC 9(3) VALUE ZERO.
000073
000074*--------------------------------------------------
000075* Run Control Log fields for the START/END records
000076* this run writes through VNDRUNLG.
000077*--------------------------------------------------
000078 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDRMT01".
000079 01 WS-RUN-ENTRY-TYPE PIC X(5).
000080 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000081
000082     COPY "WSVND01.CBL".
000083
000084     COPY "WSSGN01.CBL".
000085
000086 PROCEDURE DIVISION.
000087 PROGRAM-BEGIN.
000088      PERFORM SIGN-ON-OPERATOR.
000089      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000090      PERFORM CHECK-OPERATOR-AUTHORITY.
000091      IF WS-AUTHORITY-OK
000092          PERFORM MAINTAIN-REMIT-SESSION
000093      END-IF.
000094
000095 PROGRAM-DONE.
000096      STOP RUN.
000097
000098 MAINTAIN-REMIT-SESSION.
000099      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000100      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000101          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000102          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000103          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000104      OPEN INPUT VENDOR-FILE.
000105      IF WS-VND-FILE-STATUS NOT = "00"
000106          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000107              WS-VND-FILE-STATUS
000108          MOVE "N" TO WS-MORE-ACTIONS
000109      END-IF.
000110      OPEN I-O REMIT-TO-FILE.
000111      IF WS-RMT-FILE-STATUS NOT = "00"
000112          AND WS-RMT-FILE-STATUS NOT = "05"
000113          DISPLAY "REMIT-TO FILE OPEN FAILED - STATUS "
000114              WS-RMT-FILE-STATUS
000115          MOVE "N" TO WS-MORE-ACTIONS
000116      END-IF.
000117      PERFORM MAINTAIN-ONE-ACTION
000118          UNTIL NO-MORE-ACTIONS.
000119      CLOSE REMIT-TO-FILE.
000120      CLOSE VENDOR-FILE.
000121      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000122      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000123          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000124          WS-RECORDED-COUNT WS-UPDATED-COUNT
000125          WS-REMOVED-COUNT WS-RUN-ZERO-COUNT.
000126      DISPLAY WS-RECORDED-COUNT " ADDRESSES RECORDED, "
000127          WS-UPDATED-COUNT " UPDATED, "
000128          WS-REMOVED-COUNT " REMOVED".
000129
000130 MAINTAIN-ONE-ACTION.
000131      DISPLAY " 1 - LIST A VENDOR'S REMIT-TO ADDRESSES".
000132      DISPLAY " 2 - RECORD OR UPDATE A REMIT-TO ADDRESS".
000133      DISPLAY " 3 - REMOVE A REMIT-TO ADDRESS".
000134      DISPLAY " 0 - DONE".
000135      DISPLAY "ENTER THE NUMBER OF THE ACTION".
000136      ACCEPT WS-ACTION-CHOICE.
000137      IF WS-ACTION-CHOICE = 1
000138          PERFORM ENTER-REMIT-VENDOR
000139          IF WS-VENDOR-FOUND
000140              PERFORM LIST-VENDOR-REMIT-ADDRESSES
000141          END-IF
000142      ELSE
000143          IF WS-ACTION-CHOICE = 2
000144              PERFORM ENTER-REMIT-VENDOR
000145              IF WS-VENDOR-FOUND
000146                  PERFORM ENTER-REMIT-CODE
000147                  PERFORM RECORD-REMIT-ADDRESS
000148              END-IF
000149          ELSE
000150              IF WS-ACTION-CHOICE = 3
000151                  PERFORM ENTER-REMIT-VENDOR
000152                  IF WS-VENDOR-FOUND
000153                      PERFORM ENTER-REMIT-CODE
000154                      PERFORM REMOVE-REMIT-ADDRESS
000155                  END-IF
000156              ELSE
000157                  MOVE "N" TO WS-MORE-ACTIONS
000158              END-IF
000159          END-IF
000160      END-IF.
000161
000162 ENTER-REMIT-VENDOR.
000163      MOVE "N" TO WS-VENDOR-FOUND-SWITCH.
000164      DISPLAY "ENTER VENDOR NUMBER".
000165      ACCEPT VENDOR-NUMBER-FIELD.
000166      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000167      MOVE VENDOR-NUMBER TO WS-REMIT-VENDOR.
000168      READ VENDOR-FILE
000169          INVALID KEY
000170              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000171          NOT INVALID KEY
000172              MOVE "Y" TO WS-VENDOR-FOUND-SWITCH
000173              DISPLAY VENDOR-NUMBER " " VENDOR-NAME
000174      END-READ.
000175
000176 ENTER-REMIT-CODE.
000177      MOVE "N" TO WS-CODE-VALID-SWITCH.
000178      PERFORM GET-AND-CHECK-REMIT-CODE
000179          UNTIL WS-CODE-VALID.
000180
000181 GET-AND-CHECK-REMIT-CODE.
000182      DISPLAY "ENTER REMIT-TO CODE (UP TO 4 CHARACTERS)".
000183      ACCEPT WS-REMIT-CODE-FIELD.
000184      IF WS-REMIT-CODE-FIELD = SPACES
000185          DISPLAY "A REMIT-TO CODE IS REQUIRED - PLEASE "
000186              "RE-ENTER"
000187      ELSE
000188          MOVE "Y" TO WS-CODE-VALID-SWITCH
000189      END-IF.
000190
000191*--------------------------------------------------
000192* The key is vendor-first, so the vendor's
000193* addresses are contiguous from its first
000194* possible key.
000195*--------------------------------------------------
000196 LIST-VENDOR-REMIT-ADDRESSES.
000197      MOVE ZEROES TO WS-LIST-COUNT.
000198      PERFORM START-VENDOR-REMIT-ADDRESSES.
000199      PERFORM LIST-ONE-REMIT-ADDRESS
000200          UNTIL NO-MORE-REMIT-RECORDS.
000201      IF WS-LIST-COUNT = ZEROES
000202          DISPLAY "NO REMIT-TO ADDRESSES ON FILE FOR "
000203              WS-REMIT-VENDOR
000204          DISPLAY "PAYMENTS GO TO THE VENDOR FILE ADDRESS"
000205      END-IF.
000206
000207 START-VENDOR-REMIT-ADDRESSES.
000208      MOVE "N" TO WS-REMIT-EOF-SWITCH.
000209      MOVE WS-REMIT-VENDOR TO RMT-VENDOR-NUMBER.
000210      MOVE LOW-VALUES TO RMT-REMIT-CODE.
000211      START REMIT-TO-FILE
000212          KEY IS NOT LESS THAN RMT-REMIT-KEY
000213          INVALID KEY
000214              MOVE "Y" TO WS-REMIT-EOF-SWITCH
000215      END-START.
000216
000217 LIST-ONE-REMIT-ADDRESS.
000218      PERFORM READ-NEXT-VENDOR-REMIT.
000219      IF NOT NO-MORE-REMIT-RECORDS
000220          ADD 1 TO WS-LIST-COUNT
000221          PERFORM DISPLAY-REMIT-ADDRESS
000222      END-IF.
000223
000224 READ-NEXT-VENDOR-REMIT.
000225      READ REMIT-TO-FILE NEXT RECORD
000226          AT END
000227              MOVE "Y" TO WS-REMIT-EOF-SWITCH
000228          NOT AT END
000229              IF RMT-VENDOR-NUMBER NOT = WS-REMIT-VENDOR
000230                  MOVE "Y" TO WS-REMIT-EOF-SWITCH
000231              END-IF
000232      END-READ.
000233
000234 DISPLAY-REMIT-ADDRESS.
000235      DISPLAY RMT-REMIT-CODE " " RMT-NAME
000236          " DEFAULT " RMT-DEFAULT-FLAG.
000237      DISPLAY "     " RMT-ADDRESS-1.
000238      IF RMT-ADDRESS-2 NOT = SPACES
000239          DISPLAY "     " RMT-ADDRESS-2
000240      END-IF.
000241      DISPLAY "     " RMT-CITY " " RMT-STATE " " RMT-ZIP
000242          " " RMT-COUNTRY.
000243      DISPLAY "     UPDATED BY " RMT-UPDATED-BY
000244          " ON " RMT-UPDATED-DATE.
000245
000246 RECORD-REMIT-ADDRESS.
000247      MOVE WS-REMIT-VENDOR TO RMT-VENDOR-NUMBER.
000248      MOVE WS-REMIT-CODE-FIELD TO RMT-REMIT-CODE.
000249      READ REMIT-TO-FILE
000250          INVALID KEY
000251              PERFORM ENTER-REMIT-DETAILS
000252              PERFORM WRITE-NEW-REMIT-ADDRESS
000253          NOT INVALID KEY
000254              PERFORM UPDATE-REMIT-ON-FILE
000255      END-READ.
000256
000257 UPDATE-REMIT-ON-FILE.
000258      PERFORM DISPLAY-REMIT-ADDRESS.
000259      DISPLAY "UPDATE THIS ADDRESS (Y/N)".
000260      ACCEPT WS-CONFIRM-FIELD.
000261      IF WS-CONFIRM-FIELD = "Y"
000262          PERFORM ENTER-REMIT-DETAILS
000263          PERFORM CLEAR-OTHER-DEFAULTS
000264          MOVE WS-REMIT-SAVE-RECORD TO REMIT-TO-RECORD
000265          REWRITE REMIT-TO-RECORD
000266              INVALID KEY
000267                  DISPLAY "REMIT-TO REWRITE FAILED - STATUS "
000268                      WS-RMT-FILE-STATUS
000269              NOT INVALID KEY
000270                  ADD 1 TO WS-UPDATED-COUNT
000271                  DISPLAY "ADDRESS UPDATED"
000272          END-REWRITE
000273      ELSE
000274          DISPLAY "ADDRESS LEFT AS IT WAS"
000275      END-IF.
000276
000277*--------------------------------------------------
000278* Country, state and ZIP are keyed through the
000279* shared PRVND01 paragraphs, which edit them in the
000280* vendor record area, and are taken from there
000281* into the address being built. The Vendor File is
000282* open for input only and never rewritten here, so
000283* borrowing its record area changes nothing on
000284* file. A blank name is the vendor's own.
000285*--------------------------------------------------
000286 ENTER-REMIT-DETAILS.
000287      MOVE SPACES TO REMIT-TO-RECORD.
000288      MOVE WS-REMIT-VENDOR TO RMT-VENDOR-NUMBER.
000289      MOVE WS-REMIT-CODE-FIELD TO RMT-REMIT-CODE.
000290      DISPLAY "ENTER REMIT-TO NAME (BLANK FOR "
000291          VENDOR-NAME ")".
000292      ACCEPT RMT-NAME.
000293      IF RMT-NAME = SPACES
000294          MOVE VENDOR-NAME TO RMT-NAME
000295      END-IF.
000296      DISPLAY "ENTER REMIT-TO ADDRESS-1".
000297      ACCEPT RMT-ADDRESS-1.
000298      DISPLAY "ENTER REMIT-TO ADDRESS-2".
000299      ACCEPT RMT-ADDRESS-2.
000300      DISPLAY "ENTER REMIT-TO CITY".
000301      ACCEPT RMT-CITY.
000302      PERFORM ENTER-VENDOR-COUNTRY.
000303      PERFORM ENTER-VENDOR-STATE.
000304      PERFORM ENTER-VENDOR-ZIP.
000305      MOVE VENDOR-COUNTRY TO RMT-COUNTRY.
000306      MOVE VENDOR-STATE TO RMT-STATE.
000307      MOVE VENDOR-ZIP TO RMT-ZIP.
000308      MOVE "N" TO WS-DEFAULT-VALID-SWITCH.
000309      PERFORM GET-AND-CHECK-DEFAULT-FLAG
000310          UNTIL WS-DEFAULT-VALID.
000311      MOVE WS-DEFAULT-FIELD TO RMT-DEFAULT-FLAG.
000312      MOVE WS-OPERATOR-ID TO RMT-UPDATED-BY.
000313      ACCEPT RMT-UPDATED-DATE FROM DATE YYYYMMDD.
000314      MOVE REMIT-TO-RECORD TO WS-REMIT-SAVE-RECORD.
000315
000316 GET-AND-CHECK-DEFAULT-FLAG.
000317      DISPLAY "IS THIS THE VENDOR'S DEFAULT REMIT-TO (Y/N)".
000318      ACCEPT WS-DEFAULT-FIELD.
000319      IF WS-DEFAULT-FIELD = "Y"
000320          OR WS-DEFAULT-FIELD = "N"
000321          MOVE "Y" TO WS-DEFAULT-VALID-SWITCH
000322      ELSE
000323          DISPLAY "ANSWER Y OR N - PLEASE RE-ENTER"
000324      END-IF.
000325
000326 WRITE-NEW-REMIT-ADDRESS.
000327      PERFORM CLEAR-OTHER-DEFAULTS.
000328      MOVE WS-REMIT-SAVE-RECORD TO REMIT-TO-RECORD.
000329      WRITE REMIT-TO-RECORD
000330          INVALID KEY
000331              DISPLAY "REMIT-TO WRITE FAILED - STATUS "
000332                  WS-RMT-FILE-STATUS
000333          NOT INVALID KEY
000334              ADD 1 TO WS-RECORDED-COUNT
000335              DISPLAY "ADDRESS RECORDED"
000336      END-WRITE.
000337
000338*--------------------------------------------------
000339* Only one default per vendor: when the address
000340* being recorded is the default, any other of the
000341* vendor's addresses marked default loses the mark.
000342*--------------------------------------------------
000343 CLEAR-OTHER-DEFAULTS.
000344      MOVE ZEROES TO WS-CLEARED-COUNT.
000345      IF WS-DEFAULT-FIELD = "Y"
000346          PERFORM START-VENDOR-REMIT-ADDRESSES
000347          PERFORM CLEAR-ONE-OTHER-DEFAULT
000348              UNTIL NO-MORE-REMIT-RECORDS
000349      END-IF.
000350      IF WS-CLEARED-COUNT > ZEROES
000351          DISPLAY "PREVIOUS DEFAULT REMIT-TO CLEARED"
000352      END-IF.
000353
000354 CLEAR-ONE-OTHER-DEFAULT.
000355      PERFORM READ-NEXT-VENDOR-REMIT.
000356      IF NOT NO-MORE-REMIT-RECORDS
000357          AND RMT-REMIT-CODE NOT = WS-REMIT-CODE-FIELD
000358          AND RMT-IS-DEFAULT
000359          MOVE "N" TO RMT-DEFAULT-FLAG
000360          MOVE WS-OPERATOR-ID TO RMT-UPDATED-BY
000361          ACCEPT RMT-UPDATED-DATE FROM DATE YYYYMMDD
000362          REWRITE REMIT-TO-RECORD
000363              INVALID KEY
000364                  DISPLAY "REMIT-TO REWRITE FAILED - STATUS "
000365                      WS-RMT-FILE-STATUS
000366              NOT INVALID KEY
000367                  ADD 1 TO WS-CLEARED-COUNT
000368          END-REWRITE
000369      END-IF.
000370
000371 REMOVE-REMIT-ADDRESS.
000372      MOVE WS-REMIT-VENDOR TO RMT-VENDOR-NUMBER.
000373      MOVE WS-REMIT-CODE-FIELD TO RMT-REMIT-CODE.
000374      READ REMIT-TO-FILE
000375          INVALID KEY
000376              DISPLAY "NO REMIT-TO " WS-REMIT-CODE-FIELD
000377                  " ON FILE"
000378          NOT INVALID KEY
000379              PERFORM CONFIRM-REMOVE-REMIT
000380      END-READ.
000381
000382*--------------------------------------------------
000383* Invoices still carrying a removed code are paid
000384* to the default address instead.
000385*--------------------------------------------------
000386 CONFIRM-REMOVE-REMIT.
000387      PERFORM DISPLAY-REMIT-ADDRESS.
000388      DISPLAY "REMOVE THIS ADDRESS (Y/N)".
000389      ACCEPT WS-CONFIRM-FIELD.
000390      IF WS-CONFIRM-FIELD = "Y"
000391          MOVE RMT-DEFAULT-FLAG TO WS-DEFAULT-FIELD
000392          DELETE REMIT-TO-FILE RECORD
000393              INVALID KEY
000394                  DISPLAY "REMIT-TO DELETE FAILED - STATUS "
000395                      WS-RMT-FILE-STATUS
000396              NOT INVALID KEY
000397                  ADD 1 TO WS-REMOVED-COUNT
000398                  DISPLAY "ADDRESS REMOVED"
000399                  IF WS-DEFAULT-FIELD = "Y"
000400                      DISPLAY "NO DEFAULT REMIT-TO NOW - THE "
000401                          "VENDOR FILE ADDRESS IS USED"
000402                  END-IF
000403          END-DELETE
000404      ELSE
000405          DISPLAY "ADDRESS LEFT AS IT WAS"
000406      END-IF.
000407
000408     COPY "PRVND01.CBL".
000409
000410     COPY "PRSGN01.CBL".
