000008* VENDOR-* paragraph from PRVND01.CBL, so a typo in
000009* a single field does not mean re-keying the whole
000010* record. REWRITEs the record once the operator is
000011* done correcting fields. A corrected bank routing
000012* or account number is not REWRITten with the rest
000013* - it is parked on the Vendor Bank Change File
000014* for a second operator to approve in VNDBKA01,
000015* and so is a corrected wire SWIFT BIC or IBAN.
000016*------------------------------------------------
000017 ENVIRONMENT DIVISION.
000018 INPUT-OUTPUT SECTION.
000019 FILE-CONTROL.
000020
000021     COPY "SLVND01.CBL".
000022
000023     COPY "SLOPR01.CBL".
000024
000025 DATA DIVISION.
000026 FILE SECTION.
000027
000028     COPY "FDVND02.CBL".
000029
000030     COPY "FDOPR01.CBL".
000031
000032 WORKING-STORAGE SECTION.
000033
000034 01 VENDOR-NUMBER-FIELD PIC Z(5).
000035 01 WS-MORE-UPDATES PIC X(1) VALUE "Y".
000036     88 NO-MORE-UPDATES VALUE "N".
000037*--------------------------------------------------
000038* Field-correction menu choice. 0 means the
000039* operator is done and the record should be
000040* REWRITten.
000041*--------------------------------------------------
000042 01 WS-FIELD-CHOICE PIC 99 VALUE ZERO.
000043 01 WS-MORE-FIELD-CHANGES PIC X(1) VALUE "Y".
000044     88 NO-MORE-FIELD-CHANGES VALUE "N".
000045     COPY "WSVND01.CBL".
000046
000047     COPY "WSSGN01.CBL".
000048
000049 01 WS-BANK-ACCOUNT-SHOWN PIC X(17).
000050 01 WS-IBAN-SHOWN PIC X(34).
000051
000052 PROCEDURE DIVISION.
000053 PROGRAM-BEGIN.
000054      PERFORM SIGN-ON-OPERATOR.
000055      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000056      PERFORM CHECK-OPERATOR-AUTHORITY.
000057      IF NOT WS-AUTHORITY-OK
000058          MOVE "N" TO WS-MORE-UPDATES
000059      END-IF.
000060      OPEN I-O VENDOR-FILE.
000061      IF WS-VND-FILE-STATUS NOT = "00"
000062          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000063              WS-VND-FILE-STATUS
000064          MOVE "N" TO WS-MORE-UPDATES
000065      END-IF.
000066      PERFORM UPDATE-RECORDS
000067          UNTIL NO-MORE-UPDATES.
000068      CLOSE VENDOR-FILE.
000069
000070 PROGRAM-DONE.
000071      STOP RUN.
000072
000073 UPDATE-RECORDS.
000074      PERFORM ENTER-UPDATE-VENDOR-NUMBER.
000075      IF NOT NO-MORE-UPDATES
000076          PERFORM FIND-VENDOR-RECORD
000077      END-IF.
000078
000079 ENTER-UPDATE-VENDOR-NUMBER.
000080      DISPLAY "ENTER VENDOR NUMBER TO CORRECT".
000081      DISPLAY "ENTER 0 TO STOP".
000082      ACCEPT VENDOR-NUMBER-FIELD.
000083      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000084      IF VENDOR-NUMBER = ZEROES
000085          MOVE "N" TO WS-MORE-UPDATES
000086      END-IF.
000087
000088*--------------------------------------------------
000089* Another session can hold the record this one is
000090* after. The read is retried or skipped at the
000091* operator's choice instead of failing the whole
000092* correction session.
000093*--------------------------------------------------
000094 FIND-VENDOR-RECORD.
000095      PERFORM START-AND-READ-VENDOR.
000096      PERFORM RETRY-LOCKED-VENDOR
000097          UNTIL NOT WS-RECORD-IN-USE.
000098      IF WS-VND-FILE-STATUS = "00"
000099          PERFORM CORRECT-VENDOR-RECORD
000100      END-IF.
000101
000102 START-AND-READ-VENDOR.
000103      MOVE "N" TO WS-RECORD-IN-USE-SWITCH.
000104      START VENDOR-FILE KEY IS EQUAL TO VENDOR-NUMBER
000105          INVALID KEY
000106              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000107          NOT INVALID KEY
000108              PERFORM READ-AND-CHECK-VENDOR-RECORD
000109      END-START.
000110
000111 READ-AND-CHECK-VENDOR-RECORD.
000112      READ VENDOR-FILE NEXT RECORD
000113          AT END
000114              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000115          NOT AT END
000116              CONTINUE
000117      END-READ.
000118      IF VENDOR-RECORD-LOCKED
000119          MOVE "Y" TO WS-RECORD-IN-USE-SWITCH
000120      END-IF.
000121
000122 RETRY-LOCKED-VENDOR.
000123      DISPLAY "VENDOR " VENDOR-NUMBER
000124          " IS IN USE BY ANOTHER SESSION".
000125      DISPLAY "ENTER R TO RETRY OR S TO SKIP".
000126      ACCEPT WS-RETRY-FIELD.
000127      IF WS-RETRY-FIELD = "S"
000128          MOVE "N" TO WS-RECORD-IN-USE-SWITCH
000129      ELSE
000130          PERFORM START-AND-READ-VENDOR
000131      END-IF.
000132
000133 CORRECT-VENDOR-RECORD.
000134      IF VENDOR-INACTIVE
000135          DISPLAY "VENDOR " VENDOR-NUMBER " IS INACTIVE"
000136      ELSE
000137          DISPLAY "CORRECTING VENDOR " VENDOR-NUMBER
000138          MOVE VENDOR-RECORD TO WS-AUDIT-BEFORE-IMAGE
000139          PERFORM SAVE-BANK-DETAILS
000140          MOVE "Y" TO WS-MORE-FIELD-CHANGES
000141          PERFORM CORRECT-ONE-FIELD
000142              UNTIL NO-MORE-FIELD-CHANGES
000143          MOVE "VNDUPD01" TO WS-BANK-CHANGE-SOURCE
000144          PERFORM DIVERT-BANK-DETAIL-CHANGE
000145          PERFORM SHOW-BANK-CHANGE-RESULT
000146          REWRITE VENDOR-RECORD
000147              INVALID KEY
000148                  DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000149              NOT INVALID KEY
000150                  MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000151                  MOVE "UPDATE" TO WS-AUDIT-ACTION
000152                  PERFORM WRITE-AUDIT-RECORD
000153          END-REWRITE
000154      END-IF.
000155
000156*--------------------------------------------------
000157* Shows the field menu, accepts one choice, and
000158* corrects only that field - pressing 0 leaves the
000159* loop so CORRECT-VENDOR-RECORD can REWRITE.
000160*--------------------------------------------------
000161 CORRECT-ONE-FIELD.
000162      PERFORM DISPLAY-FIELD-MENU.
000163      ACCEPT WS-FIELD-CHOICE.
000164      PERFORM CORRECT-SELECTED-FIELD.
000165
000166 DISPLAY-FIELD-MENU.
000167      DISPLAY " 1 - VENDOR NAME     " VENDOR-NAME.
000168      DISPLAY " 2 - ADDRESS LINE 1  " VENDOR-ADDRESS-1.
000169      DISPLAY " 3 - ADDRESS LINE 2  " VENDOR-ADDRESS-2.
000170      DISPLAY " 4 - CITY            " VENDOR-CITY.
000171      DISPLAY " 5 - COUNTRY         " VENDOR-COUNTRY.
000172      DISPLAY " 6 - STATE/PROVINCE  " VENDOR-STATE.
000173      DISPLAY " 7 - ZIP/POSTAL CODE " VENDOR-ZIP.
000174      DISPLAY " 8 - CONTACT         " VENDOR-CONTACT.
000175      DISPLAY " 9 - PHONE           " VENDOR-PHONE.
000176      DISPLAY "10 - TAX ID          " VENDOR-TAX-ID.
000177      DISPLAY "11 - 1099 FLAG       " VENDOR-1099-FLAG.
000178      DISPLAY "12 - BANK ROUTING    " VENDOR-BANK-ROUTING.
000179*--------------------------------------------------
000180* The full bank account number is payment-level
000181* information - below level 3 the menu shows only
000182* the last four characters, the same mask
000183* VNDINQ01 applies.
000184*--------------------------------------------------
000185      MOVE VENDOR-BANK-ACCOUNT TO WS-BANK-ACCOUNT-SHOWN.
000186      IF WS-OPERATOR-AUTHORITY < 3
000187          MOVE "*************" TO
000188              WS-BANK-ACCOUNT-SHOWN (1:13)
000189      END-IF.
000190      DISPLAY "13 - BANK ACCOUNT    " WS-BANK-ACCOUNT-SHOWN.
000191      DISPLAY "14 - PAYMENT HOLD    " VENDOR-HOLD-FLAG.
000192      DISPLAY "15 - WIRE SWIFT BIC  " VENDOR-SWIFT-BIC.
000193      MOVE VENDOR-IBAN TO WS-IBAN-SHOWN.
000194      IF WS-OPERATOR-AUTHORITY < 3
000195          AND VENDOR-IBAN NOT = SPACES
000196          MOVE ALL "*" TO WS-IBAN-SHOWN (5:30)
000197      END-IF.
000198      DISPLAY "16 - WIRE IBAN       " WS-IBAN-SHOWN.
000199      DISPLAY " 0 - DONE, REWRITE THE RECORD".
000200      DISPLAY "ENTER THE NUMBER OF THE FIELD TO CORRECT".
000201
000202 CORRECT-SELECTED-FIELD.
000203      IF WS-FIELD-CHOICE = 0
000204          MOVE "N" TO WS-MORE-FIELD-CHANGES
000205      ELSE
000206          IF WS-FIELD-CHOICE = 1
000207              PERFORM ENTER-VENDOR-NAME
000208              PERFORM CHECK-DUPLICATE-VENDOR-NAME
000209          ELSE
000210          IF WS-FIELD-CHOICE = 2
000211              PERFORM ENTER-VENDOR-ADDRESS-1
000212          ELSE
000213          IF WS-FIELD-CHOICE = 3
000214              PERFORM ENTER-VENDOR-ADDRESS-2
000215          ELSE
000216          IF WS-FIELD-CHOICE = 4
000217              PERFORM ENTER-VENDOR-CITY
000218          ELSE
000219          IF WS-FIELD-CHOICE = 5
000220              PERFORM ENTER-VENDOR-COUNTRY
000221          ELSE
000222          IF WS-FIELD-CHOICE = 6
000223              PERFORM ENTER-VENDOR-STATE
000224          ELSE
000225          IF WS-FIELD-CHOICE = 7
000226              PERFORM ENTER-VENDOR-ZIP
000227          ELSE
000228          IF WS-FIELD-CHOICE = 8
000229              PERFORM ENTER-VENDOR-CONTACT
000230          ELSE
000231          IF WS-FIELD-CHOICE = 9
000232              PERFORM ENTER-VENDOR-PHONE
000233          ELSE
000234          IF WS-FIELD-CHOICE = 10
000235              PERFORM ENTER-VENDOR-TAX-ID
000236          ELSE
000237          IF WS-FIELD-CHOICE = 11
000238              PERFORM ENTER-VENDOR-1099-FLAG
000239          ELSE
000240          IF WS-FIELD-CHOICE = 12
000241              PERFORM ENTER-VENDOR-BANK-ROUTING
000242          ELSE
000243          IF WS-FIELD-CHOICE = 13
000244              PERFORM ENTER-VENDOR-BANK-ACCOUNT
000245          ELSE
000246          IF WS-FIELD-CHOICE = 14
000247              PERFORM ENTER-VENDOR-HOLD-FLAG
000248          ELSE
000249          IF WS-FIELD-CHOICE = 15
000250              PERFORM ENTER-VENDOR-SWIFT-BIC
000251              PERFORM ENTER-VENDOR-IBAN
000252          ELSE
000253          IF WS-FIELD-CHOICE = 16
000254              PERFORM ENTER-VENDOR-IBAN
000255          ELSE
000256              DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
000257          END-IF
000258          END-IF
000259          END-IF
000260          END-IF
000261          END-IF
000262          END-IF
000263          END-IF
000264          END-IF
000265          END-IF
000266          END-IF
000267          END-IF
000268          END-IF
000269          END-IF
000270          END-IF
000271          END-IF
000272      END-IF.
000273
000274     COPY "PRVND01.CBL".
000275
000276     COPY "PRSGN01.CBL".
