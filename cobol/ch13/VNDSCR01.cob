000017* prompts use, so the two entry paths cannot
000018* drift apart. The prompt programs stay on the
000019* menu for terminals without screen handling.
000020* A correction to a vendor's bank routing or
000021* account goes to the Vendor Bank Change File for
000022* a second operator's approval in VNDBKA01 rather
000023* than onto the master; bank details keyed on a
000024* new vendor are written with it.
000025*------------------------------------------------
000026 ENVIRONMENT DIVISION.
000027 INPUT-OUTPUT SECTION.
000028 FILE-CONTROL.
000029
000030     COPY "SLVND01.CBL".
000031
000032     COPY "SLOPR01.CBL".
000033
000034 DATA DIVISION.
000035 FILE SECTION.
000036
000037     COPY "FDVND02.CBL".
000038
000039     COPY "FDOPR01.CBL".
000040
000041 WORKING-STORAGE SECTION.
000042
000043 01 VENDOR-NUMBER-FIELD PIC Z(5).
000044 01 WS-MODE-FIELD PIC X(1).
000045 01 WS-MORE-SESSIONS PIC X(1) VALUE "Y".
000046     88 NO-MORE-SESSIONS VALUE "N".
000047 01 WS-MODE-TEXT PIC X(8).
000048 01 WS-FORM-MESSAGE PIC X(60).
000049 01 WS-CONFIRM-FIELD PIC X(1).
000050 01 WS-WRITE-OK-SWITCH PIC X(1) VALUE "N".
000051     88 WRITE-WAS-OK VALUE "Y".
000052 01 WS-FORM-VALID-SWITCH PIC X(1) VALUE "N".
000053     88 WS-FORM-VALID VALUE "Y".
000054*--------------------------------------------------
000055* Which field failed edit, so the cursor can be
000056* put back in just that field: 1 state, 2 zip,
000057* 3 1099 flag, 4 bank routing, 5 hold flag.
000058*--------------------------------------------------
000059 01 WS-ERROR-FIELD PIC 9(1) VALUE ZERO.
000060*--------------------------------------------------
000061* Form mirror of VENDOR-RECORD. The form works on
000062* these, not on the record area, so an abandoned
000063* entry never leaves half-keyed data in a record
000064* about to be REWRITten. Routing is mirrored as
000065* PIC X so a blank or bad entry is caught before
000066* anything moves to the numeric field, the same
000067* WS-BANK-ROUTING-FIELD technique PRVND01 uses.
000068*--------------------------------------------------
000069 01 WS-FORM-FIELDS.
000070     05 WS-FRM-NUMBER        PIC 9(5).
000071     05 WS-FRM-NAME          PIC X(30).
000072     05 WS-FRM-ADDRESS-1     PIC X(30).
000073     05 WS-FRM-ADDRESS-2     PIC X(30).
000074     05 WS-FRM-CITY          PIC X(20).
000075     05 WS-FRM-COUNTRY       PIC X(2).
000076     05 WS-FRM-STATE         PIC X(2).
000077     05 WS-FRM-ZIP           PIC X(10).
000078     05 WS-FRM-CONTACT       PIC X(30).
000079     05 WS-FRM-PHONE         PIC X(15).
000080     05 WS-FRM-TAX-ID        PIC X(11).
000081     05 WS-FRM-1099-FLAG     PIC X(1).
000082     05 WS-FRM-ROUTING       PIC X(9).
000083     05 WS-FRM-ACCOUNT       PIC X(17).
000084     05 WS-FRM-HOLD-FLAG     PIC X(1).
000085     05 WS-FRM-STATUS        PIC X(1).
000086     COPY "WSVND01.CBL".
000087
000088     COPY "WSSGN01.CBL".
000089
000090 SCREEN SECTION.
000091 01 VENDOR-FORM-SCREEN.
000092     05 LINE 1 COLUMN 2 VALUE "VENDOR MASTER".
000093     05 LINE 1 COLUMN 60 VALUE "MODE:".
000094     05 LINE 1 COLUMN 66 PIC X(8) FROM WS-MODE-TEXT.
000095     05 LINE 3 COLUMN 2 VALUE "NUMBER . . . . :".
000096     05 LINE 3 COLUMN 19 PIC 9(5) FROM WS-FRM-NUMBER.
000097     05 LINE 3 COLUMN 40 VALUE "STATUS:".
000098     05 LINE 3 COLUMN 48 PIC X(1) FROM WS-FRM-STATUS.
000099     05 LINE 4 COLUMN 2 VALUE "NAME . . . . . :".
000100     05 SCR-NAME-FIELD
000101         LINE 4 COLUMN 19 PIC X(30) USING WS-FRM-NAME.
000102     05 LINE 5 COLUMN 2 VALUE "ADDRESS 1  . . :".
000103     05 SCR-ADDRESS-1-FIELD
000104         LINE 5 COLUMN 19 PIC X(30) USING WS-FRM-ADDRESS-1.
000105     05 LINE 6 COLUMN 2 VALUE "ADDRESS 2  . . :".
000106     05 SCR-ADDRESS-2-FIELD
000107         LINE 6 COLUMN 19 PIC X(30) USING WS-FRM-ADDRESS-2.
000108     05 LINE 7 COLUMN 2 VALUE "CITY . . . . . :".
000109     05 SCR-CITY-FIELD
000110         LINE 7 COLUMN 19 PIC X(20) USING WS-FRM-CITY.
000111     05 LINE 8 COLUMN 2 VALUE "COUNTRY  . . . :".
000112     05 SCR-COUNTRY-FIELD
000113         LINE 8 COLUMN 19 PIC X(2) USING WS-FRM-COUNTRY.
000114     05 LINE 9 COLUMN 2 VALUE "STATE/PROVINCE :".
000115     05 SCR-STATE-FIELD
000116         LINE 9 COLUMN 19 PIC X(2) USING WS-FRM-STATE.
000117     05 LINE 10 COLUMN 2 VALUE "ZIP/POSTAL CODE:".
000118     05 SCR-ZIP-FIELD
000119         LINE 10 COLUMN 19 PIC X(10) USING WS-FRM-ZIP.
000120     05 LINE 11 COLUMN 2 VALUE "CONTACT  . . . :".
000121     05 SCR-CONTACT-FIELD
000122         LINE 11 COLUMN 19 PIC X(30) USING WS-FRM-CONTACT.
000123     05 LINE 12 COLUMN 2 VALUE "PHONE  . . . . :".
000124     05 SCR-PHONE-FIELD
000125         LINE 12 COLUMN 19 PIC X(15) USING WS-FRM-PHONE.
000126     05 LINE 13 COLUMN 2 VALUE "TAX ID . . . . :".
000127     05 SCR-TAX-ID-FIELD
000128         LINE 13 COLUMN 19 PIC X(11) USING WS-FRM-TAX-ID.
000129     05 LINE 14 COLUMN 2 VALUE "1099 FLAG (Y/N):".
000130     05 SCR-1099-FIELD
000131         LINE 14 COLUMN 19 PIC X(1) USING WS-FRM-1099-FLAG.
000132     05 LINE 15 COLUMN 2 VALUE "BANK ROUTING . :".
000133     05 SCR-ROUTING-FIELD
000134         LINE 15 COLUMN 19 PIC X(9) USING WS-FRM-ROUTING.
000135     05 LINE 16 COLUMN 2 VALUE "BANK ACCOUNT . :".
000136     05 SCR-ACCOUNT-FIELD
000137         LINE 16 COLUMN 19 PIC X(17) USING WS-FRM-ACCOUNT.
000138     05 LINE 17 COLUMN 2 VALUE "PAYMENT HOLD   :".
000139     05 SCR-HOLD-FIELD
000140         LINE 17 COLUMN 19 PIC X(1) USING WS-FRM-HOLD-FLAG.
000141     05 LINE 19 COLUMN 2 PIC X(60) FROM WS-FORM-MESSAGE.
000142
000143 01 CONFIRM-SCREEN.
000144     05 LINE 21 COLUMN 2 VALUE "WRITE THIS RECORD? (Y/N):".
000145     05 SCR-CONFIRM-FIELD
000146         LINE 21 COLUMN 28 PIC X(1) USING WS-CONFIRM-FIELD.
000147
000148 PROCEDURE DIVISION.
000149 PROGRAM-BEGIN.
000150      PERFORM SIGN-ON-OPERATOR.
000151      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000152      PERFORM CHECK-OPERATOR-AUTHORITY.
000153      IF NOT WS-AUTHORITY-OK
000154          MOVE "N" TO WS-MORE-SESSIONS
000155      END-IF.
000156      OPEN I-O VENDOR-FILE.
000157      IF WS-VND-FILE-STATUS = "00"
000158          PERFORM FIND-HIGHEST-VENDOR-NUMBER
000159          PERFORM RUN-FORM-SESSIONS
000160              UNTIL NO-MORE-SESSIONS
000161          CLOSE VENDOR-FILE
000162      ELSE
000163          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000164              WS-VND-FILE-STATUS
000165      END-IF.
000166
000167 PROGRAM-DONE.
000168      STOP RUN.
000169
000170 RUN-FORM-SESSIONS.
000171      DISPLAY "A=ADD  C=CORRECT  I=INQUIRE  X=EXIT".
000172      ACCEPT WS-MODE-FIELD.
000173      IF WS-MODE-FIELD = "X"
000174          MOVE "N" TO WS-MORE-SESSIONS
000175      ELSE
000176          IF WS-MODE-FIELD = "A"
000177              PERFORM ADD-VENDOR-ON-FORM
000178          ELSE
000179          IF WS-MODE-FIELD = "C"
000180              PERFORM CORRECT-VENDOR-ON-FORM
000181          ELSE
000182          IF WS-MODE-FIELD = "I"
000183              PERFORM INQUIRE-VENDOR-ON-FORM
000184          ELSE
000185              DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
000186          END-IF
000187          END-IF
000188          END-IF
000189      END-IF.
000190
000191*--------------------------------------------------
000192* Add: the next vendor number is auto-assigned the
000193* way VNDNEW03 assigns it, the form comes up with
000194* entry defaults, and the record is WRITEn only
000195* after the edits pass and the operator confirms.
000196*--------------------------------------------------
000197 ADD-VENDOR-ON-FORM.
000198      MOVE "ADD" TO WS-MODE-TEXT.
000199      CALL "VNDNXTNO" USING WS-HIGH-VENDOR-NUMBER
000200          WS-NEXT-VENDOR-NUMBER.
000201      PERFORM INIT-VENDOR-RECORD.
000202      MOVE WS-NEXT-VENDOR-NUMBER TO VENDOR-NUMBER.
000203      PERFORM MOVE-RECORD-TO-FORM.
000204      MOVE SPACES TO WS-FORM-MESSAGE.
000205      PERFORM EDIT-FORM-FIELDS.
000206      PERFORM CONFIRM-FORM-WRITE.
000207      IF WS-CONFIRM-FIELD = "Y"
000208          PERFORM MOVE-FORM-TO-RECORD
000209          PERFORM WRITE-FORM-VENDOR-RECORD
000210      ELSE
000211          DISPLAY "ENTRY ABANDONED - NOTHING WRITTEN"
000212      END-IF.
000213
000214 WRITE-FORM-VENDOR-RECORD.
000215      MOVE "Y" TO WS-WRITE-OK-SWITCH.
000216      WRITE VENDOR-RECORD
000217          INVALID KEY
000218              DISPLAY "RECORD ALREADY ON FILE - "
000219                  VENDOR-NUMBER
000220              MOVE "N" TO WS-WRITE-OK-SWITCH
000221      END-WRITE.
000222      IF WRITE-WAS-OK
000223          IF VENDOR-NUMBER > WS-HIGH-VENDOR-NUMBER
000224              MOVE VENDOR-NUMBER TO WS-HIGH-VENDOR-NUMBER
000225          END-IF
000226          MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
000227          MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000228          MOVE "ADD" TO WS-AUDIT-ACTION
000229          PERFORM WRITE-AUDIT-RECORD
000230          DISPLAY "VENDOR " VENDOR-NUMBER " ADDED"
000231      END-IF.
000232
000233*--------------------------------------------------
000234* Correct: same refusal for an inactive vendor
000235* CORRECT-VENDOR-RECORD makes in VNDUPD01, then
000236* the whole record is on the form at once instead
000237* of behind a thirteen-choice menu. Changed bank
000238* details are parked for approval, not REWRITten,
000239* the same as in VNDUPD01.
000240*--------------------------------------------------
000241 CORRECT-VENDOR-ON-FORM.
000242      MOVE "CORRECT" TO WS-MODE-TEXT.
000243      DISPLAY "ENTER VENDOR NUMBER TO CORRECT".
000244      ACCEPT VENDOR-NUMBER-FIELD.
000245      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000246      READ VENDOR-FILE
000247          INVALID KEY
000248              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000249          NOT INVALID KEY
000250              PERFORM CORRECT-ACTIVE-VENDOR
000251      END-READ.
000252
000253 CORRECT-ACTIVE-VENDOR.
000254      IF VENDOR-INACTIVE
000255          DISPLAY "VENDOR " VENDOR-NUMBER " IS INACTIVE"
000256      ELSE
000257          MOVE VENDOR-RECORD TO WS-AUDIT-BEFORE-IMAGE
000258          PERFORM SAVE-BANK-DETAILS
000259          PERFORM MOVE-RECORD-TO-FORM
000260          MOVE SPACES TO WS-FORM-MESSAGE
000261          PERFORM EDIT-FORM-FIELDS
000262          PERFORM CONFIRM-FORM-WRITE
000263          IF WS-CONFIRM-FIELD = "Y"
000264              PERFORM MOVE-FORM-TO-RECORD
000265              MOVE "VNDSCR01" TO WS-BANK-CHANGE-SOURCE
000266              PERFORM DIVERT-BANK-DETAIL-CHANGE
000267              PERFORM SHOW-BANK-CHANGE-RESULT
000268              PERFORM REWRITE-FORM-VENDOR-RECORD
000269          ELSE
000270              DISPLAY "CORRECTION ABANDONED - NO CHANGE"
000271          END-IF
000272      END-IF.
000273
000274 REWRITE-FORM-VENDOR-RECORD.
000275      REWRITE VENDOR-RECORD
000276          INVALID KEY
000277              DISPLAY "INVALID KEY - VENDOR NOT ON FILE"
000278          NOT INVALID KEY
000279              MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000280              MOVE "UPDATE" TO WS-AUDIT-ACTION
000281              PERFORM WRITE-AUDIT-RECORD
000282              DISPLAY "VENDOR " VENDOR-NUMBER " CORRECTED"
000283      END-REWRITE.
000284
000285 INQUIRE-VENDOR-ON-FORM.
000286      MOVE "INQUIRE" TO WS-MODE-TEXT.
000287      DISPLAY "ENTER VENDOR NUMBER TO DISPLAY".
000288      ACCEPT VENDOR-NUMBER-FIELD.
000289      MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
000290      READ VENDOR-FILE
000291          INVALID KEY
000292              DISPLAY "VENDOR NOT ON FILE"
000293          NOT INVALID KEY
000294              PERFORM SHOW-VENDOR-ON-FORM
000295      END-READ.
000296
000297 SHOW-VENDOR-ON-FORM.
000298      PERFORM MOVE-RECORD-TO-FORM.
000299      MOVE "PRESS ENTER TO RETURN TO THE MENU"
000300          TO WS-FORM-MESSAGE.
000301      DISPLAY VENDOR-FORM-SCREEN.
000302      ACCEPT WS-CONFIRM-FIELD.
000303
000304*--------------------------------------------------
000305* Shows the form, takes the operator's entries,
000306* and re-edits until everything passes. An edit
000307* failure re-ACCEPTs only the failing field, with
000308* the reason on the message line.
000309*--------------------------------------------------
000310 EDIT-FORM-FIELDS.
000311      DISPLAY VENDOR-FORM-SCREEN.
000312      ACCEPT VENDOR-FORM-SCREEN.
000313      MOVE "N" TO WS-FORM-VALID-SWITCH.
000314      PERFORM CHECK-FORM-FIELDS.
000315      PERFORM CORRECT-FAILING-FIELD
000316          UNTIL WS-FORM-VALID.
000317
000318*--------------------------------------------------
000319* All form edits in screen order. The first
000320* failure wins the message line and the cursor.
000321*--------------------------------------------------
000322 CHECK-FORM-FIELDS.
000323      MOVE "Y" TO WS-FORM-VALID-SWITCH.
000324      MOVE ZERO TO WS-ERROR-FIELD.
000325      MOVE SPACES TO WS-FORM-MESSAGE.
000326      IF WS-FRM-COUNTRY = SPACES
000327          MOVE "US" TO WS-FRM-COUNTRY
000328      END-IF.
000329      MOVE WS-FRM-COUNTRY TO VENDOR-COUNTRY.
000330      MOVE WS-FRM-STATE TO VENDOR-STATE.
000331      MOVE WS-FRM-ZIP TO VENDOR-ZIP.
000332      PERFORM VALIDATE-VENDOR-STATE.
000333      IF NOT WS-STATE-VALID
000334          MOVE 1 TO WS-ERROR-FIELD
000335          MOVE "INVALID STATE CODE - PLEASE RE-ENTER"
000336              TO WS-FORM-MESSAGE
000337          MOVE "N" TO WS-FORM-VALID-SWITCH
000338      ELSE
000339          PERFORM CHECK-FORM-ZIP
000340      END-IF.
000341
000342 CHECK-FORM-ZIP.
000343      PERFORM VALIDATE-VENDOR-ZIP.
000344      IF NOT WS-ZIP-VALID
000345          MOVE 2 TO WS-ERROR-FIELD
000346          MOVE "INVALID ZIP CODE - PLEASE RE-ENTER"
000347              TO WS-FORM-MESSAGE
000348          MOVE "N" TO WS-FORM-VALID-SWITCH
000349      ELSE
000350          PERFORM CHECK-FORM-1099-FLAG
000351      END-IF.
000352
000353 CHECK-FORM-1099-FLAG.
000354      IF WS-FRM-1099-FLAG NOT = "Y"
000355          AND WS-FRM-1099-FLAG NOT = "N"
000356          MOVE 3 TO WS-ERROR-FIELD
000357          MOVE "1099 FLAG MUST BE Y OR N"
000358              TO WS-FORM-MESSAGE
000359          MOVE "N" TO WS-FORM-VALID-SWITCH
000360      ELSE
000361          PERFORM CHECK-FORM-ROUTING
000362      END-IF.
000363
000364 CHECK-FORM-ROUTING.
000365      IF WS-FRM-ROUTING = SPACES
000366          MOVE "0" TO WS-FRM-ROUTING
000367      END-IF.
000368      IF WS-FRM-ROUTING = "0"
000369          OR WS-FRM-ROUTING IS NUMERIC
000370          PERFORM CHECK-FORM-HOLD-FLAG
000371      ELSE
000372          MOVE 4 TO WS-ERROR-FIELD
000373          MOVE "INVALID ROUTING NUMBER - PLEASE RE-ENTER"
000374              TO WS-FORM-MESSAGE
000375          MOVE "N" TO WS-FORM-VALID-SWITCH
000376      END-IF.
000377
000378 CHECK-FORM-HOLD-FLAG.
000379      IF WS-FRM-HOLD-FLAG = SPACES
000380          MOVE "N" TO WS-FRM-HOLD-FLAG
000381      END-IF.
000382      IF WS-FRM-HOLD-FLAG NOT = "H"
000383          AND WS-FRM-HOLD-FLAG NOT = "N"
000384          MOVE 5 TO WS-ERROR-FIELD
000385          MOVE "PAYMENT HOLD MUST BE H OR N"
000386              TO WS-FORM-MESSAGE
000387          MOVE "N" TO WS-FORM-VALID-SWITCH
000388      END-IF.
000389
000390*--------------------------------------------------
000391* Puts the message up and the cursor back in just
000392* the failing field, then re-edits the whole form.
000393*--------------------------------------------------
000394 CORRECT-FAILING-FIELD.
000395      DISPLAY VENDOR-FORM-SCREEN.
000396      IF WS-ERROR-FIELD = 1
000397          ACCEPT SCR-STATE-FIELD
000398      ELSE
000399      IF WS-ERROR-FIELD = 2
000400          ACCEPT SCR-ZIP-FIELD
000401      ELSE
000402      IF WS-ERROR-FIELD = 3
000403          ACCEPT SCR-1099-FIELD
000404      ELSE
000405      IF WS-ERROR-FIELD = 4
000406          ACCEPT SCR-ROUTING-FIELD
000407      ELSE
000408      IF WS-ERROR-FIELD = 5
000409          ACCEPT SCR-HOLD-FIELD
000410      END-IF
000411      END-IF
000412      END-IF
000413      END-IF
000414      END-IF.
000415      PERFORM CHECK-FORM-FIELDS.
000416
000417 CONFIRM-FORM-WRITE.
000418      MOVE "PASSED EDIT - CONFIRM BELOW" TO WS-FORM-MESSAGE.
000419      DISPLAY VENDOR-FORM-SCREEN.
000420      MOVE SPACE TO WS-CONFIRM-FIELD.
000421      DISPLAY CONFIRM-SCREEN.
000422      ACCEPT CONFIRM-SCREEN.
000423
000424 MOVE-RECORD-TO-FORM.
000425      MOVE VENDOR-NUMBER TO WS-FRM-NUMBER.
000426      MOVE VENDOR-NAME TO WS-FRM-NAME.
000427      MOVE VENDOR-ADDRESS-1 TO WS-FRM-ADDRESS-1.
000428      MOVE VENDOR-ADDRESS-2 TO WS-FRM-ADDRESS-2.
000429      MOVE VENDOR-CITY TO WS-FRM-CITY.
000430      MOVE VENDOR-COUNTRY TO WS-FRM-COUNTRY.
000431      MOVE VENDOR-STATE TO WS-FRM-STATE.
000432      MOVE VENDOR-ZIP TO WS-FRM-ZIP.
000433      MOVE VENDOR-CONTACT TO WS-FRM-CONTACT.
000434      MOVE VENDOR-PHONE TO WS-FRM-PHONE.
000435      MOVE VENDOR-TAX-ID TO WS-FRM-TAX-ID.
000436      MOVE VENDOR-1099-FLAG TO WS-FRM-1099-FLAG.
000437      MOVE VENDOR-BANK-ROUTING TO WS-FRM-ROUTING.
000438      MOVE VENDOR-BANK-ACCOUNT TO WS-FRM-ACCOUNT.
000439      MOVE VENDOR-HOLD-FLAG TO WS-FRM-HOLD-FLAG.
000440      MOVE VENDOR-STATUS TO WS-FRM-STATUS.
000441
000442*--------------------------------------------------
000443* The form mirror goes back to the record only
000444* after the edits pass and the operator confirms.
000445* VENDOR-NUMBER and VENDOR-STATUS are never taken
000446* from the form - the number was assigned or keyed
000447* to find the record, and status changes stay with
000448* VNDSTAT01.
000449*--------------------------------------------------
000450 MOVE-FORM-TO-RECORD.
000451      MOVE WS-FRM-NAME TO VENDOR-NAME.
000452      MOVE WS-FRM-ADDRESS-1 TO VENDOR-ADDRESS-1.
000453      MOVE WS-FRM-ADDRESS-2 TO VENDOR-ADDRESS-2.
000454      MOVE WS-FRM-CITY TO VENDOR-CITY.
000455      MOVE WS-FRM-COUNTRY TO VENDOR-COUNTRY.
000456      MOVE WS-FRM-STATE TO VENDOR-STATE.
000457      MOVE WS-FRM-ZIP TO VENDOR-ZIP.
000458      MOVE WS-FRM-CONTACT TO VENDOR-CONTACT.
000459      MOVE WS-FRM-PHONE TO VENDOR-PHONE.
000460      IF WS-FRM-TAX-ID NOT = VENDOR-TAX-ID
000461          PERFORM RESET-VENDOR-TIN-MATCH
000462      END-IF.
000463      MOVE WS-FRM-TAX-ID TO VENDOR-TAX-ID.
000464      MOVE WS-FRM-1099-FLAG TO VENDOR-1099-FLAG.
000465      IF WS-FRM-ROUTING = "0"
000466          MOVE ZEROES TO VENDOR-BANK-ROUTING
000467      ELSE
000468          MOVE WS-FRM-ROUTING TO VENDOR-BANK-ROUTING
000469      END-IF.
000470      MOVE WS-FRM-ACCOUNT TO VENDOR-BANK-ACCOUNT.
000471      MOVE WS-FRM-HOLD-FLAG TO VENDOR-HOLD-FLAG.
000472
000473     COPY "PRVND01.CBL".
000474
000475     COPY "PRSGN01.CBL".
