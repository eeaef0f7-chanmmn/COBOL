000014* the bank said - including any corrected bank
000015* data, which AP applies through VNDUPD01 before
000016* clearing the hold there.
000017* A return of the zero-dollar prenote VNDPRE01
000018* sent for a vendor bank change is not held: the
000019* bank has refused the new account, so the change
000020* is cancelled on the Vendor Bank Change File, the
000021* bank details it replaced go back on the vendor
000022* master, and the report says so.
000023*------------------------------------------------
000024 ENVIRONMENT DIVISION.
000025 INPUT-OUTPUT SECTION.
000026 FILE-CONTROL.
000027
000028     COPY "SLVND01.CBL".
000029
000030     COPY "SLOPR01.CBL".
000031
000032     COPY "SLBKC01.CBL".
000033
000034     SELECT ACH-RETURN-FILE
000035         ASSIGN TO "vndachret.txt"
000036         ORGANIZATION IS LINE SEQUENTIAL.
000037
000038     SELECT ACH-RETURN-REPORT
000039         ASSIGN TO "vndachrpt.txt"
000040         ORGANIZATION IS LINE SEQUENTIAL.
000041
000042 DATA DIVISION.
000043 FILE SECTION.
000044
000045     COPY "FDVND02.CBL".
000046
000047     COPY "FDOPR01.CBL".
000048
000049     COPY "FDBKC01.CBL".
000050
000051*--------------------------------------------------
000052* One entry per line from the bank portal download.
000053* RT-ENTRY-TYPE is R (returned entry) or C
000054* (notification of change). The corrected fields
000055* are blank on a plain return.
000056*--------------------------------------------------
000057 FD  ACH-RETURN-FILE
000058     LABEL RECORDS ARE STANDARD.
000059 01  ACH-RETURN-RECORD.
000060     05  RT-BANK-ROUTING          PIC X(9).
000061     05  RT-BANK-ACCOUNT          PIC X(17).
000062     05  RT-ENTRY-TYPE            PIC X(1).
000063     05  RT-REASON-CODE           PIC X(3).
000064     05  RT-CORRECTED-ROUTING     PIC X(9).
000065     05  RT-CORRECTED-ACCOUNT     PIC X(17).
000066
000067 FD  ACH-RETURN-REPORT
000068     LABEL RECORDS ARE STANDARD.
000069 01  REPORT-LINE                  PIC X(90).
000070
000071 WORKING-STORAGE SECTION.
000072
000073 01 WS-RETURN-EOF-SWITCH        PIC X(1) VALUE "N".
000074     88 NO-MORE-RETURN-RECORDS      VALUE "Y".
000075 01 WS-VENDOR-EOF-SWITCH        PIC X(1) VALUE "N".
000076     88 NO-MORE-VENDOR-RECORDS      VALUE "Y".
000077 01 WS-MATCH-FOUND-SWITCH       PIC X(1) VALUE "N".
000078     88 WS-MATCH-FOUND               VALUE "Y".
000079 01 WS-RETURN-ROUTING           PIC 9(9).
000080 01 WS-RETURN-COUNT             PIC 9(5) VALUE ZERO.
000081 01 WS-HELD-COUNT               PIC 9(5) VALUE ZERO.
000082 01 WS-NO-MATCH-COUNT           PIC 9(5) VALUE ZERO.
000083 01 WS-CANCELLED-COUNT          PIC 9(5) VALUE ZERO.
000084 01 WS-TODAY                    PIC 9(8) VALUE ZERO.
000085 01 WS-PRENOTE-RETURN-SWITCH    PIC X(1) VALUE "N".
000086     88 WS-PRENOTE-RETURNED          VALUE "Y".
000087
000088*--------------------------------------------------
000089* Run Control Log fields for the START/END records
000090* this run writes through VNDRUNLG.
000091*--------------------------------------------------
000092 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDACHRT".
000093 01 WS-RUN-ENTRY-TYPE PIC X(5).
000094 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000095
000096 01 HEADING-LINE-1              PIC X(40) VALUE
000097     "ACH RETURN AND NOC EXCEPTION REPORT".
000098
000099 01 HEADING-LINE-2.
000100     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000101     05 FILLER                 PIC X(31) VALUE "NAME".
000102     05 FILLER                 PIC X(5)  VALUE "TYPE ".
000103     05 FILLER                 PIC X(5)  VALUE "CODE ".
000104     05 FILLER                 PIC X(30) VALUE "DISPOSITION".
000105
000106 01 DETAIL-LINE.
000107     05 DL-VENDOR-NUMBER       PIC X(5).
000108     05 FILLER                 PIC X(2)  VALUE SPACES.
000109     05 DL-VENDOR-NAME         PIC X(30).
000110     05 FILLER                 PIC X(1)  VALUE SPACES.
000111     05 DL-ENTRY-TYPE          PIC X(1).
000112     05 FILLER                 PIC X(4)  VALUE SPACES.
000113     05 DL-REASON-CODE         PIC X(3).
000114     05 FILLER                 PIC X(2)  VALUE SPACES.
000115     05 DL-MESSAGE             PIC X(30).
000116
000117 01 CORRECTION-LINE.
000118     05 FILLER                 PIC X(3)  VALUE SPACES.
000119     05 FILLER                 PIC X(20) VALUE
000120         "BANK CORRECTION - R ".
000121     05 CL-CORRECTED-ROUTING   PIC X(9).
000122     05 FILLER                 PIC X(5)  VALUE "  A ".
000123     05 CL-CORRECTED-ACCOUNT   PIC X(17).
000124
000125 01 TOTAL-LINE.
000126     05 TL-LABEL               PIC X(26).
000127     05 TL-COUNT               PIC Z(4)9.
000128
000129     COPY "WSVND01.CBL".
000130
000131     COPY "WSSGN01.CBL".
000132
000133 PROCEDURE DIVISION.
000134 PROGRAM-BEGIN.
000135      PERFORM SIGN-ON-OPERATOR.
000136      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000137      PERFORM CHECK-OPERATOR-AUTHORITY.
000138      IF WS-AUTHORITY-OK
000139          PERFORM RUN-ACH-RETURN-PASS
000140      END-IF.
000141
000142 PROGRAM-DONE.
000143      STOP RUN.
000144
000145 RUN-ACH-RETURN-PASS.
000146      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000147      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000148          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000149          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000150          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000151      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000152      OPEN I-O VENDOR-FILE.
000153      IF WS-VND-FILE-STATUS NOT = "00"
000154          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000155              WS-VND-FILE-STATUS
000156          MOVE "Y" TO WS-RETURN-EOF-SWITCH
000157      END-IF.
000158      OPEN INPUT ACH-RETURN-FILE.
000159      OPEN I-O BANK-CHANGE-FILE.
000160      OPEN OUTPUT ACH-RETURN-REPORT.
000161      PERFORM PRINT-HEADINGS.
000162      PERFORM READ-RETURN-RECORD.
000163      PERFORM PROCESS-RETURN-RECORDS
000164          UNTIL NO-MORE-RETURN-RECORDS.
000165      PERFORM PRINT-TOTAL-LINES.
000166      CLOSE VENDOR-FILE.
000167      CLOSE ACH-RETURN-FILE.
000168      CLOSE BANK-CHANGE-FILE.
000169      CLOSE ACH-RETURN-REPORT.
000170      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000171      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000172          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000173          WS-RETURN-COUNT WS-HELD-COUNT
000174          WS-CANCELLED-COUNT WS-NO-MATCH-COUNT.
000175      DISPLAY WS-RETURN-COUNT " RETURN ENTRIES READ".
000176      DISPLAY WS-HELD-COUNT " VENDORS FLAGGED PAYMENT-HELD".
000177      DISPLAY WS-CANCELLED-COUNT " BANK CHANGES CANCELLED".
000178      DISPLAY WS-NO-MATCH-COUNT " ENTRIES WITH NO MATCH".
000179
000180 READ-RETURN-RECORD.
000181      READ ACH-RETURN-FILE
000182          AT END
000183              MOVE "Y" TO WS-RETURN-EOF-SWITCH
000184          NOT AT END
000185              ADD 1 TO WS-RETURN-COUNT
000186      END-READ.
000187
000188*--------------------------------------------------
000189* Each inbound entry is matched against the whole
000190* Vendor File on routing plus account - the pair
000191* the extract sent the bank - and every match is
000192* held. A legitimate return always carries the
000193* nonzero routing VNDEXPT01 exported, so an entry
000194* whose routing is unreadable OR all zeros (a bank
000195* header, trailer or padded junk line) must not be
000196* matched - zero routing would hit every check-
000197* only vendor on file. Both go on the report for
000198* AP to chase against the bank portal, as does an
000199* entry matching no vendor at all.
000200*--------------------------------------------------
000201 PROCESS-RETURN-RECORDS.
000202      IF RT-BANK-ROUTING IS NUMERIC
000203          MOVE RT-BANK-ROUTING TO WS-RETURN-ROUTING
000204      ELSE
000205          MOVE ZEROES TO WS-RETURN-ROUTING
000206      END-IF.
000207      IF WS-RETURN-ROUTING NOT = ZEROES
000208          PERFORM MATCH-RETURN-TO-VENDORS
000209      ELSE
000210          MOVE SPACES TO DL-VENDOR-NUMBER
000211          MOVE SPACES TO DL-VENDOR-NAME
000212          MOVE "ROUTING ON ENTRY NOT USABLE"
000213              TO DL-MESSAGE
000214          PERFORM WRITE-RETURN-DETAIL
000215          ADD 1 TO WS-NO-MATCH-COUNT
000216      END-IF.
000217      PERFORM READ-RETURN-RECORD.
000218
000219 MATCH-RETURN-TO-VENDORS.
000220      MOVE "N" TO WS-MATCH-FOUND-SWITCH.
000221      MOVE ZEROES TO VENDOR-NUMBER.
000222      START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
000223          INVALID KEY
000224              MOVE "Y" TO WS-VENDOR-EOF-SWITCH
000225          NOT INVALID KEY
000226              MOVE "N" TO WS-VENDOR-EOF-SWITCH
000227      END-START.
000228      PERFORM SCAN-ONE-VENDOR-RECORD
000229          UNTIL NO-MORE-VENDOR-RECORDS.
000230      IF NOT WS-MATCH-FOUND
000231          MOVE SPACES TO DL-VENDOR-NUMBER
000232          MOVE SPACES TO DL-VENDOR-NAME
000233          MOVE "NO VENDOR MATCHES BANK DATA"
000234              TO DL-MESSAGE
000235          PERFORM WRITE-RETURN-DETAIL
000236          ADD 1 TO WS-NO-MATCH-COUNT
000237      END-IF.
000238
000239 SCAN-ONE-VENDOR-RECORD.
000240      READ VENDOR-FILE NEXT RECORD
000241          AT END
000242              MOVE "Y" TO WS-VENDOR-EOF-SWITCH
000243          NOT AT END
000244              IF VENDOR-BANK-ROUTING = WS-RETURN-ROUTING
000245                  AND VENDOR-BANK-ACCOUNT = RT-BANK-ACCOUNT
000246                  PERFORM CHECK-PRENOTE-RETURN
000247                  IF WS-PRENOTE-RETURNED
000248                      PERFORM CANCEL-RETURNED-CHANGE
000249                  ELSE
000250                      PERFORM HOLD-MATCHED-VENDOR
000251                  END-IF
000252              END-IF
000253      END-READ.
000254
000255 HOLD-MATCHED-VENDOR.
000256      MOVE "Y" TO WS-MATCH-FOUND-SWITCH.
000257      MOVE VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000258      MOVE VENDOR-NAME TO DL-VENDOR-NAME.
000259      IF VENDOR-PAYMENT-HELD
000260          MOVE "ALREADY HELD" TO DL-MESSAGE
000261          PERFORM WRITE-RETURN-DETAIL
000262      ELSE
000263          MOVE VENDOR-RECORD TO WS-AUDIT-BEFORE-IMAGE
000264          MOVE "H" TO VENDOR-HOLD-FLAG
000265          REWRITE VENDOR-RECORD
000266              INVALID KEY
000267                  MOVE "REWRITE FAILED" TO DL-MESSAGE
000268                  PERFORM WRITE-RETURN-DETAIL
000269              NOT INVALID KEY
000270                  MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000271                  MOVE "ACHRTN" TO WS-AUDIT-ACTION
000272                  PERFORM WRITE-AUDIT-RECORD
000273                  ADD 1 TO WS-HELD-COUNT
000274                  MOVE "PAYMENT HELD" TO DL-MESSAGE
000275                  PERFORM WRITE-RETURN-DETAIL
000276          END-REWRITE
000277      END-IF.
000278
000279*--------------------------------------------------
000280* A returned entry is the prenote for a bank change
000281* when the vendor's change is approved or prenoted
000282* and its new bank details are the ones the bank
000283* returned. A notification of change is not a
000284* rejection and is held as usual.
000285*--------------------------------------------------
000286 CHECK-PRENOTE-RETURN.
000287      MOVE "N" TO WS-PRENOTE-RETURN-SWITCH.
000288      IF RT-ENTRY-TYPE = "R"
000289          MOVE VENDOR-NUMBER TO BKC-VENDOR-NUMBER
000290          READ BANK-CHANGE-FILE
000291              INVALID KEY
000292                  CONTINUE
000293              NOT INVALID KEY
000294                  IF (BKC-APPROVED OR BKC-PRENOTED)
000295                      AND BKC-NEW-ROUTING = WS-RETURN-ROUTING
000296                      AND BKC-NEW-ACCOUNT = RT-BANK-ACCOUNT
000297                      MOVE "Y" TO WS-PRENOTE-RETURN-SWITCH
000298                  END-IF
000299          END-READ
000300      END-IF.
000301
000302 CANCEL-RETURNED-CHANGE.
000303      MOVE "Y" TO WS-MATCH-FOUND-SWITCH.
000304      MOVE VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000305      MOVE VENDOR-NAME TO DL-VENDOR-NAME.
000306      MOVE VENDOR-RECORD TO WS-AUDIT-BEFORE-IMAGE.
000307      MOVE BKC-OLD-ROUTING TO VENDOR-BANK-ROUTING.
000308      MOVE BKC-OLD-ACCOUNT TO VENDOR-BANK-ACCOUNT.
000309      MOVE BKC-OLD-SWIFT-BIC TO VENDOR-SWIFT-BIC.
000310      MOVE BKC-OLD-IBAN TO VENDOR-IBAN.
000311      REWRITE VENDOR-RECORD
000312          INVALID KEY
000313              MOVE "REWRITE FAILED" TO DL-MESSAGE
000314              PERFORM WRITE-RETURN-DETAIL
000315          NOT INVALID KEY
000316              MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000317              MOVE "BANKXL" TO WS-AUDIT-ACTION
000318              PERFORM WRITE-AUDIT-RECORD
000319              PERFORM MARK-CHANGE-CANCELLED
000320      END-REWRITE.
000321
000322 MARK-CHANGE-CANCELLED.
000323      MOVE "X" TO BKC-STATUS.
000324      MOVE WS-TODAY TO BKC-CLOSED-DATE.
000325      MOVE RT-REASON-CODE TO BKC-RETURN-CODE.
000326      REWRITE BANK-CHANGE-RECORD
000327          INVALID KEY
000328              DISPLAY "BANK CHANGE REWRITE FAILED - "
000329                  BKC-VENDOR-NUMBER
000330      END-REWRITE.
000331      ADD 1 TO WS-CANCELLED-COUNT.
000332      MOVE "PRENOTE RETURNED - CANCELLED"
000333          TO DL-MESSAGE.
000334      PERFORM WRITE-RETURN-DETAIL.
000335
000336 WRITE-RETURN-DETAIL.
000337      MOVE RT-ENTRY-TYPE TO DL-ENTRY-TYPE.
000338      MOVE RT-REASON-CODE TO DL-REASON-CODE.
000339      MOVE DETAIL-LINE TO REPORT-LINE.
000340      WRITE REPORT-LINE.
000341      IF RT-CORRECTED-ROUTING NOT = SPACES
000342          OR RT-CORRECTED-ACCOUNT NOT = SPACES
000343          MOVE RT-CORRECTED-ROUTING TO CL-CORRECTED-ROUTING
000344          MOVE RT-CORRECTED-ACCOUNT TO CL-CORRECTED-ACCOUNT
000345          MOVE CORRECTION-LINE TO REPORT-LINE
000346          WRITE REPORT-LINE
000347      END-IF.
000348
000349 PRINT-HEADINGS.
000350      MOVE HEADING-LINE-1 TO REPORT-LINE.
000351      WRITE REPORT-LINE.
000352      MOVE HEADING-LINE-2 TO REPORT-LINE.
000353      WRITE REPORT-LINE.
000354      MOVE SPACES TO REPORT-LINE.
000355      WRITE REPORT-LINE.
000356
000357 PRINT-TOTAL-LINES.
000358      MOVE SPACES TO REPORT-LINE.
000359      WRITE REPORT-LINE.
000360      MOVE "RETURN ENTRIES READ" TO TL-LABEL.
000361      MOVE WS-RETURN-COUNT TO TL-COUNT.
000362      MOVE TOTAL-LINE TO REPORT-LINE.
000363      WRITE REPORT-LINE.
000364      MOVE "VENDORS FLAGGED HELD" TO TL-LABEL.
000365      MOVE WS-HELD-COUNT TO TL-COUNT.
000366      MOVE TOTAL-LINE TO REPORT-LINE.
000367      WRITE REPORT-LINE.
000368      MOVE "BANK CHANGES CANCELLED" TO TL-LABEL.
000369      MOVE WS-CANCELLED-COUNT TO TL-COUNT.
000370      MOVE TOTAL-LINE TO REPORT-LINE.
000371      WRITE REPORT-LINE.
000372      MOVE "ENTRIES WITH NO MATCH" TO TL-LABEL.
000373      MOVE WS-NO-MATCH-COUNT TO TL-COUNT.
000374      MOVE TOTAL-LINE TO REPORT-LINE.
000375      WRITE REPORT-LINE.
000376
000377     COPY "PRVND01.CBL".
000378
000379     COPY "PRSGN01.CBL".
