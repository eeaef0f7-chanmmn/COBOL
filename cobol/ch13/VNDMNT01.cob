000015* ACCEPTED or REJECTED with a reason, and every
000016* applied transaction writes the same audit record
000017* VNDUPD01 or VNDSTAT01 would have written.
000018* A changed routing or account is not applied to
000019* the master: it is parked on the Vendor Bank
000020* Change File for a second operator's approval in
000021* VNDBKA01 and the transaction prints ACCEPTED
000022* with that noted beside it.
000023*------------------------------------------------
000024 ENVIRONMENT DIVISION.
000025 INPUT-OUTPUT SECTION.
000026 FILE-CONTROL.
000027
000028     COPY "SLVND01.CBL".
000029
000030     COPY "SLOPR01.CBL".
000031
000032     SELECT VENDOR-MAINT-FILE
000033         ASSIGN TO "vndmaint.txt"
000034         ORGANIZATION IS LINE SEQUENTIAL.
000035
000036     SELECT MAINT-REPORT
000037         ASSIGN TO "vndmntrpt.txt"
000038         ORGANIZATION IS LINE SEQUENTIAL.
000039
000040 DATA DIVISION.
000041 FILE SECTION.
000042
000043     COPY "FDVND02.CBL".
000044
000045     COPY "FDOPR01.CBL".
000046
000047*--------------------------------------------------
000048* Fixed-format maintenance transaction. Same field
000049* widths as VENDOR-RECORD. MT-ACTION is C (change),
000050* I (inactivate) or A (reactivate). On a change,
000051* blank fields are left as they are on file;
000052* MT-BANK-ROUTING takes "0" to drop a vendor off
000053* ACH, the same convention the PRVND01 prompt uses.
000054*--------------------------------------------------
000055 FD  VENDOR-MAINT-FILE
000056     LABEL RECORDS ARE STANDARD.
000057 01  MAINT-TRANSACTION.
000058     05  MT-VENDOR-NUMBER         PIC X(5).
000059     05  MT-ACTION                PIC X(1).
000060     05  MT-VENDOR-NAME           PIC X(30).
000061     05  MT-VENDOR-ADDRESS-1      PIC X(30).
000062     05  MT-VENDOR-ADDRESS-2      PIC X(30).
000063     05  MT-VENDOR-CITY           PIC X(20).
000064     05  MT-VENDOR-STATE          PIC X(2).
000065     05  MT-VENDOR-ZIP            PIC X(10).
000066     05  MT-VENDOR-CONTACT        PIC X(30).
000067     05  MT-VENDOR-PHONE          PIC X(15).
000068     05  MT-VENDOR-TAX-ID         PIC X(11).
000069     05  MT-VENDOR-1099-FLAG      PIC X(1).
000070     05  MT-BANK-ROUTING          PIC X(9).
000071     05  MT-BANK-ACCOUNT          PIC X(17).
000072     05  MT-VENDOR-COUNTRY        PIC X(2).
000073
000074 FD  MAINT-REPORT
000075     LABEL RECORDS ARE STANDARD.
000076 01  REPORT-LINE                  PIC X(80).
000077
000078 WORKING-STORAGE SECTION.
000079
000080 01 WS-MAINT-EOF-SWITCH        PIC X(1) VALUE "N".
000081     88 NO-MORE-TRANSACTIONS       VALUE "Y".
000082 01 WS-TRANS-OK-SWITCH         PIC X(1) VALUE "N".
000083     88 WS-TRANS-OK                 VALUE "Y".
000084 01 WS-REJECT-REASON           PIC X(30).
000085 01 WS-ACCEPT-NOTE             PIC X(30).
000086 01 WS-READ-COUNT              PIC 9(5) VALUE ZERO.
000087 01 WS-ACCEPT-COUNT            PIC 9(5) VALUE ZERO.
000088 01 WS-REJECT-COUNT            PIC 9(5) VALUE ZERO.
000089
000090*--------------------------------------------------
000091* Run Control Log fields for the START/END records
000092* this run writes through VNDRUNLG.
000093*--------------------------------------------------
000094 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDMNT01".
000095 01 WS-RUN-ENTRY-TYPE PIC X(5).
000096 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000097
000098 01 HEADING-LINE-1             PIC X(40) VALUE
000099     "VENDOR BATCH MAINTENANCE REGISTER".
000100
000101 01 HEADING-LINE-2.
000102     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000103     05 FILLER                 PIC X(7)  VALUE "ACTION ".
000104     05 FILLER                 PIC X(10) VALUE "RESULT".
000105     05 FILLER                 PIC X(30) VALUE "REASON".
000106
000107 01 DETAIL-LINE.
000108     05 DL-VENDOR-NUMBER       PIC X(5).
000109     05 FILLER                 PIC X(2)  VALUE SPACES.
000110     05 DL-ACTION              PIC X(1).
000111     05 FILLER                 PIC X(6)  VALUE SPACES.
000112     05 DL-RESULT              PIC X(8).
000113     05 FILLER                 PIC X(2)  VALUE SPACES.
000114     05 DL-REASON              PIC X(30).
000115
000116 01 TOTAL-LINE.
000117     05 TL-LABEL               PIC X(26).
000118     05 TL-COUNT               PIC Z(4)9.
000119
000120     COPY "WSVND01.CBL".
000121
000122     COPY "WSSGN01.CBL".
000123
000124 PROCEDURE DIVISION.
000125 PROGRAM-BEGIN.
000126      PERFORM SIGN-ON-OPERATOR.
000127      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000128      PERFORM CHECK-OPERATOR-AUTHORITY.
000129      IF WS-AUTHORITY-OK
000130          PERFORM RUN-MAINT-PASS
000131      END-IF.
000132
000133 PROGRAM-DONE.
000134      STOP RUN.
000135
000136 RUN-MAINT-PASS.
000137      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000138      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000139          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000140          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000141          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000142      OPEN I-O VENDOR-FILE.
000143      IF WS-VND-FILE-STATUS NOT = "00"
000144          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000145              WS-VND-FILE-STATUS
000146          MOVE "Y" TO WS-MAINT-EOF-SWITCH
000147      END-IF.
000148      OPEN INPUT VENDOR-MAINT-FILE.
000149      OPEN OUTPUT MAINT-REPORT.
000150      PERFORM PRINT-HEADINGS.
000151      PERFORM READ-MAINT-TRANSACTION.
000152      PERFORM APPLY-MAINT-TRANSACTIONS
000153          UNTIL NO-MORE-TRANSACTIONS.
000154      PERFORM PRINT-TOTAL-LINES.
000155      CLOSE VENDOR-FILE.
000156      CLOSE VENDOR-MAINT-FILE.
000157      CLOSE MAINT-REPORT.
000158      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000159      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000160          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000161          WS-READ-COUNT WS-ACCEPT-COUNT
000162          WS-RUN-ZERO-COUNT WS-REJECT-COUNT.
000163      DISPLAY WS-READ-COUNT " TRANSACTIONS READ".
000164      DISPLAY WS-ACCEPT-COUNT " TRANSACTIONS ACCEPTED".
000165      DISPLAY WS-REJECT-COUNT " TRANSACTIONS REJECTED".
000166
000167
000168 READ-MAINT-TRANSACTION.
000169      READ VENDOR-MAINT-FILE
000170          AT END
000171              MOVE "Y" TO WS-MAINT-EOF-SWITCH
000172          NOT AT END
000173              ADD 1 TO WS-READ-COUNT
000174      END-READ.
000175
000176 APPLY-MAINT-TRANSACTIONS.
000177      MOVE "N" TO WS-TRANS-OK-SWITCH.
000178      MOVE SPACES TO WS-REJECT-REASON.
000179      MOVE SPACES TO WS-ACCEPT-NOTE.
000180      IF MT-VENDOR-NUMBER IS NOT NUMERIC
000181          MOVE "VENDOR NUMBER NOT NUMERIC"
000182              TO WS-REJECT-REASON
000183      ELSE
000184          PERFORM FIND-MAINT-VENDOR
000185      END-IF.
000186      PERFORM WRITE-MAINT-RESULT.
000187      PERFORM READ-MAINT-TRANSACTION.
000188
000189 FIND-MAINT-VENDOR.
000190      MOVE MT-VENDOR-NUMBER TO VENDOR-NUMBER.
000191      READ VENDOR-FILE
000192          INVALID KEY
000193              MOVE "VENDOR NOT ON FILE"
000194                  TO WS-REJECT-REASON
000195          NOT INVALID KEY
000196              PERFORM APPLY-ONE-ACTION
000197      END-READ.
000198
000199 APPLY-ONE-ACTION.
000200      IF MT-ACTION = "C"
000201          PERFORM APPLY-CHANGE-TRANSACTION
000202      ELSE
000203          IF MT-ACTION = "I" OR MT-ACTION = "A"
000204              PERFORM APPLY-STATUS-TRANSACTION
000205          ELSE
000206              MOVE "BAD ACTION CODE"
000207                  TO WS-REJECT-REASON
000208          END-IF
000209      END-IF.
000210
000211*--------------------------------------------------
000212* A change is refused for an inactive vendor, the
000213* same refusal CORRECT-VENDOR-RECORD makes in
000214* VNDUPD01. Nonblank transaction fields replace
000215* the fields on file, then the whole record is
000216* edited before the REWRITE - a rejected change
000217* never touches the file.
000218*--------------------------------------------------
000219 APPLY-CHANGE-TRANSACTION.
000220      IF VENDOR-INACTIVE
000221          MOVE "VENDOR INACTIVE" TO WS-REJECT-REASON
000222      ELSE
000223          MOVE VENDOR-RECORD TO WS-AUDIT-BEFORE-IMAGE
000224          PERFORM SAVE-BANK-DETAILS
000225          PERFORM MOVE-CHANGE-FIELDS
000226          PERFORM EDIT-CHANGED-RECORD
000227          IF WS-REJECT-REASON = SPACES
000228              PERFORM DIVERT-CHANGED-BANK-FIELDS
000229          END-IF
000230          IF WS-REJECT-REASON = SPACES
000231              PERFORM REWRITE-CHANGED-VENDOR
000232          END-IF
000233      END-IF.
000234
000235 MOVE-CHANGE-FIELDS.
000236      IF MT-VENDOR-NAME NOT = SPACES
000237          MOVE MT-VENDOR-NAME TO VENDOR-NAME
000238      END-IF.
000239      IF MT-VENDOR-ADDRESS-1 NOT = SPACES
000240          MOVE MT-VENDOR-ADDRESS-1 TO VENDOR-ADDRESS-1
000241      END-IF.
000242      IF MT-VENDOR-ADDRESS-2 NOT = SPACES
000243          MOVE MT-VENDOR-ADDRESS-2 TO VENDOR-ADDRESS-2
000244      END-IF.
000245      IF MT-VENDOR-CITY NOT = SPACES
000246          MOVE MT-VENDOR-CITY TO VENDOR-CITY
000247      END-IF.
000248      IF MT-VENDOR-COUNTRY NOT = SPACES
000249          MOVE MT-VENDOR-COUNTRY TO VENDOR-COUNTRY
000250      END-IF.
000251      IF MT-VENDOR-STATE NOT = SPACES
000252          MOVE MT-VENDOR-STATE TO VENDOR-STATE
000253      END-IF.
000254      IF MT-VENDOR-ZIP NOT = SPACES
000255          MOVE MT-VENDOR-ZIP TO VENDOR-ZIP
000256      END-IF.
000257      IF MT-VENDOR-CONTACT NOT = SPACES
000258          MOVE MT-VENDOR-CONTACT TO VENDOR-CONTACT
000259      END-IF.
000260      IF MT-VENDOR-PHONE NOT = SPACES
000261          MOVE MT-VENDOR-PHONE TO VENDOR-PHONE
000262      END-IF.
000263      IF MT-VENDOR-TAX-ID NOT = SPACES
000264          IF MT-VENDOR-TAX-ID NOT = VENDOR-TAX-ID
000265              PERFORM RESET-VENDOR-TIN-MATCH
000266          END-IF
000267          MOVE MT-VENDOR-TAX-ID TO VENDOR-TAX-ID
000268      END-IF.
000269      IF MT-VENDOR-1099-FLAG NOT = SPACES
000270          MOVE MT-VENDOR-1099-FLAG TO VENDOR-1099-FLAG
000271      END-IF.
000272      PERFORM MOVE-CHANGE-BANK-FIELDS.
000273
000274*--------------------------------------------------
000275* Blank routing leaves the bank data alone. "0"
000276* drops the vendor off ACH and blanks the account.
000277* Anything else must be a full 9-digit routing
000278* number; a non-numeric entry is caught by
000279* EDIT-CHANGED-RECORD below.
000280*--------------------------------------------------
000281 MOVE-CHANGE-BANK-FIELDS.
000282      IF MT-BANK-ROUTING = "0"
000283          MOVE ZEROES TO VENDOR-BANK-ROUTING
000284          MOVE SPACES TO VENDOR-BANK-ACCOUNT
000285      ELSE
000286          IF MT-BANK-ROUTING NOT = SPACES
000287              AND MT-BANK-ROUTING IS NUMERIC
000288              MOVE MT-BANK-ROUTING TO VENDOR-BANK-ROUTING
000289          END-IF
000290      END-IF.
000291      IF MT-BANK-ACCOUNT NOT = SPACES
000292          MOVE MT-BANK-ACCOUNT TO VENDOR-BANK-ACCOUNT
000293      END-IF.
000294
000295 EDIT-CHANGED-RECORD.
000296      IF MT-BANK-ROUTING NOT = SPACES
000297          AND MT-BANK-ROUTING NOT = "0"
000298          AND MT-BANK-ROUTING IS NOT NUMERIC
000299          MOVE "BAD BANK ROUTING" TO WS-REJECT-REASON
000300      END-IF.
000301      IF MT-VENDOR-1099-FLAG NOT = SPACES
000302          AND MT-VENDOR-1099-FLAG NOT = "Y"
000303          AND MT-VENDOR-1099-FLAG NOT = "N"
000304          MOVE "1099 FLAG NOT Y OR N" TO WS-REJECT-REASON
000305      END-IF.
000306      PERFORM VALIDATE-VENDOR-STATE.
000307      IF NOT WS-STATE-VALID
000308          MOVE "BAD STATE CODE" TO WS-REJECT-REASON
000309      END-IF.
000310      PERFORM VALIDATE-VENDOR-ZIP.
000311      IF NOT WS-ZIP-VALID
000312          MOVE "BAD ZIP CODE" TO WS-REJECT-REASON
000313      END-IF.
000314
000315*--------------------------------------------------
000316* Changed bank details are parked for a second
000317* operator's approval in VNDBKA01, not applied. If
000318* the vendor already has a bank change in progress
000319* the whole transaction is rejected, so the other
000320* fields are not applied without the bank fields
000321* they came with.
000322*--------------------------------------------------
000323 DIVERT-CHANGED-BANK-FIELDS.
000324      MOVE "VNDMNT01" TO WS-BANK-CHANGE-SOURCE.
000325      PERFORM DIVERT-BANK-DETAIL-CHANGE.
000326      IF WS-BANK-CHANGE-BUSY
000327          MOVE "BANK CHANGE ALREADY IN PROGRESS"
000328              TO WS-REJECT-REASON
000329      END-IF.
000330      IF WS-BANK-CHANGE-QUEUED
000331          MOVE "BANK CHANGE HELD FOR APPROVAL"
000332              TO WS-ACCEPT-NOTE
000333      END-IF.
000334
000335 REWRITE-CHANGED-VENDOR.
000336      REWRITE VENDOR-RECORD
000337          INVALID KEY
000338              MOVE "REWRITE FAILED" TO WS-REJECT-REASON
000339          NOT INVALID KEY
000340              MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000341              MOVE "UPDATE" TO WS-AUDIT-ACTION
000342              PERFORM WRITE-AUDIT-RECORD
000343              MOVE "Y" TO WS-TRANS-OK-SWITCH
000344      END-REWRITE.
000345
000346*--------------------------------------------------
000347* Status flips write the same INACT/ACTIV audit
000348* actions VNDSTAT01 writes.
000349*--------------------------------------------------
000350 APPLY-STATUS-TRANSACTION.
000351      MOVE VENDOR-RECORD TO WS-AUDIT-BEFORE-IMAGE.
000352      MOVE MT-ACTION TO VENDOR-STATUS.
000353      REWRITE VENDOR-RECORD
000354          INVALID KEY
000355              MOVE "REWRITE FAILED" TO WS-REJECT-REASON
000356          NOT INVALID KEY
000357              MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000358              IF MT-ACTION = "I"
000359                  MOVE "INACT" TO WS-AUDIT-ACTION
000360              ELSE
000361                  MOVE "ACTIV" TO WS-AUDIT-ACTION
000362              END-IF
000363              PERFORM WRITE-AUDIT-RECORD
000364              MOVE "Y" TO WS-TRANS-OK-SWITCH
000365      END-REWRITE.
000366
000367 WRITE-MAINT-RESULT.
000368      MOVE MT-VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000369      MOVE MT-ACTION TO DL-ACTION.
000370      IF WS-TRANS-OK
000371          MOVE "ACCEPTED" TO DL-RESULT
000372          MOVE WS-ACCEPT-NOTE TO DL-REASON
000373          ADD 1 TO WS-ACCEPT-COUNT
000374      ELSE
000375          MOVE "REJECTED" TO DL-RESULT
000376          MOVE WS-REJECT-REASON TO DL-REASON
000377          ADD 1 TO WS-REJECT-COUNT
000378      END-IF.
000379      MOVE DETAIL-LINE TO REPORT-LINE.
000380      WRITE REPORT-LINE.
000381
000382 PRINT-HEADINGS.
000383      MOVE HEADING-LINE-1 TO REPORT-LINE.
000384      WRITE REPORT-LINE.
000385      MOVE HEADING-LINE-2 TO REPORT-LINE.
000386      WRITE REPORT-LINE.
000387      MOVE SPACES TO REPORT-LINE.
000388      WRITE REPORT-LINE.
000389
000390 PRINT-TOTAL-LINES.
000391      MOVE SPACES TO REPORT-LINE.
000392      WRITE REPORT-LINE.
000393      MOVE "TRANSACTIONS READ" TO TL-LABEL.
000394      MOVE WS-READ-COUNT TO TL-COUNT.
000395      MOVE TOTAL-LINE TO REPORT-LINE.
000396      WRITE REPORT-LINE.
000397      MOVE "TRANSACTIONS ACCEPTED" TO TL-LABEL.
000398      MOVE WS-ACCEPT-COUNT TO TL-COUNT.
000399      MOVE TOTAL-LINE TO REPORT-LINE.
000400      WRITE REPORT-LINE.
000401      MOVE "TRANSACTIONS REJECTED" TO TL-LABEL.
000402      MOVE WS-REJECT-COUNT TO TL-COUNT.
000403      MOVE TOTAL-LINE TO REPORT-LINE.
000404      WRITE REPORT-LINE.
000405
000406     COPY "PRVND01.CBL".
000407
000408     COPY "PRSGN01.CBL".
