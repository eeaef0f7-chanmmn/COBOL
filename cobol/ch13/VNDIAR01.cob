000017* invoices and voided-then-reopened ones are
000018* never touched. VNDIARIQ answers inquiries
000019* against the archive afterward.
000020* A paid invoice a month-end close accrued but no
000021* close has yet relieved for its payment is
000022* retained however old - VNDCLS01 still has to
000023* take it out of the AP control account.
000024* Amounts on the register are US dollars, a
000025* foreign invoice at its entry rate.
000026*------------------------------------------------
000027 ENVIRONMENT DIVISION.
000028 INPUT-OUTPUT SECTION.
000029 FILE-CONTROL.
000030
000031     COPY "SLINV01.CBL".
000032
000033     COPY "SLIAR01.CBL".
000034
000035     COPY "SLOPR01.CBL".
000036
000037     SELECT DISPOSAL-REGISTER
000038         ASSIGN TO "invarcreg.txt"
000039         ORGANIZATION IS LINE SEQUENTIAL.
000040
000041 DATA DIVISION.
000042 FILE SECTION.
000043
000044     COPY "FDINV01.CBL".
000045
000046     COPY "FDIAR01.CBL".
000047
000048     COPY "FDOPR01.CBL".
000049
000050 FD  DISPOSAL-REGISTER
000051     LABEL RECORDS ARE STANDARD.
000052 01  REGISTER-LINE               PIC X(80).
000053
000054 WORKING-STORAGE SECTION.
000055
000056 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000057 01 WS-INVOICE-EOF-SWITCH       PIC X(1) VALUE "N".
000058     88 NO-MORE-INVOICE-RECORDS     VALUE "Y".
000059 01 WS-DATE-FIELD               PIC X(8).
000060 01 WS-DATE-VALID-SWITCH        PIC X(1) VALUE "N".
000061     88 WS-DATE-VALID               VALUE "Y".
000062 01 WS-CUTOFF-DATE              PIC 9(8).
000063 01 WS-READ-COUNT               PIC 9(5) VALUE ZERO.
000064 01 WS-PAID-SEEN-COUNT          PIC 9(5) VALUE ZERO.
000065 01 WS-ARCHIVED-COUNT           PIC 9(5) VALUE ZERO.
000066 01 WS-RETAINED-COUNT           PIC 9(5) VALUE ZERO.
000067 01 WS-ARCHIVED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
000068 01 WS-AWAITING-CLOSE-SWITCH    PIC X(1) VALUE "N".
000069     88 WS-AWAITING-CLOSE           VALUE "Y".
000070
000071*--------------------------------------------------
000072* Run Control Log fields for the START/END records
000073* this run writes through VNDRUNLG.
000074*--------------------------------------------------
000075 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDIAR01".
000076 01 WS-RUN-ENTRY-TYPE PIC X(5).
000077 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000078
000079 01 REGISTER-HEADING-1.
000080     05 FILLER                 PIC X(27) VALUE
000081         "INVOICE DISPOSAL REGISTER".
000082     05 FILLER                 PIC X(12) VALUE "CUTOFF DATE ".
000083     05 RH1-CUTOFF-DATE        PIC 9(8).
000084
000085 01 REGISTER-HEADING-2.
000086     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000087     05 FILLER                 PIC X(11) VALUE "INVOICE".
000088     05 FILLER                 PIC X(10) VALUE "PAID DATE".
000089     05 FILLER                 PIC X(15) VALUE "         AMOUNT".
000090     05 FILLER                 PIC X(2)  VALUE SPACES.
000091     05 FILLER                 PIC X(24) VALUE "DISPOSITION".
000092
000093 01 REGISTER-DETAIL-LINE.
000094     05 RD-VENDOR-NUMBER       PIC Z(4)9.
000095     05 FILLER                 PIC X(2)  VALUE SPACES.
000096     05 RD-INVOICE-NUMBER      PIC X(10).
000097     05 FILLER                 PIC X(1)  VALUE SPACES.
000098     05 RD-PAID-DATE           PIC 9(8).
000099     05 FILLER                 PIC X(1)  VALUE SPACES.
000100     05 RD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000101     05 FILLER                 PIC X(2)  VALUE SPACES.
000102     05 RD-DISPOSITION         PIC X(24).
000103
000104 01 REGISTER-TOTAL-LINE.
000105     05 TL-LABEL               PIC X(30).
000106     05 TL-COUNT               PIC Z(4)9.
000107
000108 01 REGISTER-AMOUNT-LINE.
000109     05 RA-LABEL               PIC X(30).
000110     05 RA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
000111
000112     COPY "WSSGN01.CBL".
000113
000114     COPY "WSFXR01.CBL".
000115
000116 PROCEDURE DIVISION.
000117 PROGRAM-BEGIN.
000118      PERFORM SIGN-ON-OPERATOR.
000119      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000120      PERFORM CHECK-OPERATOR-AUTHORITY.
000121      IF WS-AUTHORITY-OK
000122          PERFORM RUN-INVOICE-ARCHIVE
000123      END-IF.
000124
000125 PROGRAM-DONE.
000126      STOP RUN.
000127
000128 RUN-INVOICE-ARCHIVE.
000129      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000130      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000131          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000132          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000133          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000134      PERFORM ENTER-CUTOFF-DATE.
000135      OPEN I-O OPEN-INVOICE-FILE.
000136      OPEN I-O INVOICE-ARCHIVE-FILE.
000137      OPEN OUTPUT DISPOSAL-REGISTER.
000138      PERFORM PRINT-REGISTER-HEADINGS.
000139      PERFORM START-INVOICE-FILE.
000140      PERFORM ARCHIVE-INVOICE-RECORDS
000141          UNTIL NO-MORE-INVOICE-RECORDS.
000142      PERFORM PRINT-REGISTER-TOTALS.
000143      CLOSE OPEN-INVOICE-FILE.
000144      CLOSE INVOICE-ARCHIVE-FILE.
000145      CLOSE DISPOSAL-REGISTER.
000146      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000147      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000148          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000149          WS-READ-COUNT WS-ARCHIVED-COUNT
000150          WS-RETAINED-COUNT WS-RUN-ZERO-COUNT.
000151      DISPLAY WS-READ-COUNT " INVOICE RECORDS READ".
000152      DISPLAY WS-ARCHIVED-COUNT " ARCHIVED AND PURGED".
000153      DISPLAY WS-RETAINED-COUNT " RETAINED".
000154
000155 ENTER-CUTOFF-DATE.
000156      MOVE "N" TO WS-DATE-VALID-SWITCH.
000157      PERFORM GET-AND-CHECK-CUTOFF-DATE
000158          UNTIL WS-DATE-VALID.
000159      MOVE WS-DATE-FIELD TO WS-CUTOFF-DATE.
000160
000161 GET-AND-CHECK-CUTOFF-DATE.
000162      DISPLAY "ENTER RETENTION CUTOFF DATE (YYYYMMDD)".
000163      DISPLAY "INVOICES PAID ON OR BEFORE ARE PURGED".
000164      ACCEPT WS-DATE-FIELD.
000165      PERFORM VALIDATE-DATE-FIELD.
000166      IF NOT WS-DATE-VALID
000167          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000168      END-IF.
000169
000170 VALIDATE-DATE-FIELD.
000171      MOVE "N" TO WS-DATE-VALID-SWITCH.
000172      IF WS-DATE-FIELD IS NUMERIC
000173          AND WS-DATE-FIELD (5:2) >= "01"
000174          AND WS-DATE-FIELD (5:2) <= "12"
000175          AND WS-DATE-FIELD (7:2) >= "01"
000176          AND WS-DATE-FIELD (7:2) <= "31"
000177          MOVE "Y" TO WS-DATE-VALID-SWITCH
000178      END-IF.
000179
000180 START-INVOICE-FILE.
000181      MOVE LOW-VALUES TO INV-INVOICE-KEY.
000182      START OPEN-INVOICE-FILE
000183          KEY IS NOT LESS THAN INV-INVOICE-KEY
000184          INVALID KEY
000185              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000186      END-START.
000187      IF NOT NO-MORE-INVOICE-RECORDS
000188          PERFORM READ-INVOICE-RECORD
000189      END-IF.
000190
000191 READ-INVOICE-RECORD.
000192      READ OPEN-INVOICE-FILE NEXT RECORD
000193          AT END
000194              MOVE "Y" TO WS-INVOICE-EOF-SWITCH
000195          NOT AT END
000196              ADD 1 TO WS-READ-COUNT
000197      END-READ.
000198
000199*--------------------------------------------------
000200* Only a paid invoice with a provable paid date on
000201* or before the cutoff is purged. An open invoice,
000202* or a paid one inside retention, or one whose
000203* paid date cannot be read, is retained - the same
000204* nothing-destroyed-without-proof stance VNDARC01
000205* takes.
000206*--------------------------------------------------
000207 ARCHIVE-INVOICE-RECORDS.
000208      IF INVOICE-PAID
000209          ADD 1 TO WS-PAID-SEEN-COUNT
000210          PERFORM CHECK-RETENTION-AND-ARCHIVE
000211      ELSE
000212          ADD 1 TO WS-RETAINED-COUNT
000213      END-IF.
000214      PERFORM READ-INVOICE-RECORD.
000215
000216 CHECK-RETENTION-AND-ARCHIVE.
000217      PERFORM CHECK-AWAITING-CLOSE.
000218      IF INV-PAID-DATE IS NUMERIC
000219          AND INV-PAID-DATE NOT = ZEROES
000220          AND INV-PAID-DATE <= WS-CUTOFF-DATE
000221          IF WS-AWAITING-CLOSE
000222              ADD 1 TO WS-RETAINED-COUNT
000223              MOVE "AWAITING MONTH-END CLOSE" TO RD-DISPOSITION
000224              PERFORM WRITE-REGISTER-DETAIL
000225          ELSE
000226              PERFORM ARCHIVE-ONE-INVOICE
000227          END-IF
000228      ELSE
000229          ADD 1 TO WS-RETAINED-COUNT
000230          MOVE "INSIDE RETENTION" TO RD-DISPOSITION
000231          PERFORM WRITE-REGISTER-DETAIL
000232      END-IF.
000233
000234*--------------------------------------------------
000235* Accrued by a close, and either never relieved or
000236* paid again after the period that relieved it -
000237* a void and a re-payment the next close still
000238* has to post.
000239*--------------------------------------------------
000240 CHECK-AWAITING-CLOSE.
000241      MOVE "N" TO WS-AWAITING-CLOSE-SWITCH.
000242      IF INV-ACCRUED-PERIOD IS NUMERIC
000243          AND INV-ACCRUED-PERIOD NOT = ZEROES
000244          IF INV-RELIEVED-PERIOD IS NUMERIC
000245              AND INV-RELIEVED-PERIOD NOT = ZEROES
000246              IF INV-PAID-DATE (1:6) > INV-RELIEVED-PERIOD
000247                  MOVE "Y" TO WS-AWAITING-CLOSE-SWITCH
000248              END-IF
000249          ELSE
000250              MOVE "Y" TO WS-AWAITING-CLOSE-SWITCH
000251          END-IF
000252      END-IF.
000253
000254*--------------------------------------------------
000255* The archive WRITE is the gate - a record already
000256* on the archive is not DELETEd blind, it is
000257* retained and reported, the same as VNDARC01.
000258*--------------------------------------------------
000259 ARCHIVE-ONE-INVOICE.
000260      MOVE INVOICE-RECORD TO ARCHIVE-INVOICE-RECORD.
000261      WRITE ARCHIVE-INVOICE-RECORD
000262          INVALID KEY
000263              ADD 1 TO WS-RETAINED-COUNT
000264              MOVE "ALREADY ON ARCHIVE" TO RD-DISPOSITION
000265              PERFORM WRITE-REGISTER-DETAIL
000266          NOT INVALID KEY
000267              PERFORM PURGE-ARCHIVED-INVOICE
000268      END-WRITE.
000269
000270 PURGE-ARCHIVED-INVOICE.
000271      PERFORM LOAD-INVOICE-USD-GROSS.
000272      DELETE OPEN-INVOICE-FILE RECORD
000273          INVALID KEY
000274              ADD 1 TO WS-RETAINED-COUNT
000275              MOVE "DELETE FAILED" TO RD-DISPOSITION
000276              PERFORM WRITE-REGISTER-DETAIL
000277          NOT INVALID KEY
000278              ADD 1 TO WS-ARCHIVED-COUNT
000279              ADD WS-INVOICE-USD-GROSS TO WS-ARCHIVED-AMOUNT
000280              MOVE "ARCHIVED AND PURGED" TO RD-DISPOSITION
000281              PERFORM WRITE-REGISTER-DETAIL
000282      END-DELETE.
000283
000284 WRITE-REGISTER-DETAIL.
000285      MOVE INV-VENDOR-NUMBER TO RD-VENDOR-NUMBER.
000286      MOVE INV-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
000287      MOVE INV-PAID-DATE TO RD-PAID-DATE.
000288      PERFORM LOAD-INVOICE-USD-GROSS.
000289      MOVE WS-INVOICE-USD-GROSS TO RD-AMOUNT.
000290      MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
000291      WRITE REGISTER-LINE.
000292
000293 PRINT-REGISTER-HEADINGS.
000294      MOVE WS-CUTOFF-DATE TO RH1-CUTOFF-DATE.
000295      MOVE REGISTER-HEADING-1 TO REGISTER-LINE.
000296      WRITE REGISTER-LINE.
000297      MOVE REGISTER-HEADING-2 TO REGISTER-LINE.
000298      WRITE REGISTER-LINE.
000299      MOVE SPACES TO REGISTER-LINE.
000300      WRITE REGISTER-LINE.
000301
000302 PRINT-REGISTER-TOTALS.
000303      MOVE SPACES TO REGISTER-LINE.
000304      WRITE REGISTER-LINE.
000305      MOVE "INVOICE RECORDS READ" TO TL-LABEL.
000306      MOVE WS-READ-COUNT TO TL-COUNT.
000307      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
000308      WRITE REGISTER-LINE.
000309      MOVE "PAID INVOICES SEEN" TO TL-LABEL.
000310      MOVE WS-PAID-SEEN-COUNT TO TL-COUNT.
000311      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
000312      WRITE REGISTER-LINE.
000313      MOVE "ARCHIVED AND PURGED" TO TL-LABEL.
000314      MOVE WS-ARCHIVED-COUNT TO TL-COUNT.
000315      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
000316      WRITE REGISTER-LINE.
000317      MOVE "RETAINED" TO TL-LABEL.
000318      MOVE WS-RETAINED-COUNT TO TL-COUNT.
000319      MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
000320      WRITE REGISTER-LINE.
000321      MOVE "ARCHIVED AMOUNT" TO RA-LABEL.
000322      MOVE WS-ARCHIVED-AMOUNT TO RA-AMOUNT.
000323      MOVE REGISTER-AMOUNT-LINE TO REGISTER-LINE.
000324      WRITE REGISTER-LINE.
000325      MOVE SPACES TO REGISTER-LINE.
000326      WRITE REGISTER-LINE.
000327      MOVE "DISPOSAL APPROVED BY: ____________ DATE: ______"
000328          TO REGISTER-LINE.
000329      WRITE REGISTER-LINE.
000330
000331     COPY "PRSGN01.CBL".
000332
000333     COPY "PRFXR01.CBL".
