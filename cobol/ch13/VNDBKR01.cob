000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDBKR01.
000003*------------------------------------------------
000004* Daily vendor bank change report. Lists every
000005* change on the Vendor Bank Change File that is
000006* still in progress - pending approval in
000007* VNDBKA01, approved and awaiting its prenote from
000008* VNDPRE01, or prenoted and inside the waiting
000009* period - with who keyed it and when, who
000010* approved it, the date the vendor may go back to
000011* ACH, and the new routing number. Only the last
000012* four characters of the new account number are
000013* printed. Closed changes (cleared, rejected,
000014* cancelled by a prenote return) are left off. A
000015* count per status at the foot. Nothing is
000016* updated - every file is OPENed INPUT.
000017*------------------------------------------------
000018 ENVIRONMENT DIVISION.
000019 INPUT-OUTPUT SECTION.
000020 FILE-CONTROL.
000021
000022     COPY "SLVND01.CBL".
000023
000024     COPY "SLBKC01.CBL".
000025
000026     COPY "SLOPR01.CBL".
000027
000028     SELECT BANK-CHANGE-REPORT
000029         ASSIGN TO "vndbkcrpt.txt"
000030         ORGANIZATION IS LINE SEQUENTIAL.
000031
000032 DATA DIVISION.
000033 FILE SECTION.
000034
000035     COPY "FDVND02.CBL".
000036
000037     COPY "FDBKC01.CBL".
000038
000039     COPY "FDOPR01.CBL".
000040
000041 FD  BANK-CHANGE-REPORT
000042     LABEL RECORDS ARE STANDARD.
000043 01  REPORT-LINE                 PIC X(132).
000044
000045 WORKING-STORAGE SECTION.
000046
000047 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000048 01 WS-CHANGE-EOF-SWITCH       PIC X(1) VALUE "N".
000049     88 NO-MORE-CHANGE-RECORDS      VALUE "Y".
000050 01 WS-TODAY                   PIC 9(8) VALUE ZERO.
000051 01 WS-LISTED-COUNT            PIC 9(5) VALUE ZERO.
000052 01 WS-PENDING-COUNT           PIC 9(5) VALUE ZERO.
000053 01 WS-APPROVED-COUNT          PIC 9(5) VALUE ZERO.
000054 01 WS-PRENOTED-COUNT          PIC 9(5) VALUE ZERO.
000055
000056*--------------------------------------------------
000057* The new account number is masked to its last
000058* four significant characters.
000059*--------------------------------------------------
000060 01 WS-ACCOUNT-LENGTH          PIC 9(2) VALUE ZERO.
000061 01 WS-MASK-START              PIC 9(2) VALUE ZERO.
000062 01 WS-MASKED-ACCOUNT          PIC X(17) VALUE SPACES.
000063
000064*--------------------------------------------------
000065* Run Control Log fields for the START/END records
000066* this run writes through VNDRUNLG.
000067*--------------------------------------------------
000068 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDBKR01".
000069 01 WS-RUN-ENTRY-TYPE PIC X(5).
000070 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000071 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000072
000073 01 REPORT-HEADING-1.
000074     05 FILLER                 PIC X(31) VALUE
000075         "VENDOR BANK CHANGES IN PROGRESS".
000076     05 FILLER                 PIC X(4)  VALUE SPACES.
000077     05 FILLER                 PIC X(8)  VALUE "RUN DATE".
000078     05 FILLER                 PIC X(1)  VALUE SPACES.
000079     05 RH1-RUN-DATE           PIC 9(8).
000080
000081 01 REPORT-HEADING-2.
000082     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000083     05 FILLER                 PIC X(31) VALUE "NAME".
000084     05 FILLER                 PIC X(9)  VALUE "STATUS".
000085     05 FILLER                 PIC X(18) VALUE "KEYED BY/DATE".
000086     05 FILLER                 PIC X(18) VALUE "APPROVED BY/DATE".
000087     05 FILLER                 PIC X(9)  VALUE "ACH READY".
000088     05 FILLER                 PIC X(10) VALUE "NEW ROUTE".
000089     05 FILLER                 PIC X(17) VALUE "NEW ACCOUNT".
000090
000091 01 DETAIL-LINE.
000092     05 DL-VENDOR-NUMBER       PIC Z(4)9.
000093     05 FILLER                 PIC X(2)  VALUE SPACES.
000094     05 DL-VENDOR-NAME         PIC X(30).
000095     05 FILLER                 PIC X(1)  VALUE SPACES.
000096     05 DL-STATUS              PIC X(8).
000097     05 FILLER                 PIC X(1)  VALUE SPACES.
000098     05 DL-KEYED-BY            PIC X(8).
000099     05 FILLER                 PIC X(1)  VALUE SPACES.
000100     05 DL-KEYED-DATE          PIC 9(8).
000101     05 FILLER                 PIC X(1)  VALUE SPACES.
000102     05 DL-APPROVED-BY         PIC X(8).
000103     05 FILLER                 PIC X(1)  VALUE SPACES.
000104     05 DL-APPROVED-DATE       PIC Z(8).
000105     05 FILLER                 PIC X(1)  VALUE SPACES.
000106     05 DL-READY-DATE          PIC Z(8).
000107     05 FILLER                 PIC X(1)  VALUE SPACES.
000108     05 DL-NEW-ROUTING         PIC 9(9).
000109     05 FILLER                 PIC X(1)  VALUE SPACES.
000110     05 DL-NEW-ACCOUNT         PIC X(17).
000111
000112 01 REPORT-COUNT-LINE.
000113     05 RC-LABEL               PIC X(30).
000114     05 RC-COUNT               PIC Z(4)9.
000115
000116     COPY "WSSGN01.CBL".
000117
000118 PROCEDURE DIVISION.
000119 PROGRAM-BEGIN.
000120      PERFORM SIGN-ON-OPERATOR.
000121      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000122      PERFORM CHECK-OPERATOR-AUTHORITY.
000123      IF WS-AUTHORITY-OK
000124          PERFORM RUN-BANK-CHANGE-REPORT
000125      END-IF.
000126
000127 PROGRAM-DONE.
000128      STOP RUN.
000129
000130 RUN-BANK-CHANGE-REPORT.
000131      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000132      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000133          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000134          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000135          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000136      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000137      OPEN INPUT VENDOR-FILE.
000138      IF WS-VND-FILE-STATUS NOT = "00"
000139          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000140              WS-VND-FILE-STATUS
000141          MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000142      END-IF.
000143      OPEN INPUT BANK-CHANGE-FILE.
000144      OPEN OUTPUT BANK-CHANGE-REPORT.
000145      PERFORM PRINT-REPORT-HEADINGS.
000146      PERFORM START-CHANGE-FILE.
000147      PERFORM REPORT-CHANGE-RECORDS
000148          UNTIL NO-MORE-CHANGE-RECORDS.
000149      PERFORM PRINT-REPORT-TOTALS.
000150      CLOSE VENDOR-FILE.
000151      CLOSE BANK-CHANGE-FILE.
000152      CLOSE BANK-CHANGE-REPORT.
000153      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000154      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000155          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000156          WS-LISTED-COUNT WS-PENDING-COUNT
000157          WS-APPROVED-COUNT WS-PRENOTED-COUNT.
000158      DISPLAY WS-LISTED-COUNT " BANK CHANGES IN PROGRESS".
000159
000160 START-CHANGE-FILE.
000161      IF NOT NO-MORE-CHANGE-RECORDS
000162          MOVE ZEROES TO BKC-VENDOR-NUMBER
000163          START BANK-CHANGE-FILE
000164              KEY IS NOT LESS THAN BKC-VENDOR-NUMBER
000165              INVALID KEY
000166                  MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000167          END-START
000168      END-IF.
000169      IF NOT NO-MORE-CHANGE-RECORDS
000170          PERFORM READ-CHANGE-RECORD
000171      END-IF.
000172
000173 READ-CHANGE-RECORD.
000174      READ BANK-CHANGE-FILE NEXT RECORD
000175          AT END
000176              MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000177      END-READ.
000178
000179 REPORT-CHANGE-RECORDS.
000180      IF BKC-CHANGE-IN-PROGRESS
000181          PERFORM COUNT-CHANGE-STATUS
000182          PERFORM WRITE-CHANGE-DETAIL
000183      END-IF.
000184      PERFORM READ-CHANGE-RECORD.
000185
000186 COUNT-CHANGE-STATUS.
000187      ADD 1 TO WS-LISTED-COUNT.
000188      IF BKC-PENDING
000189          ADD 1 TO WS-PENDING-COUNT
000190          MOVE "PENDING" TO DL-STATUS
000191      ELSE
000192          IF BKC-APPROVED
000193              ADD 1 TO WS-APPROVED-COUNT
000194              MOVE "APPROVED" TO DL-STATUS
000195          ELSE
000196              ADD 1 TO WS-PRENOTED-COUNT
000197              MOVE "PRENOTED" TO DL-STATUS
000198          END-IF
000199      END-IF.
000200
000201*--------------------------------------------------
000202* A change whose vendor has since been deleted is
000203* still listed, so nobody loses sight of it.
000204*--------------------------------------------------
000205 WRITE-CHANGE-DETAIL.
000206      MOVE BKC-VENDOR-NUMBER TO VENDOR-NUMBER.
000207      READ VENDOR-FILE
000208          INVALID KEY
000209              MOVE "** NOT ON VENDOR FILE **"
000210                  TO DL-VENDOR-NAME
000211          NOT INVALID KEY
000212              MOVE VENDOR-NAME TO DL-VENDOR-NAME
000213      END-READ.
000214      MOVE BKC-VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000215      MOVE BKC-KEYED-BY TO DL-KEYED-BY.
000216      MOVE BKC-KEYED-DATE TO DL-KEYED-DATE.
000217      MOVE BKC-APPROVED-BY TO DL-APPROVED-BY.
000218      MOVE BKC-APPROVED-DATE TO DL-APPROVED-DATE.
000219      MOVE BKC-ACH-READY-DATE TO DL-READY-DATE.
000220      MOVE BKC-NEW-ROUTING TO DL-NEW-ROUTING.
000221      PERFORM MASK-NEW-ACCOUNT.
000222      MOVE WS-MASKED-ACCOUNT TO DL-NEW-ACCOUNT.
000223      MOVE DETAIL-LINE TO REPORT-LINE.
000224      WRITE REPORT-LINE.
000225
000226 MASK-NEW-ACCOUNT.
000227      MOVE SPACES TO WS-MASKED-ACCOUNT.
000228      MOVE 17 TO WS-ACCOUNT-LENGTH.
000229      PERFORM SHORTEN-ACCOUNT-LENGTH
000230          UNTIL WS-ACCOUNT-LENGTH = ZERO
000231              OR BKC-NEW-ACCOUNT (WS-ACCOUNT-LENGTH:1)
000232                  NOT = SPACE.
000233      IF WS-ACCOUNT-LENGTH > 4
000234          MOVE ALL "*" TO WS-MASKED-ACCOUNT (1:WS-ACCOUNT-LENGTH)
000235          COMPUTE WS-MASK-START = WS-ACCOUNT-LENGTH - 3
000236          MOVE BKC-NEW-ACCOUNT (WS-MASK-START:4)
000237              TO WS-MASKED-ACCOUNT (WS-MASK-START:4)
000238      ELSE
000239          MOVE BKC-NEW-ACCOUNT TO WS-MASKED-ACCOUNT
000240      END-IF.
000241
000242 SHORTEN-ACCOUNT-LENGTH.
000243      SUBTRACT 1 FROM WS-ACCOUNT-LENGTH.
000244
000245 PRINT-REPORT-HEADINGS.
000246      MOVE WS-TODAY TO RH1-RUN-DATE.
000247      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000248      WRITE REPORT-LINE.
000249      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000250      WRITE REPORT-LINE.
000251      MOVE SPACES TO REPORT-LINE.
000252      WRITE REPORT-LINE.
000253
000254 PRINT-REPORT-TOTALS.
000255      MOVE SPACES TO REPORT-LINE.
000256      WRITE REPORT-LINE.
000257      MOVE "PENDING APPROVAL" TO RC-LABEL.
000258      MOVE WS-PENDING-COUNT TO RC-COUNT.
000259      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000260      WRITE REPORT-LINE.
000261      MOVE "APPROVED AWAITING PRENOTE" TO RC-LABEL.
000262      MOVE WS-APPROVED-COUNT TO RC-COUNT.
000263      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000264      WRITE REPORT-LINE.
000265      MOVE "PRENOTED IN WAITING PERIOD" TO RC-LABEL.
000266      MOVE WS-PRENOTED-COUNT TO RC-COUNT.
000267      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000268      WRITE REPORT-LINE.
000269      MOVE "TOTAL IN PROGRESS" TO RC-LABEL.
000270      MOVE WS-LISTED-COUNT TO RC-COUNT.
000271      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000272      WRITE REPORT-LINE.
000273
000274     COPY "PRSGN01.CBL".
