000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDTIN02.
000003*------------------------------------------------
000004* Load the IRS bulk TIN matching result file - the
000005* answer to the request VNDTIN01 built. Each line
000006* is the request line with the IRS indicator added
000007* after a last semicolon. The vendor is found by
000008* the account, which is its VENDOR-NUMBER, and the
000009* result goes on the vendor master:
000010*   0, 6, 7, 8  name and TIN match - "M";
000011*   1           TIN missing or not nine digits,
000012*   2           TIN not issued by the IRS,
000013*   3           name and TIN do not match - "X",
000014*               and VNDPAY01 backup-withholds from
000015*               the vendor until a corrected tax
000016*               id or name matches;
000017*   4, 5        invalid or duplicate request - the
000018*               vendor is left as it was.
000019* A result for a tax id since changed on the
000020* master answers a question no longer asked and is
000021* only reported. Every change is audited through
000022* VNDAUDLG, and the report lists each result with
000023* what was done with it.
000024*------------------------------------------------
000025 ENVIRONMENT DIVISION.
000026 INPUT-OUTPUT SECTION.
000027 FILE-CONTROL.
000028
000029     COPY "SLVND01.CBL".
000030
000031     COPY "SLOPR01.CBL".
000032
000033     SELECT TIN-MATCH-RESULT
000034         ASSIGN TO "vndtinres.txt"
000035         ORGANIZATION IS LINE SEQUENTIAL.
000036
000037     SELECT TIN-RESULT-REPORT
000038         ASSIGN TO "vndtinrpt2.txt"
000039         ORGANIZATION IS LINE SEQUENTIAL.
000040
000041 DATA DIVISION.
000042 FILE SECTION.
000043
000044     COPY "FDVND02.CBL".
000045
000046     COPY "FDOPR01.CBL".
000047
000048*--------------------------------------------------
000049* One result per line: type;TIN;name;account;
000050* indicator.
000051*--------------------------------------------------
000052 FD  TIN-MATCH-RESULT
000053     LABEL RECORDS ARE STANDARD.
000054 01  TIN-RESULT-RECORD           PIC X(80).
000055
000056 FD  TIN-RESULT-REPORT
000057     LABEL RECORDS ARE STANDARD.
000058 01  REPORT-LINE                 PIC X(100).
000059
000060 WORKING-STORAGE SECTION.
000061
000062 01 WS-RESULT-EOF-SWITCH       PIC X(1) VALUE "N".
000063     88 NO-MORE-RESULT-RECORDS     VALUE "Y".
000064 01 WS-RESULT-COUNT            PIC 9(5) VALUE ZERO.
000065 01 WS-MATCHED-COUNT           PIC 9(5) VALUE ZERO.
000066 01 WS-MISMATCHED-COUNT        PIC 9(5) VALUE ZERO.
000067 01 WS-NOT-PROCESSED-COUNT     PIC 9(5) VALUE ZERO.
000068 01 WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
000069 01 WS-TODAY                   PIC 9(8) VALUE ZERO.
000070*--------------------------------------------------
000071* The result line taken apart at the semicolons.
000072*--------------------------------------------------
000073 01 WS-RS-TIN-TYPE             PIC X(1).
000074 01 WS-RS-TIN                  PIC X(11).
000075 01 WS-RS-NAME                 PIC X(40).
000076 01 WS-RS-ACCOUNT              PIC X(10).
000077 01 WS-RS-INDICATOR            PIC X(1).
000078 01 WS-NEW-TIN-STATUS          PIC X(1).
000079 01 WS-OLD-TIN-STATUS          PIC X(1).
000080*--------------------------------------------------
000081* The vendor's tax id stripped to its digits the
000082* way VNDTIN01 sent it.
000083*--------------------------------------------------
000084 01 WS-TIN-DIGITS              PIC X(9).
000085 01 WS-TIN-DIGIT-COUNT         PIC 9(2) COMP.
000086 01 WS-TIN-IDX                 PIC 9(2) COMP.
000087
000088*--------------------------------------------------
000089* Run Control Log fields for the START/END records
000090* this run writes through VNDRUNLG.
000091*--------------------------------------------------
000092 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDTIN02".
000093 01 WS-RUN-ENTRY-TYPE PIC X(5).
000094 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000095
000096 01 HEADING-LINE-1              PIC X(40) VALUE
000097     "IRS TIN MATCHING RESULTS".
000098
000099 01 HEADING-LINE-2.
000100     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000101     05 FILLER                 PIC X(31) VALUE "NAME".
000102     05 FILLER                 PIC X(3)  VALUE "IND".
000103     05 FILLER                 PIC X(23) VALUE "IRS RESULT".
000104     05 FILLER                 PIC X(30) VALUE "DISPOSITION".
000105
000106 01 DETAIL-LINE.
000107     05 DL-VENDOR-NUMBER       PIC X(5).
000108     05 FILLER                 PIC X(2)  VALUE SPACES.
000109     05 DL-VENDOR-NAME         PIC X(30).
000110     05 FILLER                 PIC X(2)  VALUE SPACES.
000111     05 DL-INDICATOR           PIC X(1).
000112     05 FILLER                 PIC X(1)  VALUE SPACES.
000113     05 DL-RESULT              PIC X(22).
000114     05 FILLER                 PIC X(1)  VALUE SPACES.
000115     05 DL-MESSAGE             PIC X(30).
000116
000117 01 TOTAL-LINE.
000118     05 TL-LABEL               PIC X(26).
000119     05 TL-COUNT               PIC Z(4)9.
000120
000121     COPY "WSVND01.CBL".
000122
000123     COPY "WSSGN01.CBL".
000124
000125 PROCEDURE DIVISION.
000126 PROGRAM-BEGIN.
000127      PERFORM SIGN-ON-OPERATOR.
000128      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000129      PERFORM CHECK-OPERATOR-AUTHORITY.
000130      IF WS-AUTHORITY-OK
000131          PERFORM RUN-TIN-RESULT-LOAD
000132      END-IF.
000133
000134 PROGRAM-DONE.
000135      STOP RUN.
000136
000137 RUN-TIN-RESULT-LOAD.
000138      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000139      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000140          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000141          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000142          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000143      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000144      OPEN I-O VENDOR-FILE.
000145      IF WS-VND-FILE-STATUS NOT = "00"
000146          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000147              WS-VND-FILE-STATUS
000148          MOVE "Y" TO WS-RESULT-EOF-SWITCH
000149      END-IF.
000150      OPEN INPUT TIN-MATCH-RESULT.
000151      OPEN OUTPUT TIN-RESULT-REPORT.
000152      PERFORM PRINT-HEADINGS.
000153      IF NOT NO-MORE-RESULT-RECORDS
000154          PERFORM READ-RESULT-RECORD
000155      END-IF.
000156      PERFORM PROCESS-RESULT-RECORDS
000157          UNTIL NO-MORE-RESULT-RECORDS.
000158      PERFORM PRINT-TOTAL-LINES.
000159      CLOSE VENDOR-FILE.
000160      CLOSE TIN-MATCH-RESULT.
000161      CLOSE TIN-RESULT-REPORT.
000162      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000163      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000164          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000165          WS-RESULT-COUNT WS-MATCHED-COUNT
000166          WS-MISMATCHED-COUNT WS-REJECTED-COUNT.
000167      DISPLAY WS-RESULT-COUNT " TIN MATCH RESULTS READ".
000168      DISPLAY WS-MATCHED-COUNT " VENDORS MATCHED".
000169      DISPLAY WS-MISMATCHED-COUNT " VENDORS MISMATCHED".
000170      DISPLAY WS-NOT-PROCESSED-COUNT " REQUESTS NOT PROCESSED".
000171      DISPLAY WS-REJECTED-COUNT " RESULTS NOT APPLIED".
000172
000173 READ-RESULT-RECORD.
000174      READ TIN-MATCH-RESULT
000175          AT END
000176              MOVE "Y" TO WS-RESULT-EOF-SWITCH
000177          NOT AT END
000178              ADD 1 TO WS-RESULT-COUNT
000179      END-READ.
000180
000181 PROCESS-RESULT-RECORDS.
000182      PERFORM SPLIT-RESULT-RECORD.
000183      PERFORM SET-RESULT-MEANING.
000184      MOVE WS-RS-ACCOUNT (1:5) TO DL-VENDOR-NUMBER.
000185      MOVE WS-RS-NAME TO DL-VENDOR-NAME.
000186      IF WS-RS-ACCOUNT (1:5) IS NOT NUMERIC
000187          OR WS-RS-ACCOUNT (6:5) NOT = SPACES
000188          MOVE "ACCOUNT IS NOT A VENDOR NUMBER" TO DL-MESSAGE
000189          PERFORM WRITE-RESULT-DETAIL
000190          ADD 1 TO WS-REJECTED-COUNT
000191      ELSE
000192          MOVE WS-RS-ACCOUNT (1:5) TO VENDOR-NUMBER
000193          READ VENDOR-FILE
000194              INVALID KEY
000195                  MOVE "VENDOR NOT ON FILE" TO DL-MESSAGE
000196                  PERFORM WRITE-RESULT-DETAIL
000197                  ADD 1 TO WS-REJECTED-COUNT
000198              NOT INVALID KEY
000199                  PERFORM APPLY-TIN-RESULT
000200          END-READ
000201      END-IF.
000202      PERFORM READ-RESULT-RECORD.
000203
000204 SPLIT-RESULT-RECORD.
000205      MOVE SPACES TO WS-RS-TIN-TYPE.
000206      MOVE SPACES TO WS-RS-TIN.
000207      MOVE SPACES TO WS-RS-NAME.
000208      MOVE SPACES TO WS-RS-ACCOUNT.
000209      MOVE SPACES TO WS-RS-INDICATOR.
000210      UNSTRING TIN-RESULT-RECORD DELIMITED BY ";"
000211          INTO WS-RS-TIN-TYPE WS-RS-TIN WS-RS-NAME
000212              WS-RS-ACCOUNT WS-RS-INDICATOR
000213      END-UNSTRING.
000214
000215*--------------------------------------------------
000216* The IRS indicator as the vendor status it sets -
000217* SPACES where the master is left as it was.
000218*--------------------------------------------------
000219 SET-RESULT-MEANING.
000220      MOVE SPACES TO WS-NEW-TIN-STATUS.
000221      IF WS-RS-INDICATOR = "0"
000222          MOVE "TIN AND NAME MATCH" TO DL-RESULT
000223          MOVE "M" TO WS-NEW-TIN-STATUS
000224      ELSE
000225      IF WS-RS-INDICATOR = "6" OR "7" OR "8"
000226          MOVE "TIN AND NAME MATCH" TO DL-RESULT
000227          MOVE "M" TO WS-NEW-TIN-STATUS
000228      ELSE
000229      IF WS-RS-INDICATOR = "1"
000230          MOVE "TIN MISSING OR BAD" TO DL-RESULT
000231          MOVE "X" TO WS-NEW-TIN-STATUS
000232      ELSE
000233      IF WS-RS-INDICATOR = "2"
000234          MOVE "TIN NOT ISSUED" TO DL-RESULT
000235          MOVE "X" TO WS-NEW-TIN-STATUS
000236      ELSE
000237      IF WS-RS-INDICATOR = "3"
000238          MOVE "NAME/TIN DO NOT MATCH" TO DL-RESULT
000239          MOVE "X" TO WS-NEW-TIN-STATUS
000240      ELSE
000241      IF WS-RS-INDICATOR = "4"
000242          MOVE "INVALID REQUEST" TO DL-RESULT
000243      ELSE
000244      IF WS-RS-INDICATOR = "5"
000245          MOVE "DUPLICATE REQUEST" TO DL-RESULT
000246      ELSE
000247          MOVE "UNKNOWN INDICATOR" TO DL-RESULT
000248      END-IF
000249      END-IF
000250      END-IF
000251      END-IF
000252      END-IF
000253      END-IF
000254      END-IF.
000255
000256*--------------------------------------------------
000257* The result is applied only while the vendor
000258* still carries the tax id that was sent.
000259*--------------------------------------------------
000260 APPLY-TIN-RESULT.
000261      MOVE VENDOR-NAME TO DL-VENDOR-NAME.
000262      PERFORM EXTRACT-TIN-DIGITS.
000263      IF WS-TIN-DIGIT-COUNT NOT = 9
000264          OR WS-TIN-DIGITS NOT = WS-RS-TIN (1:9)
000265          OR WS-RS-TIN (10:2) NOT = SPACES
000266          MOVE "TAX ID CHANGED SINCE REQUEST" TO DL-MESSAGE
000267          PERFORM WRITE-RESULT-DETAIL
000268          ADD 1 TO WS-REJECTED-COUNT
000269      ELSE
000270          IF WS-NEW-TIN-STATUS = SPACES
000271              MOVE "NOT PROCESSED - RESUBMIT" TO DL-MESSAGE
000272              PERFORM WRITE-RESULT-DETAIL
000273              ADD 1 TO WS-NOT-PROCESSED-COUNT
000274          ELSE
000275              PERFORM UPDATE-VENDOR-TIN-STATUS
000276          END-IF
000277      END-IF.
000278
000279 UPDATE-VENDOR-TIN-STATUS.
000280      MOVE VENDOR-TIN-STATUS TO WS-OLD-TIN-STATUS.
000281      MOVE VENDOR-RECORD TO WS-AUDIT-BEFORE-IMAGE.
000282      MOVE WS-NEW-TIN-STATUS TO VENDOR-TIN-STATUS.
000283      MOVE WS-RS-INDICATOR TO VENDOR-TIN-MATCH-CODE.
000284      MOVE WS-TODAY TO VENDOR-TIN-MATCH-DATE.
000285      REWRITE VENDOR-RECORD
000286          INVALID KEY
000287              MOVE "REWRITE FAILED" TO DL-MESSAGE
000288              PERFORM WRITE-RESULT-DETAIL
000289              ADD 1 TO WS-REJECTED-COUNT
000290          NOT INVALID KEY
000291              MOVE VENDOR-RECORD TO WS-AUDIT-AFTER-IMAGE
000292              MOVE "TINMAT" TO WS-AUDIT-ACTION
000293              PERFORM WRITE-AUDIT-RECORD
000294              PERFORM REPORT-STATUS-CHANGE
000295      END-REWRITE.
000296
000297*--------------------------------------------------
000298* A vendor going into or coming out of backup
000299* withholding is called out - AP tells the vendor
000300* either way.
000301*--------------------------------------------------
000302 REPORT-STATUS-CHANGE.
000303      IF VENDOR-TIN-MATCHED
000304          ADD 1 TO WS-MATCHED-COUNT
000305          IF WS-OLD-TIN-STATUS = "X"
000306              MOVE "MATCHED - BACKUP W/H ENDS" TO DL-MESSAGE
000307          ELSE
000308              MOVE "MATCHED" TO DL-MESSAGE
000309          END-IF
000310      ELSE
000311          ADD 1 TO WS-MISMATCHED-COUNT
000312          IF WS-OLD-TIN-STATUS = "X"
000313              MOVE "STILL MISMATCHED" TO DL-MESSAGE
000314          ELSE
000315              IF VENDOR-1099-ELIGIBLE
000316                  MOVE "MISMATCH - BACKUP W/H STARTS"
000317                      TO DL-MESSAGE
000318              ELSE
000319                  MOVE "MISMATCH - NOT A 1099 VENDOR"
000320                      TO DL-MESSAGE
000321              END-IF
000322          END-IF
000323      END-IF.
000324      PERFORM WRITE-RESULT-DETAIL.
000325
000326*--------------------------------------------------
000327* The tax id's digits, in order, whatever else was
000328* keyed between them - as VNDTIN01 extracts them.
000329*--------------------------------------------------
000330 EXTRACT-TIN-DIGITS.
000331      MOVE SPACES TO WS-TIN-DIGITS.
000332      MOVE ZERO TO WS-TIN-DIGIT-COUNT.
000333      MOVE 1 TO WS-TIN-IDX.
000334      PERFORM EXTRACT-ONE-TIN-DIGIT
000335          UNTIL WS-TIN-IDX > 11.
000336
000337 EXTRACT-ONE-TIN-DIGIT.
000338      IF VENDOR-TAX-ID (WS-TIN-IDX:1) IS NUMERIC
000339          ADD 1 TO WS-TIN-DIGIT-COUNT
000340          IF WS-TIN-DIGIT-COUNT NOT > 9
000341              MOVE VENDOR-TAX-ID (WS-TIN-IDX:1)
000342                  TO WS-TIN-DIGITS (WS-TIN-DIGIT-COUNT:1)
000343          END-IF
000344      END-IF.
000345      ADD 1 TO WS-TIN-IDX.
000346
000347 WRITE-RESULT-DETAIL.
000348      MOVE WS-RS-INDICATOR TO DL-INDICATOR.
000349      MOVE DETAIL-LINE TO REPORT-LINE.
000350      WRITE REPORT-LINE.
000351
000352 PRINT-HEADINGS.
000353      MOVE HEADING-LINE-1 TO REPORT-LINE.
000354      WRITE REPORT-LINE.
000355      MOVE HEADING-LINE-2 TO REPORT-LINE.
000356      WRITE REPORT-LINE.
000357      MOVE SPACES TO REPORT-LINE.
000358      WRITE REPORT-LINE.
000359
000360 PRINT-TOTAL-LINES.
000361      MOVE SPACES TO REPORT-LINE.
000362      WRITE REPORT-LINE.
000363      MOVE "RESULTS READ" TO TL-LABEL.
000364      MOVE WS-RESULT-COUNT TO TL-COUNT.
000365      MOVE TOTAL-LINE TO REPORT-LINE.
000366      WRITE REPORT-LINE.
000367      MOVE "VENDORS MATCHED" TO TL-LABEL.
000368      MOVE WS-MATCHED-COUNT TO TL-COUNT.
000369      MOVE TOTAL-LINE TO REPORT-LINE.
000370      WRITE REPORT-LINE.
000371      MOVE "VENDORS MISMATCHED" TO TL-LABEL.
000372      MOVE WS-MISMATCHED-COUNT TO TL-COUNT.
000373      MOVE TOTAL-LINE TO REPORT-LINE.
000374      WRITE REPORT-LINE.
000375      MOVE "REQUESTS NOT PROCESSED" TO TL-LABEL.
000376      MOVE WS-NOT-PROCESSED-COUNT TO TL-COUNT.
000377      MOVE TOTAL-LINE TO REPORT-LINE.
000378      WRITE REPORT-LINE.
000379      MOVE "RESULTS NOT APPLIED" TO TL-LABEL.
000380      MOVE WS-REJECTED-COUNT TO TL-COUNT.
000381      MOVE TOTAL-LINE TO REPORT-LINE.
000382      WRITE REPORT-LINE.
000383
000384     COPY "PRVND01.CBL".
000385
000386     COPY "PRSGN01.CBL".
