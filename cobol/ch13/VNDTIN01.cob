000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDTIN01.
000003*------------------------------------------------
000004* IRS bulk TIN matching request. Reads the indexed
000005* Vendor File in VENDOR-NUMBER order and writes
000006* one request line per active VENDOR-1099-ELIGIBLE
000007* vendor - TIN type, the nine-digit TIN, the name
000008* as the 1099 will carry it, and the vendor number
000009* as the account so the result comes back keyed -
000010* in the semicolon-separated layout the IRS bulk
000011* TIN matching upload takes. The type is 1 for a
000012* tax id keyed as an EIN (XX-XXXXXXX), 2 for one
000013* keyed as an SSN (XXX-XX-XXXX), 3 when it cannot
000014* be told. The result file the IRS returns is
000015* loaded by VNDTIN02. A vendor with no tax id on
000016* file cannot be matched - VNDPAY01 withholds
000017* from it already - and one whose tax id is not
000018* nine digits would only be rejected, so both go
000019* on the control report instead for AP to chase.
000020*------------------------------------------------
000021 ENVIRONMENT DIVISION.
000022 INPUT-OUTPUT SECTION.
000023 FILE-CONTROL.
000024
000025     COPY "SLVND01.CBL".
000026
000027     COPY "SLOPR01.CBL".
000028
000029     SELECT TIN-MATCH-REQUEST
000030         ASSIGN TO "vndtinreq.txt"
000031         ORGANIZATION IS LINE SEQUENTIAL.
000032
000033     SELECT TIN-REQUEST-REPORT
000034         ASSIGN TO "vndtinrpt.txt"
000035         ORGANIZATION IS LINE SEQUENTIAL.
000036
000037 DATA DIVISION.
000038 FILE SECTION.
000039
000040     COPY "FDVND02.CBL".
000041
000042     COPY "FDOPR01.CBL".
000043
000044*--------------------------------------------------
000045* One request per line: type;TIN;name;account.
000046*--------------------------------------------------
000047 FD  TIN-MATCH-REQUEST
000048     LABEL RECORDS ARE STANDARD.
000049 01  TIN-REQUEST-RECORD          PIC X(80).
000050
000051 FD  TIN-REQUEST-REPORT
000052     LABEL RECORDS ARE STANDARD.
000053 01  REPORT-LINE                 PIC X(90).
000054
000055 WORKING-STORAGE SECTION.
000056
000057 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000058 01 WS-EOF-SWITCH              PIC X(1) VALUE "N".
000059     88 NO-MORE-VENDOR-RECORDS     VALUE "Y".
000060 01 WS-VND-READ-COUNT          PIC 9(5) VALUE ZERO.
000061 01 WS-1099-COUNT              PIC 9(5) VALUE ZERO.
000062 01 WS-REQUEST-COUNT           PIC 9(5) VALUE ZERO.
000063 01 WS-NO-TAXID-COUNT          PIC 9(5) VALUE ZERO.
000064 01 WS-BAD-TAXID-COUNT         PIC 9(5) VALUE ZERO.
000065*--------------------------------------------------
000066* The tax id stripped to its digits, and the type
000067* told from where the hyphens were keyed.
000068*--------------------------------------------------
000069 01 WS-TIN-DIGITS              PIC X(9).
000070 01 WS-TIN-DIGIT-COUNT         PIC 9(2) COMP.
000071 01 WS-TIN-IDX                 PIC 9(2) COMP.
000072 01 WS-TIN-TYPE                PIC X(1).
000073*--------------------------------------------------
000074* The name as sent - punctuation the IRS will not
000075* take blanked, trailing spaces left off.
000076*--------------------------------------------------
000077 01 WS-MATCH-NAME              PIC X(30).
000078 01 WS-NAME-LENGTH             PIC 9(2) COMP.
000079 01 WS-NAME-END-SWITCH         PIC X(1) VALUE "N".
000080     88 WS-NAME-END-FOUND          VALUE "Y".
000081 01 WS-MATCH-ACCOUNT           PIC 9(5).
000082
000083*--------------------------------------------------
000084* Run Control Log fields for the START/END records
000085* this run writes through VNDRUNLG.
000086*--------------------------------------------------
000087 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDTIN01".
000088 01 WS-RUN-ENTRY-TYPE PIC X(5).
000089 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000090 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000091
000092 01 HEADING-LINE-1              PIC X(40) VALUE
000093     "IRS TIN MATCHING REQUEST - EXCEPTIONS".
000094
000095 01 HEADING-LINE-2.
000096     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000097     05 FILLER                 PIC X(31) VALUE "NAME".
000098     05 FILLER                 PIC X(12) VALUE "TAX ID".
000099     05 FILLER                 PIC X(30) VALUE "REASON".
000100
000101 01 DETAIL-LINE.
000102     05 DL-VENDOR-NUMBER       PIC Z(4)9.
000103     05 FILLER                 PIC X(2)  VALUE SPACES.
000104     05 DL-VENDOR-NAME         PIC X(30).
000105     05 FILLER                 PIC X(1)  VALUE SPACES.
000106     05 DL-VENDOR-TAX-ID       PIC X(11).
000107     05 FILLER                 PIC X(1)  VALUE SPACES.
000108     05 DL-MESSAGE             PIC X(30).
000109
000110 01 TOTAL-LINE.
000111     05 TL-LABEL               PIC X(26).
000112     05 TL-COUNT               PIC Z(4)9.
000113
000114     COPY "WSSGN01.CBL".
000115
000116 PROCEDURE DIVISION.
000117 PROGRAM-BEGIN.
000118      PERFORM SIGN-ON-OPERATOR.
000119      MOVE 2 TO WS-REQUIRED-AUTHORITY.
000120      PERFORM CHECK-OPERATOR-AUTHORITY.
000121      IF WS-AUTHORITY-OK
000122          PERFORM BUILD-TIN-MATCH-REQUEST
000123      END-IF.
000124
000125 PROGRAM-DONE.
000126      STOP RUN.
000127
000128 BUILD-TIN-MATCH-REQUEST.
000129      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000130      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000131          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000132          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000133          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000134      OPEN INPUT VENDOR-FILE.
000135      IF WS-VND-FILE-STATUS NOT = "00"
000136          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000137              WS-VND-FILE-STATUS
000138          MOVE "Y" TO WS-EOF-SWITCH
000139      END-IF.
000140      OPEN OUTPUT TIN-MATCH-REQUEST.
000141      OPEN OUTPUT TIN-REQUEST-REPORT.
000142      PERFORM PRINT-HEADINGS.
000143      PERFORM READ-VENDOR-RECORD.
000144      PERFORM REQUEST-VENDOR-RECORDS
000145          UNTIL NO-MORE-VENDOR-RECORDS.
000146      PERFORM PRINT-TOTAL-LINES.
000147      CLOSE VENDOR-FILE.
000148      CLOSE TIN-MATCH-REQUEST.
000149      CLOSE TIN-REQUEST-REPORT.
000150      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000151      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000152          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000153          WS-VND-READ-COUNT WS-REQUEST-COUNT
000154          WS-NO-TAXID-COUNT WS-BAD-TAXID-COUNT.
000155      DISPLAY WS-REQUEST-COUNT " TIN MATCH REQUESTS WRITTEN".
000156      DISPLAY WS-NO-TAXID-COUNT " 1099 VENDORS WITH NO TAX ID".
000157      DISPLAY WS-BAD-TAXID-COUNT " TAX IDS NOT NINE DIGITS".
000158
000159 READ-VENDOR-RECORD.
000160      READ VENDOR-FILE NEXT RECORD
000161          AT END
000162              MOVE "Y" TO WS-EOF-SWITCH
000163          NOT AT END
000164              ADD 1 TO WS-VND-READ-COUNT
000165      END-READ.
000166
000167 REQUEST-VENDOR-RECORDS.
000168      IF VENDOR-ACTIVE AND VENDOR-1099-ELIGIBLE
000169          ADD 1 TO WS-1099-COUNT
000170          PERFORM REQUEST-ONE-VENDOR
000171      END-IF.
000172      PERFORM READ-VENDOR-RECORD.
000173
000174 REQUEST-ONE-VENDOR.
000175      IF VENDOR-TAX-ID = SPACES
000176          MOVE "NO TAX ID - BACKUP WITHHELD" TO DL-MESSAGE
000177          PERFORM WRITE-EXCEPTION-LINE
000178          ADD 1 TO WS-NO-TAXID-COUNT
000179      ELSE
000180          PERFORM EXTRACT-TIN-DIGITS
000181          PERFORM SET-MATCH-NAME
000182          IF WS-TIN-DIGIT-COUNT NOT = 9
000183              MOVE "TAX ID NOT NINE DIGITS" TO DL-MESSAGE
000184              PERFORM WRITE-EXCEPTION-LINE
000185              ADD 1 TO WS-BAD-TAXID-COUNT
000186          ELSE
000187              IF WS-NAME-LENGTH = ZERO
000188                  MOVE "NO NAME TO MATCH" TO DL-MESSAGE
000189                  PERFORM WRITE-EXCEPTION-LINE
000190                  ADD 1 TO WS-BAD-TAXID-COUNT
000191              ELSE
000192                  PERFORM WRITE-TIN-REQUEST
000193              END-IF
000194          END-IF
000195      END-IF.
000196
000197*--------------------------------------------------
000198* The tax id's digits, in order, whatever else was
000199* keyed between them - the same extraction
000200* VNDTIN02 uses to check a result still belongs to
000201* the tax id on file.
000202*--------------------------------------------------
000203 EXTRACT-TIN-DIGITS.
000204      MOVE SPACES TO WS-TIN-DIGITS.
000205      MOVE ZERO TO WS-TIN-DIGIT-COUNT.
000206      MOVE 1 TO WS-TIN-IDX.
000207      PERFORM EXTRACT-ONE-TIN-DIGIT
000208          UNTIL WS-TIN-IDX > 11.
000209      IF VENDOR-TAX-ID (3:1) = "-"
000210          MOVE "1" TO WS-TIN-TYPE
000211      ELSE
000212          IF VENDOR-TAX-ID (4:1) = "-"
000213              AND VENDOR-TAX-ID (7:1) = "-"
000214              MOVE "2" TO WS-TIN-TYPE
000215          ELSE
000216              MOVE "3" TO WS-TIN-TYPE
000217          END-IF
000218      END-IF.
000219
000220 EXTRACT-ONE-TIN-DIGIT.
000221      IF VENDOR-TAX-ID (WS-TIN-IDX:1) IS NUMERIC
000222          ADD 1 TO WS-TIN-DIGIT-COUNT
000223          IF WS-TIN-DIGIT-COUNT NOT > 9
000224              MOVE VENDOR-TAX-ID (WS-TIN-IDX:1)
000225                  TO WS-TIN-DIGITS (WS-TIN-DIGIT-COUNT:1)
000226          END-IF
000227      END-IF.
000228      ADD 1 TO WS-TIN-IDX.
000229
000230 SET-MATCH-NAME.
000231      MOVE VENDOR-NAME TO WS-MATCH-NAME.
000232      INSPECT WS-MATCH-NAME
000233          CONVERTING ".,'/#()" TO "       ".
000234      MOVE 30 TO WS-NAME-LENGTH.
000235      MOVE "N" TO WS-NAME-END-SWITCH.
000236      PERFORM FIND-MATCH-NAME-END
000237          UNTIL WS-NAME-END-FOUND
000238             OR WS-NAME-LENGTH = ZERO.
000239
000240 FIND-MATCH-NAME-END.
000241      IF WS-MATCH-NAME (WS-NAME-LENGTH:1) = SPACE
000242          SUBTRACT 1 FROM WS-NAME-LENGTH
000243      ELSE
000244          MOVE "Y" TO WS-NAME-END-SWITCH
000245      END-IF.
000246
000247 WRITE-TIN-REQUEST.
000248      MOVE VENDOR-NUMBER TO WS-MATCH-ACCOUNT.
000249      MOVE SPACES TO TIN-REQUEST-RECORD.
000250      STRING WS-TIN-TYPE ";" WS-TIN-DIGITS ";"
000251          WS-MATCH-NAME (1:WS-NAME-LENGTH) ";"
000252          WS-MATCH-ACCOUNT
000253          DELIMITED BY SIZE INTO TIN-REQUEST-RECORD.
000254      WRITE TIN-REQUEST-RECORD.
000255      ADD 1 TO WS-REQUEST-COUNT.
000256
000257 WRITE-EXCEPTION-LINE.
000258      MOVE VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000259      MOVE VENDOR-NAME TO DL-VENDOR-NAME.
000260      MOVE VENDOR-TAX-ID TO DL-VENDOR-TAX-ID.
000261      MOVE DETAIL-LINE TO REPORT-LINE.
000262      WRITE REPORT-LINE.
000263
000264 PRINT-HEADINGS.
000265      MOVE HEADING-LINE-1 TO REPORT-LINE.
000266      WRITE REPORT-LINE.
000267      MOVE HEADING-LINE-2 TO REPORT-LINE.
000268      WRITE REPORT-LINE.
000269      MOVE SPACES TO REPORT-LINE.
000270      WRITE REPORT-LINE.
000271
000272 PRINT-TOTAL-LINES.
000273      MOVE SPACES TO REPORT-LINE.
000274      WRITE REPORT-LINE.
000275      MOVE "VENDORS READ" TO TL-LABEL.
000276      MOVE WS-VND-READ-COUNT TO TL-COUNT.
000277      MOVE TOTAL-LINE TO REPORT-LINE.
000278      WRITE REPORT-LINE.
000279      MOVE "ACTIVE 1099 VENDORS" TO TL-LABEL.
000280      MOVE WS-1099-COUNT TO TL-COUNT.
000281      MOVE TOTAL-LINE TO REPORT-LINE.
000282      WRITE REPORT-LINE.
000283      MOVE "TIN MATCH REQUESTS WRITTEN" TO TL-LABEL.
000284      MOVE WS-REQUEST-COUNT TO TL-COUNT.
000285      MOVE TOTAL-LINE TO REPORT-LINE.
000286      WRITE REPORT-LINE.
000287      MOVE "NO TAX ID ON FILE" TO TL-LABEL.
000288      MOVE WS-NO-TAXID-COUNT TO TL-COUNT.
000289      MOVE TOTAL-LINE TO REPORT-LINE.
000290      WRITE REPORT-LINE.
000291      MOVE "TAX ID OR NAME UNUSABLE" TO TL-LABEL.
000292      MOVE WS-BAD-TAXID-COUNT TO TL-COUNT.
000293      MOVE TOTAL-LINE TO REPORT-LINE.
000294      WRITE REPORT-LINE.
000295
000296     COPY "PRSGN01.CBL".
