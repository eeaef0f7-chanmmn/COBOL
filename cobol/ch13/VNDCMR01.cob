000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDCMR01.
000003*------------------------------------------------
000004* Expiring compliance documents, run monthly.
000005* Reads the Vendor Compliance Document File
000006* against an operator-entered as-of date and
000007* lists, in four sections, the documents that
000008* need chasing: those already expired or still
000009* missing - a required certificate of insurance
000010* not yet received shows here, and is what
000011* VNDPAY01 and VNDCSH01 hold payment on - then
000012* those lapsing in 0-30, 31-60 and 61-90 days.
000013* Each section is a pass over the file in key
000014* order, so within a section the documents are
000015* in vendor order, with the name off the Vendor
000016* File. Documents that do not expire, or lapse
000017* more than 90 days out, are not listed. Nothing
000018* is updated - the files are OPENed INPUT only.
000019*------------------------------------------------
000020 ENVIRONMENT DIVISION.
000021 INPUT-OUTPUT SECTION.
000022 FILE-CONTROL.
000023
000024     COPY "SLCMP01.CBL".
000025
000026     COPY "SLVND01.CBL".
000027
000028     COPY "SLOPR01.CBL".
000029
000030     SELECT COMPLIANCE-REPORT
000031         ASSIGN TO "vndcmprpt.txt"
000032         ORGANIZATION IS LINE SEQUENTIAL.
000033
000034 DATA DIVISION.
000035 FILE SECTION.
000036
000037     COPY "FDCMP01.CBL".
000038
000039     COPY "FDVND02.CBL".
000040
000041     COPY "FDOPR01.CBL".
000042
000043 FD  COMPLIANCE-REPORT
000044     LABEL RECORDS ARE STANDARD.
000045 01  REPORT-LINE                 PIC X(132).
000046
000047 WORKING-STORAGE SECTION.
000048
000049 01 WS-CMP-FILE-STATUS PIC X(2) VALUE "00".
000050 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000051 01 WS-DOCUMENT-EOF-SWITCH      PIC X(1) VALUE "N".
000052     88 NO-MORE-DOCUMENT-RECORDS    VALUE "Y".
000053 01 WS-FILES-OK-SWITCH          PIC X(1) VALUE "Y".
000054     88 WS-FILES-OK                 VALUE "Y".
000055*--------------------------------------------------
000056* Intermediate ACCEPT field so a bad as-of date is
000057* re-prompted instead of moving undefined content
000058* into a numeric field, the same way VNDAPR02
000059* takes its as-of date.
000060*--------------------------------------------------
000061 01 WS-DATE-FIELD               PIC X(8).
000062 01 WS-DATE-VALID-SWITCH        PIC X(1) VALUE "N".
000063     88 WS-DATE-VALID               VALUE "Y".
000064 01 WS-AS-OF-DATE               PIC 9(8).
000065*--------------------------------------------------
000066* Serial-day conversion so days to lapse is a
000067* plain subtraction. WS-CNV-DATE goes in,
000068* WS-CNV-DAYS comes out.
000069*--------------------------------------------------
000070 01 WS-CNV-DATE.
000071     05 WS-CNV-YEAR             PIC 9(4).
000072     05 WS-CNV-MONTH            PIC 9(2).
000073     05 WS-CNV-DAY              PIC 9(2).
000074 01 WS-CNV-DAYS                 PIC 9(7).
000075 01 WS-CNV-WORK                 PIC 9(7).
000076 01 WS-CNV-REM                  PIC 9(4).
000077 01 WS-CNV-PRIOR-YEAR           PIC 9(4).
000078 01 WS-MONTH-DAYS-VALUES.
000079     05 FILLER PIC X(18) VALUE "000031059090120151".
000080     05 FILLER PIC X(18) VALUE "181212243273304334".
000081 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000082     05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
000083 01 WS-AS-OF-DAYS               PIC 9(7).
000084 01 WS-DAYS-TO-LAPSE            PIC S9(7).
000085 01 WS-DISPLAY-DAYS             PIC ZZZ9.
000086*--------------------------------------------------
000087* The section being printed on this pass, and the
000088* section the document just read belongs in - 0
000089* when it belongs in none. Section 1 is expired
000090* or missing, 2 to 4 the 30-day lapse windows.
000091*--------------------------------------------------
000092 01 WS-SECTION-IDX              PIC 9(1).
000093 01 WS-DOC-SECTION              PIC 9(1).
000094 01 WS-SECTION-TITLE-VALUES.
000095     05 FILLER PIC X(24) VALUE "EXPIRED OR MISSING".
000096     05 FILLER PIC X(24) VALUE "LAPSING IN 0-30 DAYS".
000097     05 FILLER PIC X(24) VALUE "LAPSING IN 31-60 DAYS".
000098     05 FILLER PIC X(24) VALUE "LAPSING IN 61-90 DAYS".
000099 01 WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLE-VALUES.
000100     05 WS-SECTION-TITLE OCCURS 4 TIMES PIC X(24).
000101 01 WS-SECTION-COUNTS.
000102     05 WS-SECTION-COUNT OCCURS 4 TIMES PIC 9(5).
000103 01 WS-DOC-READ-COUNT           PIC 9(5) VALUE ZERO.
000104 01 WS-LISTED-COUNT             PIC 9(5) VALUE ZERO.
000105
000106*--------------------------------------------------
000107* Run Control Log fields for the START/END records
000108* this run writes through VNDRUNLG.
000109*--------------------------------------------------
000110 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDCMR01".
000111 01 WS-RUN-ENTRY-TYPE PIC X(5).
000112 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000113 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000114
000115 01 REPORT-HEADING-1.
000116     05 FILLER                 PIC X(29) VALUE
000117         "COMPLIANCE DOCUMENTS EXPIRING".
000118     05 FILLER                 PIC X(1)  VALUE SPACES.
000119     05 FILLER                 PIC X(11) VALUE "AS OF DATE ".
000120     05 RH1-AS-OF-DATE         PIC 9(8).
000121
000122 01 REPORT-HEADING-2.
000123     05 FILLER                 PIC X(7)  VALUE "NUMBER ".
000124     05 FILLER                 PIC X(31) VALUE "NAME".
000125     05 FILLER                 PIC X(5)  VALUE "TYPE ".
000126     05 FILLER                 PIC X(9)  VALUE "RECEIVED ".
000127     05 FILLER                 PIC X(9)  VALUE "EXPIRES  ".
000128     05 FILLER                 PIC X(9)  VALUE "DAYS LEFT".
000129     05 FILLER                 PIC X(1)  VALUE SPACES.
000130     05 FILLER                 PIC X(5)  VALUE "REQD ".
000131     05 FILLER                 PIC X(9)  VALUE "REFERENCE".
000132
000133 01 SECTION-TITLE-LINE.
000134     05 ST-TITLE               PIC X(24).
000135
000136 01 DETAIL-LINE.
000137     05 DL-VENDOR-NUMBER       PIC Z(4)9.
000138     05 FILLER                 PIC X(2)  VALUE SPACES.
000139     05 DL-VENDOR-NAME         PIC X(30).
000140     05 FILLER                 PIC X(1)  VALUE SPACES.
000141     05 DL-DOC-TYPE            PIC X(3).
000142     05 FILLER                 PIC X(2)  VALUE SPACES.
000143     05 DL-RECEIVED-DATE       PIC 9(8).
000144     05 FILLER                 PIC X(1)  VALUE SPACES.
000145     05 DL-EXPIRY-DATE         PIC 9(8).
000146     05 FILLER                 PIC X(1)  VALUE SPACES.
000147     05 DL-DAYS-LEFT           PIC X(9).
000148     05 FILLER                 PIC X(1)  VALUE SPACES.
000149     05 DL-REQUIRED-FLAG       PIC X(1).
000150     05 FILLER                 PIC X(4)  VALUE SPACES.
000151     05 DL-REFERENCE           PIC X(30).
000152
000153 01 REPORT-COUNT-LINE.
000154     05 RC-LABEL               PIC X(26).
000155     05 RC-COUNT               PIC Z(4)9.
000156
000157     COPY "WSSGN01.CBL".
000158
000159 PROCEDURE DIVISION.
000160 PROGRAM-BEGIN.
000161      PERFORM SIGN-ON-OPERATOR.
000162      MOVE 1 TO WS-REQUIRED-AUTHORITY.
000163      PERFORM CHECK-OPERATOR-AUTHORITY.
000164      IF WS-AUTHORITY-OK
000165          PERFORM RUN-COMPLIANCE-REPORT
000166      END-IF.
000167
000168 PROGRAM-DONE.
000169      STOP RUN.
000170
000171 RUN-COMPLIANCE-REPORT.
000172      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000173      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000174          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000175          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000176          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000177      PERFORM ENTER-AS-OF-DATE.
000178      MOVE WS-AS-OF-DATE TO WS-CNV-DATE.
000179      PERFORM CONVERT-DATE-TO-DAYS.
000180      MOVE WS-CNV-DAYS TO WS-AS-OF-DAYS.
000181      OPEN INPUT VENDOR-FILE.
000182      IF WS-VND-FILE-STATUS NOT = "00"
000183          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000184              WS-VND-FILE-STATUS
000185          MOVE "N" TO WS-FILES-OK-SWITCH
000186      END-IF.
000187      OPEN INPUT VENDOR-DOCUMENT-FILE.
000188      OPEN OUTPUT COMPLIANCE-REPORT.
000189      MOVE ZEROES TO WS-SECTION-COUNTS.
000190      PERFORM PRINT-REPORT-HEADINGS.
000191      IF WS-FILES-OK
000192          MOVE 1 TO WS-SECTION-IDX
000193          PERFORM REPORT-ONE-SECTION
000194              UNTIL WS-SECTION-IDX > 4
000195      END-IF.
000196      PERFORM PRINT-REPORT-COUNTS.
000197      CLOSE VENDOR-FILE.
000198      CLOSE VENDOR-DOCUMENT-FILE.
000199      CLOSE COMPLIANCE-REPORT.
000200      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000201      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000202          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000203          WS-DOC-READ-COUNT WS-LISTED-COUNT
000204          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000205      DISPLAY WS-DOC-READ-COUNT " DOCUMENT RECORDS READ".
000206      DISPLAY WS-LISTED-COUNT " DOCUMENTS LISTED".
000207
000208 ENTER-AS-OF-DATE.
000209      MOVE "N" TO WS-DATE-VALID-SWITCH.
000210      PERFORM GET-AND-CHECK-AS-OF-DATE
000211          UNTIL WS-DATE-VALID.
000212      MOVE WS-DATE-FIELD TO WS-AS-OF-DATE.
000213
000214 GET-AND-CHECK-AS-OF-DATE.
000215      DISPLAY "ENTER AS-OF DATE (YYYYMMDD)".
000216      ACCEPT WS-DATE-FIELD.
000217      PERFORM VALIDATE-DATE-FIELD.
000218      IF NOT WS-DATE-VALID
000219          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000220      END-IF.
000221
000222 VALIDATE-DATE-FIELD.
000223      MOVE "N" TO WS-DATE-VALID-SWITCH.
000224      IF WS-DATE-FIELD IS NUMERIC
000225          AND WS-DATE-FIELD (5:2) >= "01"
000226          AND WS-DATE-FIELD (5:2) <= "12"
000227          AND WS-DATE-FIELD (7:2) >= "01"
000228          AND WS-DATE-FIELD (7:2) <= "31"
000229          MOVE "Y" TO WS-DATE-VALID-SWITCH
000230      END-IF.
000231
000232*--------------------------------------------------
000233* YYYYMMDD to a serial day count - see VNDAPR02.
000234* Two dates converted this way subtract to an
000235* exact day difference.
000236*--------------------------------------------------
000237 CONVERT-DATE-TO-DAYS.
000238      COMPUTE WS-CNV-DAYS = WS-CNV-YEAR * 365.
000239      COMPUTE WS-CNV-PRIOR-YEAR = WS-CNV-YEAR - 1.
000240      DIVIDE WS-CNV-PRIOR-YEAR BY 4 GIVING WS-CNV-WORK.
000241      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000242      DIVIDE WS-CNV-PRIOR-YEAR BY 100 GIVING WS-CNV-WORK.
000243      SUBTRACT WS-CNV-WORK FROM WS-CNV-DAYS.
000244      DIVIDE WS-CNV-PRIOR-YEAR BY 400 GIVING WS-CNV-WORK.
000245      ADD WS-CNV-WORK TO WS-CNV-DAYS.
000246      ADD WS-MONTH-DAYS (WS-CNV-MONTH) TO WS-CNV-DAYS.
000247      ADD WS-CNV-DAY TO WS-CNV-DAYS.
000248      IF WS-CNV-MONTH > 2
000249          PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
000250      END-IF.
000251
000252 ADD-LEAP-DAY-IF-LEAP-YEAR.
000253      DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-WORK
000254          REMAINDER WS-CNV-REM.
000255      IF WS-CNV-REM = ZEROES
000256          DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-WORK
000257              REMAINDER WS-CNV-REM
000258          IF WS-CNV-REM NOT = ZEROES
000259              ADD 1 TO WS-CNV-DAYS
000260          ELSE
000261              DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-WORK
000262                  REMAINDER WS-CNV-REM
000263              IF WS-CNV-REM = ZEROES
000264                  ADD 1 TO WS-CNV-DAYS
000265              END-IF
000266          END-IF
000267      END-IF.
000268
000269 PRINT-REPORT-HEADINGS.
000270      MOVE WS-AS-OF-DATE TO RH1-AS-OF-DATE.
000271      MOVE REPORT-HEADING-1 TO REPORT-LINE.
000272      WRITE REPORT-LINE.
000273      MOVE REPORT-HEADING-2 TO REPORT-LINE.
000274      WRITE REPORT-LINE.
000275
000276*--------------------------------------------------
000277* One pass over the whole file from its first key
000278* for each section. The file is small - a few
000279* records per vendor - so four passes cost less
000280* than sorting it.
000281*--------------------------------------------------
000282 REPORT-ONE-SECTION.
000283      MOVE SPACES TO REPORT-LINE.
000284      WRITE REPORT-LINE.
000285      MOVE WS-SECTION-TITLE (WS-SECTION-IDX) TO ST-TITLE.
000286      MOVE SECTION-TITLE-LINE TO REPORT-LINE.
000287      WRITE REPORT-LINE.
000288      MOVE "N" TO WS-DOCUMENT-EOF-SWITCH.
000289      MOVE LOW-VALUES TO CMP-DOC-KEY.
000290      START VENDOR-DOCUMENT-FILE
000291          KEY IS NOT LESS THAN CMP-DOC-KEY
000292          INVALID KEY
000293              MOVE "Y" TO WS-DOCUMENT-EOF-SWITCH
000294      END-START.
000295      PERFORM CHECK-ONE-DOCUMENT
000296          UNTIL NO-MORE-DOCUMENT-RECORDS.
000297      MOVE "DOCUMENTS IN SECTION" TO RC-LABEL.
000298      MOVE WS-SECTION-COUNT (WS-SECTION-IDX) TO RC-COUNT.
000299      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000300      WRITE REPORT-LINE.
000301      ADD 1 TO WS-SECTION-IDX.
000302
000303 CHECK-ONE-DOCUMENT.
000304      READ VENDOR-DOCUMENT-FILE NEXT RECORD
000305          AT END
000306              MOVE "Y" TO WS-DOCUMENT-EOF-SWITCH
000307          NOT AT END
000308              PERFORM SECTION-ONE-DOCUMENT
000309      END-READ.
000310
000311 SECTION-ONE-DOCUMENT.
000312      IF WS-SECTION-IDX = 1
000313          ADD 1 TO WS-DOC-READ-COUNT
000314      END-IF.
000315      PERFORM CLASSIFY-DOCUMENT.
000316      IF WS-DOC-SECTION = WS-SECTION-IDX
000317          PERFORM PRINT-DOCUMENT-DETAIL
000318          ADD 1 TO WS-SECTION-COUNT (WS-SECTION-IDX)
000319          ADD 1 TO WS-LISTED-COUNT
000320      END-IF.
000321
000322*--------------------------------------------------
000323* A document not yet received is missing, except
000324* an insurance record for a vendor not required
000325* to carry insurance - that one only records the
000326* answer. A received document with no expiry
000327* date never lapses. Otherwise the days from the
000328* as-of date to expiry place it: below zero is
000329* expired, then the three 30-day windows.
000330*--------------------------------------------------
000331 CLASSIFY-DOCUMENT.
000332      MOVE ZEROES TO WS-DOC-SECTION.
000333      MOVE ZEROES TO WS-DAYS-TO-LAPSE.
000334      IF CMP-RECEIVED-DATE IS NOT NUMERIC
000335          OR CMP-RECEIVED-DATE = ZEROES
000336          IF NOT CMP-IS-INSURANCE
000337              OR CMP-DOC-REQUIRED
000338              MOVE 1 TO WS-DOC-SECTION
000339          END-IF
000340      ELSE
000341          IF CMP-EXPIRY-DATE IS NUMERIC
000342              AND CMP-EXPIRY-DATE NOT = ZEROES
000343              PERFORM PLACE-BY-DAYS-TO-LAPSE
000344          END-IF
000345      END-IF.
000346
000347 PLACE-BY-DAYS-TO-LAPSE.
000348      MOVE CMP-EXPIRY-DATE TO WS-CNV-DATE.
000349      PERFORM CONVERT-DATE-TO-DAYS.
000350      COMPUTE WS-DAYS-TO-LAPSE =
000351          WS-CNV-DAYS - WS-AS-OF-DAYS.
000352      IF WS-DAYS-TO-LAPSE < 0
000353          MOVE 1 TO WS-DOC-SECTION
000354      ELSE
000355          IF WS-DAYS-TO-LAPSE <= 30
000356              MOVE 2 TO WS-DOC-SECTION
000357          ELSE
000358              IF WS-DAYS-TO-LAPSE <= 60
000359                  MOVE 3 TO WS-DOC-SECTION
000360              ELSE
000361                  IF WS-DAYS-TO-LAPSE <= 90
000362                      MOVE 4 TO WS-DOC-SECTION
000363                  END-IF
000364              END-IF
000365          END-IF
000366      END-IF.
000367
000368 PRINT-DOCUMENT-DETAIL.
000369      MOVE CMP-VENDOR-NUMBER TO VENDOR-NUMBER.
000370      READ VENDOR-FILE
000371          INVALID KEY
000372              MOVE "*VENDOR NOT ON FILE*" TO DL-VENDOR-NAME
000373          NOT INVALID KEY
000374              MOVE VENDOR-NAME TO DL-VENDOR-NAME
000375      END-READ.
000376      MOVE CMP-VENDOR-NUMBER TO DL-VENDOR-NUMBER.
000377      MOVE CMP-DOC-TYPE TO DL-DOC-TYPE.
000378      MOVE CMP-RECEIVED-DATE TO DL-RECEIVED-DATE.
000379      MOVE CMP-EXPIRY-DATE TO DL-EXPIRY-DATE.
000380      IF CMP-RECEIVED-DATE IS NOT NUMERIC
000381          OR CMP-RECEIVED-DATE = ZEROES
000382          MOVE "MISSING" TO DL-DAYS-LEFT
000383      ELSE
000384          IF WS-DAYS-TO-LAPSE < 0
000385              MOVE "EXPIRED" TO DL-DAYS-LEFT
000386          ELSE
000387              MOVE WS-DAYS-TO-LAPSE TO WS-DISPLAY-DAYS
000388              MOVE WS-DISPLAY-DAYS TO DL-DAYS-LEFT
000389          END-IF
000390      END-IF.
000391      MOVE CMP-REQUIRED-FLAG TO DL-REQUIRED-FLAG.
000392      MOVE CMP-REFERENCE TO DL-REFERENCE.
000393      MOVE DETAIL-LINE TO REPORT-LINE.
000394      WRITE REPORT-LINE.
000395
000396 PRINT-REPORT-COUNTS.
000397      MOVE SPACES TO REPORT-LINE.
000398      WRITE REPORT-LINE.
000399      MOVE "DOCUMENTS READ" TO RC-LABEL.
000400      MOVE WS-DOC-READ-COUNT TO RC-COUNT.
000401      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000402      WRITE REPORT-LINE.
000403      MOVE "EXPIRED OR MISSING" TO RC-LABEL.
000404      MOVE WS-SECTION-COUNT (1) TO RC-COUNT.
000405      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000406      WRITE REPORT-LINE.
000407      MOVE "LAPSING IN 0-30 DAYS" TO RC-LABEL.
000408      MOVE WS-SECTION-COUNT (2) TO RC-COUNT.
000409      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000410      WRITE REPORT-LINE.
000411      MOVE "LAPSING IN 31-60 DAYS" TO RC-LABEL.
000412      MOVE WS-SECTION-COUNT (3) TO RC-COUNT.
000413      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000414      WRITE REPORT-LINE.
000415      MOVE "LAPSING IN 61-90 DAYS" TO RC-LABEL.
000416      MOVE WS-SECTION-COUNT (4) TO RC-COUNT.
000417      MOVE REPORT-COUNT-LINE TO REPORT-LINE.
000418      WRITE REPORT-LINE.
000419
000420     COPY "PRSGN01.CBL".
