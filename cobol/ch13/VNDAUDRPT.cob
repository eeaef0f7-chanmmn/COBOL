000061 01 WS-SELECTED-SWITCH          PIC X(1) VALUE "N".
000062     88 WS-RECORD-SELECTED          VALUE "Y".
000063*--------------------------------------------------
000064* Full 300-byte vendor images, put back together
000065* from the audit image and its extension.
000066*--------------------------------------------------
000067 01 WS-BEFORE-VENDOR-IMAGE.
000068     05 WS-BEFORE-IMAGE-BASE        PIC X(250).
000069     05 WS-BEFORE-IMAGE-EXTENSION   PIC X(50).
000070 01 WS-AFTER-VENDOR-IMAGE.
000071     05 WS-AFTER-IMAGE-BASE         PIC X(250).
000072     05 WS-AFTER-IMAGE-EXTENSION    PIC X(50).
000073*--------------------------------------------------
000074* FDVND02.CBL field directory - label, byte offset
000075* within the 300-byte vendor image, and length -
000076* laid out the way the valid-state table is in
000077* WSVND01.CBL. Keep in step with FDVND02.CBL: a
000078* field appended there must be appended here too.
000079*--------------------------------------------------
000080 01 WS-AUD-FIELD-VALUES.
000081     05 FILLER PIC X(20) VALUE "VENDOR NUMBER  00105".
000082     05 FILLER PIC X(20) VALUE "NAME           00630".
000083     05 FILLER PIC X(20) VALUE "ADDRESS-1      03630".
000084     05 FILLER PIC X(20) VALUE "ADDRESS-2      06630".
000085     05 FILLER PIC X(20) VALUE "CITY           09620".
000086     05 FILLER PIC X(20) VALUE "STATE          11602".
000087     05 FILLER PIC X(20) VALUE "ZIP            11810".
000088     05 FILLER PIC X(20) VALUE "CONTACT        12830".
000089     05 FILLER PIC X(20) VALUE "PHONE          15815".
000090     05 FILLER PIC X(20) VALUE "STATUS         17301".
000091     05 FILLER PIC X(20) VALUE "TAX ID         17411".
000092     05 FILLER PIC X(20) VALUE "1099 FLAG      18501".
000093     05 FILLER PIC X(20) VALUE "BANK ROUTING   18609".
000094     05 FILLER PIC X(20) VALUE "BANK ACCOUNT   19517".
000095     05 FILLER PIC X(20) VALUE "COUNTRY        21202".
000096     05 FILLER PIC X(20) VALUE "PAYMENT HOLD   21401".
000097     05 FILLER PIC X(20) VALUE "SWIFT BIC      21511".
000098     05 FILLER PIC X(20) VALUE "IBAN           22634".
000099 01 WS-AUD-FIELD-TABLE REDEFINES WS-AUD-FIELD-VALUES.
000100     05 WS-AUD-FIELD-ENTRY OCCURS 18 TIMES.
000101         10 WS-AUD-FIELD-LABEL   PIC X(15).
000102         10 WS-AUD-FIELD-OFFSET  PIC 9(3).
000103         10 WS-AUD-FIELD-LENGTH  PIC 9(2).
000104 01 WS-FIELD-IDX                PIC 9(2) COMP.
000105 01 WS-FIELD-MAX                PIC 9(2) COMP VALUE 18.
000106
000107 01 HEADING-LINE-1.
000108     05 FILLER            PIC X(30) VALUE
000109         "VENDOR AUDIT CHANGE HISTORY".
000110     05 FILLER                 PIC X(10) VALUE "PAGE ".
000111     05 HL1-PAGE-NUMBER        PIC ZZZ9.
000112
000113 01 AUDIT-HEADER-LINE.
000114     05 AH-DATE                PIC 9(6).
000115     05 FILLER                 PIC X(1)  VALUE SPACES.
000116     05 AH-TIME                PIC 9(8).
000117     05 FILLER                 PIC X(2)  VALUE SPACES.
000118     05 AH-OPERATOR-ID         PIC X(8).
000119     05 FILLER                 PIC X(2)  VALUE SPACES.
000120     05 FILLER                 PIC X(7)  VALUE "VENDOR ".
000121     05 AH-VENDOR-NUMBER       PIC 9(5).
000122     05 FILLER                 PIC X(2)  VALUE SPACES.
000123     05 AH-ACTION              PIC X(6).
000124
000125 01 CHANGE-DETAIL-LINE.
000126     05 FILLER                 PIC X(3)  VALUE SPACES.
000127     05 CD-FIELD-LABEL         PIC X(15).
000128     05 FILLER                 PIC X(2)  VALUE ": ".
000129     05 CD-OLD-VALUE           PIC X(34).
000130     05 FILLER                 PIC X(4)  VALUE " -> ".
000131     05 CD-NEW-VALUE           PIC X(34).
000132
000133 01 TOTAL-LINE.
000134     05 FILLER                 PIC X(26) VALUE
000135         "AUDIT RECORDS REPORTED:   ".
000136     05 TL-PRINT-COUNT         PIC Z(4)9.
000137
000138 PROCEDURE DIVISION.
000139 PROGRAM-BEGIN.
000140      PERFORM ENTER-SELECTIONS.
000141      OPEN INPUT VENDOR-AUDIT-LOG.
000142      IF WS-AUD-FILE-STATUS = "00"
000143          MOVE "Y" TO WS-AUD-OPEN-SWITCH
000144      ELSE
000145          DISPLAY "AUDIT LOG NOT ON FILE - STATUS "
000146              WS-AUD-FILE-STATUS
000147          MOVE "Y" TO WS-AUD-EOF-SWITCH
000148      END-IF.
000149      OPEN OUTPUT AUDIT-REPORT.
000150      PERFORM READ-AUDIT-RECORD.
000151      PERFORM REPORT-AUDIT-RECORDS
000152          UNTIL NO-MORE-AUDIT-RECORDS.
000153      PERFORM PRINT-TOTAL-LINE.
000154      IF WS-AUD-LOG-OPEN
000155          CLOSE VENDOR-AUDIT-LOG
000156      END-IF.
000157      CLOSE AUDIT-REPORT.
000158      DISPLAY WS-READ-COUNT " AUDIT RECORDS READ".
000159      DISPLAY WS-PRINT-COUNT " AUDIT RECORDS REPORTED".
000160
000161 PROGRAM-DONE.
000162      STOP RUN.
000163
000164 ENTER-SELECTIONS.
000165      DISPLAY "ENTER VENDOR NUMBER (0 FOR ALL)".
000166      ACCEPT VENDOR-NUMBER-FIELD.
000167      MOVE VENDOR-NUMBER-FIELD TO WS-SEL-VENDOR.
000168      DISPLAY "ENTER OPERATOR ID (BLANK FOR ALL)".
000169      ACCEPT WS-SEL-OPERATOR.
000170      DISPLAY "ENTER ACTION CODE (BLANK FOR ALL)".
000171      ACCEPT WS-SEL-ACTION.
000172      PERFORM ENTER-FROM-DATE.
000173      PERFORM ENTER-TO-DATE.
000174
000175 ENTER-FROM-DATE.
000176      MOVE "N" TO WS-SEL-DATE-VALID-SWITCH.
000177      PERFORM GET-AND-CHECK-FROM-DATE
000178          UNTIL WS-SEL-DATE-VALID.
000179
000180 GET-AND-CHECK-FROM-DATE.
000181      DISPLAY "ENTER FROM DATE (YYMMDD, BLANK FOR ALL)".
000182      ACCEPT WS-SEL-DATE-FIELD.
000183      PERFORM VALIDATE-SELECTION-DATE.
000184      IF WS-SEL-DATE-VALID
000185          IF WS-SEL-DATE-FIELD = SPACES
000186              MOVE ZEROES TO WS-SEL-FROM-DATE
000187          ELSE
000188              MOVE WS-SEL-DATE-FIELD TO WS-SEL-FROM-DATE
000189          END-IF
000190      ELSE
000191          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000192      END-IF.
000193
000194 ENTER-TO-DATE.
000195      MOVE "N" TO WS-SEL-DATE-VALID-SWITCH.
000196      PERFORM GET-AND-CHECK-TO-DATE
000197          UNTIL WS-SEL-DATE-VALID.
000198
000199 GET-AND-CHECK-TO-DATE.
000200      DISPLAY "ENTER TO DATE (YYMMDD, BLANK FOR ALL)".
000201      ACCEPT WS-SEL-DATE-FIELD.
000202      PERFORM VALIDATE-SELECTION-DATE.
000203      IF WS-SEL-DATE-VALID
000204          IF WS-SEL-DATE-FIELD = SPACES
000205              MOVE ZEROES TO WS-SEL-TO-DATE
000206          ELSE
000207              MOVE WS-SEL-DATE-FIELD TO WS-SEL-TO-DATE
000208          END-IF
000209      ELSE
000210          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000211      END-IF.
000212
000213 VALIDATE-SELECTION-DATE.
000214      MOVE "N" TO WS-SEL-DATE-VALID-SWITCH.
000215      IF WS-SEL-DATE-FIELD = SPACES
000216          OR WS-SEL-DATE-FIELD IS NUMERIC
000217          MOVE "Y" TO WS-SEL-DATE-VALID-SWITCH
000218      END-IF.
000219
000220 READ-AUDIT-RECORD.
000221      READ VENDOR-AUDIT-LOG
000222          AT END
000223              MOVE "Y" TO WS-AUD-EOF-SWITCH
000224          NOT AT END
000225              ADD 1 TO WS-READ-COUNT
000226      END-READ.
000227
000228 REPORT-AUDIT-RECORDS.
000229      PERFORM CHECK-AUDIT-SELECTION.
000230      IF WS-RECORD-SELECTED
000231          PERFORM PRINT-AUDIT-RECORD
000232      END-IF.
000233      PERFORM READ-AUDIT-RECORD.
000234
000235 CHECK-AUDIT-SELECTION.
000236      MOVE "Y" TO WS-SELECTED-SWITCH.
000237      IF WS-SEL-VENDOR NOT = ZEROES
000238          AND AUD-VENDOR-NUMBER NOT = WS-SEL-VENDOR
000239          MOVE "N" TO WS-SELECTED-SWITCH
000240      END-IF.
000241      IF WS-SEL-OPERATOR NOT = SPACES
000242          AND AUD-OPERATOR-ID NOT = WS-SEL-OPERATOR
000243          MOVE "N" TO WS-SELECTED-SWITCH
000244      END-IF.
000245      IF WS-SEL-ACTION NOT = SPACES
000246          AND AUD-ACTION NOT = WS-SEL-ACTION
000247          MOVE "N" TO WS-SELECTED-SWITCH
000248      END-IF.
000249      IF WS-SEL-FROM-DATE NOT = ZEROES
000250          AND AUD-DATE < WS-SEL-FROM-DATE
000251          MOVE "N" TO WS-SELECTED-SWITCH
000252      END-IF.
000253      IF WS-SEL-TO-DATE NOT = ZEROES
000254          AND AUD-DATE > WS-SEL-TO-DATE
000255          MOVE "N" TO WS-SELECTED-SWITCH
000256      END-IF.
000257
000258 PRINT-AUDIT-RECORD.
000259      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000260          PERFORM PRINT-HEADINGS
000261      END-IF.
000262      MOVE AUD-DATE TO AH-DATE.
000263      MOVE AUD-TIME TO AH-TIME.
000264      MOVE AUD-OPERATOR-ID TO AH-OPERATOR-ID.
000265      MOVE AUD-VENDOR-NUMBER TO AH-VENDOR-NUMBER.
000266      MOVE AUD-ACTION TO AH-ACTION.
000267      MOVE AUDIT-HEADER-LINE TO REPORT-LINE.
000268      WRITE REPORT-LINE.
000269      ADD 1 TO WS-LINE-COUNT.
000270      ADD 1 TO WS-PRINT-COUNT.
000271      PERFORM COMPARE-AUDIT-IMAGES.
000272      MOVE SPACES TO REPORT-LINE.
000273      WRITE REPORT-LINE.
000274      ADD 1 TO WS-LINE-COUNT.
000275
000276*--------------------------------------------------
000277* Walks the FDVND02 field directory and prints one
000278* old -> new line for each field whose bytes differ
000279* between the before and after images.
000280*--------------------------------------------------
000281 COMPARE-AUDIT-IMAGES.
000282      MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE-BASE.
000283      MOVE AUD-BEFORE-EXTENSION TO WS-BEFORE-IMAGE-EXTENSION.
000284      MOVE AUD-AFTER-IMAGE TO WS-AFTER-IMAGE-BASE.
000285      MOVE AUD-AFTER-EXTENSION TO WS-AFTER-IMAGE-EXTENSION.
000286      MOVE 1 TO WS-FIELD-IDX.
000287      PERFORM COMPARE-ONE-AUDIT-FIELD
000288          UNTIL WS-FIELD-IDX > WS-FIELD-MAX.
000289
000290 COMPARE-ONE-AUDIT-FIELD.
000291      IF WS-BEFORE-VENDOR-IMAGE
000292              (WS-AUD-FIELD-OFFSET (WS-FIELD-IDX):
000293               WS-AUD-FIELD-LENGTH (WS-FIELD-IDX))
000294          NOT = WS-AFTER-VENDOR-IMAGE
000295              (WS-AUD-FIELD-OFFSET (WS-FIELD-IDX):
000296               WS-AUD-FIELD-LENGTH (WS-FIELD-IDX))
000297          PERFORM PRINT-CHANGED-FIELD
000298      END-IF.
000299      ADD 1 TO WS-FIELD-IDX.
000300
000301 PRINT-CHANGED-FIELD.
000302      MOVE WS-AUD-FIELD-LABEL (WS-FIELD-IDX)
000303          TO CD-FIELD-LABEL.
000304      MOVE SPACES TO CD-OLD-VALUE.
000305      MOVE SPACES TO CD-NEW-VALUE.
000306      MOVE WS-BEFORE-VENDOR-IMAGE
000307              (WS-AUD-FIELD-OFFSET (WS-FIELD-IDX):
000308               WS-AUD-FIELD-LENGTH (WS-FIELD-IDX))
000309          TO CD-OLD-VALUE.
000310      MOVE WS-AFTER-VENDOR-IMAGE
000311              (WS-AUD-FIELD-OFFSET (WS-FIELD-IDX):
000312               WS-AUD-FIELD-LENGTH (WS-FIELD-IDX))
000313          TO CD-NEW-VALUE.
000314      MOVE CHANGE-DETAIL-LINE TO REPORT-LINE.
000315      WRITE REPORT-LINE.
000316      ADD 1 TO WS-LINE-COUNT.
000317
000318 PRINT-HEADINGS.
000319      ADD 1 TO WS-PAGE-COUNT.
000320      MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
000321      IF WS-PAGE-COUNT > 1
000322          MOVE SPACES TO REPORT-LINE
000323          WRITE REPORT-LINE BEFORE ADVANCING PAGE
000324      END-IF.
000325      MOVE HEADING-LINE-1 TO REPORT-LINE.
000326      WRITE REPORT-LINE.
000327      MOVE SPACES TO REPORT-LINE.
000328      WRITE REPORT-LINE.
000329      MOVE 2 TO WS-LINE-COUNT.
000330
000331 PRINT-TOTAL-LINE.
000332      MOVE SPACES TO REPORT-LINE.
000333      WRITE REPORT-LINE.
000334      MOVE WS-PRINT-COUNT TO TL-PRINT-COUNT.
000335      MOVE TOTAL-LINE TO REPORT-LINE.
000336      WRITE REPORT-LINE.
