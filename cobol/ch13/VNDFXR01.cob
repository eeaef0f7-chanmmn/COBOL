000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDFXR01.
000003*------------------------------------------------
000004* Maintain the Exchange Rate File behind
000005* VNDFXRCK. The operator lists the rates on file
000006* for a currency, or keys a new rate - currency,
000007* effective date and the US dollar value of one
000008* unit - which stays in effect until a later one
000009* is keyed. A rate keyed again for a date already
000010* on file replaces that one only on confirmation.
000011* Invoices keep the rate they were entered and
000012* paid at, so replacing a rate never restates
000013* anything already posted. Keying rates is a
000014* payment-level action.
000015*------------------------------------------------
000016 ENVIRONMENT DIVISION.
000017 INPUT-OUTPUT SECTION.
000018 FILE-CONTROL.
000019
000020     COPY "SLFXR01.CBL".
000021
000022     COPY "SLOPR01.CBL".
000023
000024 DATA DIVISION.
000025 FILE SECTION.
000026
000027     COPY "FDFXR01.CBL".
000028
000029     COPY "FDOPR01.CBL".
000030
000031 WORKING-STORAGE SECTION.
000032
000033 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000034 01 WS-FXR-FILE-STATUS PIC X(2) VALUE "00".
000035 01 WS-RATE-EOF-SWITCH PIC X(1) VALUE "N".
000036     88 NO-MORE-RATE-RECORDS VALUE "Y".
000037 01 WS-MORE-ACTIONS PIC X(1) VALUE "Y".
000038     88 NO-MORE-ACTIONS VALUE "N".
000039 01 WS-ACTION-CHOICE PIC 9 VALUE ZERO.
000040 01 WS-CONFIRM-FIELD PIC X(1).
000041 01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
000042 01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.
000043 01 WS-REPLACED-COUNT PIC 9(5) VALUE ZERO.
000044 01 WS-DISPLAY-RATE PIC ZZZ9.999999.
000045*--------------------------------------------------
000046* The currency asked about. A code is three
000047* letters; USD is refused because its rate is
000048* always 1 and never kept on file.
000049*--------------------------------------------------
000050 01 WS-CURRENCY-FIELD PIC X(3).
000051 01 WS-CURRENCY-VALID-SWITCH PIC X(1) VALUE "N".
000052     88 WS-CURRENCY-VALID VALUE "Y".
000053 01 WS-DATE-FIELD PIC X(8).
000054 01 WS-DATE-VALID-SWITCH PIC X(1) VALUE "N".
000055     88 WS-DATE-VALID VALUE "Y".
000056*--------------------------------------------------
000057* Rate entry - split on the decimal point the way
000058* VNDINV01 edits an amount, up to four whole
000059* digits and six decimals, so 1.0845, 0.0072 and
000060* 145 all key cleanly. A zero rate is refused.
000061*--------------------------------------------------
000062 01 WS-RATE-FIELD PIC X(11).
000063 01 WS-RATE-VALID-SWITCH PIC X(1) VALUE "N".
000064     88 WS-RATE-VALID VALUE "Y".
000065 01 WS-RATE-WHOLE-TEXT PIC X(5).
000066 01 WS-RATE-WHOLE-LENGTH PIC 9(2) COMP.
000067 01 WS-RATE-FRAC-TEXT PIC X(7).
000068 01 WS-RATE-WHOLE PIC 9(4).
000069 01 WS-RATE-FRAC PIC 9(6).
000070 01 WS-EDITED-RATE PIC 9(4)V9(6) VALUE ZERO.
000071
000072*--------------------------------------------------
000073* Run Control Log fields for the START/END records
000074* this run writes through VNDRUNLG.
000075*--------------------------------------------------
000076 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDFXR01".
000077 01 WS-RUN-ENTRY-TYPE PIC X(5).
000078 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000079
000080     COPY "WSSGN01.CBL".
000081
000082 PROCEDURE DIVISION.
000083 PROGRAM-BEGIN.
000084      PERFORM SIGN-ON-OPERATOR.
000085      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000086      PERFORM CHECK-OPERATOR-AUTHORITY.
000087      IF WS-AUTHORITY-OK
000088          PERFORM MAINTAIN-RATE-SESSION
000089      END-IF.
000090
000091 PROGRAM-DONE.
000092      STOP RUN.
000093
000094 MAINTAIN-RATE-SESSION.
000095      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000096      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000097          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000098          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000099          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000100      OPEN I-O EXCHANGE-RATE-FILE.
000101      IF WS-FXR-FILE-STATUS NOT = "00"
000102          AND WS-FXR-FILE-STATUS NOT = "05"
000103          DISPLAY "EXCHANGE RATE FILE OPEN FAILED - STATUS "
000104              WS-FXR-FILE-STATUS
000105          MOVE "N" TO WS-MORE-ACTIONS
000106      END-IF.
000107      PERFORM MAINTAIN-ONE-ACTION
000108          UNTIL NO-MORE-ACTIONS.
000109      CLOSE EXCHANGE-RATE-FILE.
000110      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000111      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000112          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000113          WS-ENTERED-COUNT WS-REPLACED-COUNT
000114          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000115      DISPLAY WS-ENTERED-COUNT " RATES ENTERED, "
000116          WS-REPLACED-COUNT " REPLACED".
000117
000118 MAINTAIN-ONE-ACTION.
000119      DISPLAY " 1 - LIST RATES FOR A CURRENCY".
000120      DISPLAY " 2 - ENTER A NEW RATE".
000121      DISPLAY " 0 - DONE".
000122      DISPLAY "ENTER THE NUMBER OF THE ACTION".
000123      ACCEPT WS-ACTION-CHOICE.
000124      IF WS-ACTION-CHOICE = 1
000125          PERFORM ENTER-CURRENCY-CODE
000126          PERFORM LIST-CURRENCY-RATES
000127      ELSE
000128          IF WS-ACTION-CHOICE = 2
000129              PERFORM ENTER-CURRENCY-CODE
000130              PERFORM ENTER-NEW-RATE
000131          ELSE
000132              MOVE "N" TO WS-MORE-ACTIONS
000133          END-IF
000134      END-IF.
000135
000136 ENTER-CURRENCY-CODE.
000137      MOVE "N" TO WS-CURRENCY-VALID-SWITCH.
000138      PERFORM GET-AND-CHECK-CURRENCY
000139          UNTIL WS-CURRENCY-VALID.
000140
000141 GET-AND-CHECK-CURRENCY.
000142      DISPLAY "ENTER CURRENCY CODE (E.G. EUR)".
000143      ACCEPT WS-CURRENCY-FIELD.
000144      IF WS-CURRENCY-FIELD IS ALPHABETIC
000145          AND WS-CURRENCY-FIELD (1:1) NOT = SPACE
000146          AND WS-CURRENCY-FIELD (2:1) NOT = SPACE
000147          AND WS-CURRENCY-FIELD (3:1) NOT = SPACE
000148          AND WS-CURRENCY-FIELD NOT = "USD"
000149          MOVE "Y" TO WS-CURRENCY-VALID-SWITCH
000150      ELSE
000151          DISPLAY "INVALID CURRENCY - PLEASE RE-ENTER"
000152      END-IF.
000153
000154*--------------------------------------------------
000155* Every rate on file for the currency, oldest
000156* first - the last one listed is the rate in
000157* effect today unless a later-dated one is
000158* waiting.
000159*--------------------------------------------------
000160 LIST-CURRENCY-RATES.
000161      MOVE ZEROES TO WS-LIST-COUNT.
000162      MOVE "N" TO WS-RATE-EOF-SWITCH.
000163      MOVE WS-CURRENCY-FIELD TO FXR-CURRENCY-CODE.
000164      MOVE ZEROES TO FXR-EFFECTIVE-DATE.
000165      START EXCHANGE-RATE-FILE
000166          KEY IS NOT LESS THAN FXR-RATE-KEY
000167          INVALID KEY
000168              MOVE "Y" TO WS-RATE-EOF-SWITCH
000169      END-START.
000170      PERFORM LIST-ONE-RATE
000171          UNTIL NO-MORE-RATE-RECORDS.
000172      IF WS-LIST-COUNT = ZEROES
000173          DISPLAY "NO RATES ON FILE FOR " WS-CURRENCY-FIELD
000174      END-IF.
000175
000176 LIST-ONE-RATE.
000177      READ EXCHANGE-RATE-FILE NEXT RECORD
000178          AT END
000179              MOVE "Y" TO WS-RATE-EOF-SWITCH
000180          NOT AT END
000181              IF FXR-CURRENCY-CODE NOT = WS-CURRENCY-FIELD
000182                  MOVE "Y" TO WS-RATE-EOF-SWITCH
000183              ELSE
000184                  ADD 1 TO WS-LIST-COUNT
000185                  MOVE FXR-USD-RATE TO WS-DISPLAY-RATE
000186                  DISPLAY FXR-CURRENCY-CODE " FROM "
000187                      FXR-EFFECTIVE-DATE " USD "
000188                      WS-DISPLAY-RATE " KEYED BY "
000189                      FXR-ENTERED-BY " ON " FXR-ENTERED-DATE
000190              END-IF
000191      END-READ.
000192
000193 ENTER-NEW-RATE.
000194      MOVE "N" TO WS-DATE-VALID-SWITCH.
000195      PERFORM GET-AND-CHECK-EFFECTIVE-DATE
000196          UNTIL WS-DATE-VALID.
000197      MOVE "N" TO WS-RATE-VALID-SWITCH.
000198      PERFORM GET-AND-CHECK-RATE
000199          UNTIL WS-RATE-VALID.
000200      MOVE WS-CURRENCY-FIELD TO FXR-CURRENCY-CODE.
000201      MOVE WS-DATE-FIELD TO FXR-EFFECTIVE-DATE.
000202      READ EXCHANGE-RATE-FILE
000203          INVALID KEY
000204              PERFORM WRITE-NEW-RATE
000205          NOT INVALID KEY
000206              PERFORM REPLACE-RATE-ON-FILE
000207      END-READ.
000208
000209 GET-AND-CHECK-EFFECTIVE-DATE.
000210      DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD)".
000211      ACCEPT WS-DATE-FIELD.
000212      MOVE "N" TO WS-DATE-VALID-SWITCH.
000213      IF WS-DATE-FIELD IS NUMERIC
000214          AND WS-DATE-FIELD (5:2) >= "01"
000215          AND WS-DATE-FIELD (5:2) <= "12"
000216          AND WS-DATE-FIELD (7:2) >= "01"
000217          AND WS-DATE-FIELD (7:2) <= "31"
000218          MOVE "Y" TO WS-DATE-VALID-SWITCH
000219      ELSE
000220          DISPLAY "INVALID DATE - PLEASE RE-ENTER"
000221      END-IF.
000222
000223 GET-AND-CHECK-RATE.
000224      DISPLAY "ENTER USD PER ONE " WS-CURRENCY-FIELD
000225          " (NNNN.NNNNNN)".
000226      ACCEPT WS-RATE-FIELD.
000227      PERFORM VALIDATE-RATE-FIELD.
000228      IF NOT WS-RATE-VALID
000229          DISPLAY "INVALID RATE - PLEASE RE-ENTER"
000230      END-IF.
000231
000232 VALIDATE-RATE-FIELD.
000233      MOVE "N" TO WS-RATE-VALID-SWITCH.
000234      MOVE SPACES TO WS-RATE-WHOLE-TEXT.
000235      MOVE SPACES TO WS-RATE-FRAC-TEXT.
000236      MOVE ZEROES TO WS-RATE-WHOLE-LENGTH.
000237      UNSTRING WS-RATE-FIELD
000238          DELIMITED BY "." OR " "
000239          INTO WS-RATE-WHOLE-TEXT
000240              COUNT IN WS-RATE-WHOLE-LENGTH
000241              WS-RATE-FRAC-TEXT
000242      END-UNSTRING.
000243      IF WS-RATE-WHOLE-LENGTH > 0
000244          AND WS-RATE-WHOLE-LENGTH < 5
000245          AND WS-RATE-WHOLE-TEXT (1:WS-RATE-WHOLE-LENGTH)
000246              IS NUMERIC
000247          PERFORM VALIDATE-RATE-FRAC
000248      END-IF.
000249
000250*--------------------------------------------------
000251* Decimals keyed short are filled out with
000252* trailing zeroes, so .5 is .500000.
000253*--------------------------------------------------
000254 VALIDATE-RATE-FRAC.
000255      IF WS-RATE-FRAC-TEXT (7:1) = SPACE
000256          INSPECT WS-RATE-FRAC-TEXT (1:6)
000257              REPLACING ALL SPACE BY "0"
000258          IF WS-RATE-FRAC-TEXT (1:6) IS NUMERIC
000259              MOVE WS-RATE-FRAC-TEXT (1:6) TO WS-RATE-FRAC
000260              MOVE WS-RATE-WHOLE-TEXT (1:WS-RATE-WHOLE-LENGTH)
000261                  TO WS-RATE-WHOLE
000262              COMPUTE WS-EDITED-RATE =
000263                  WS-RATE-WHOLE + (WS-RATE-FRAC / 1000000)
000264              IF WS-EDITED-RATE > ZEROES
000265                  MOVE "Y" TO WS-RATE-VALID-SWITCH
000266              END-IF
000267          END-IF
000268      END-IF.
000269
000270 WRITE-NEW-RATE.
000271      PERFORM BUILD-RATE-RECORD.
000272      WRITE EXCHANGE-RATE-RECORD
000273          INVALID KEY
000274              DISPLAY "RATE WRITE FAILED - STATUS "
000275                  WS-FXR-FILE-STATUS
000276          NOT INVALID KEY
000277              ADD 1 TO WS-ENTERED-COUNT
000278              DISPLAY "RATE ENTERED"
000279      END-WRITE.
000280
000281 REPLACE-RATE-ON-FILE.
000282      MOVE FXR-USD-RATE TO WS-DISPLAY-RATE.
000283      DISPLAY "RATE ON FILE FOR " FXR-EFFECTIVE-DATE
000284          " IS " WS-DISPLAY-RATE " - REPLACE IT (Y/N)".
000285      ACCEPT WS-CONFIRM-FIELD.
000286      IF WS-CONFIRM-FIELD = "Y"
000287          PERFORM BUILD-RATE-RECORD
000288          REWRITE EXCHANGE-RATE-RECORD
000289              INVALID KEY
000290                  DISPLAY "RATE REWRITE FAILED - STATUS "
000291                      WS-FXR-FILE-STATUS
000292              NOT INVALID KEY
000293                  ADD 1 TO WS-REPLACED-COUNT
000294                  DISPLAY "RATE REPLACED"
000295          END-REWRITE
000296      ELSE
000297          DISPLAY "RATE LEFT AS IT WAS"
000298      END-IF.
000299
000300 BUILD-RATE-RECORD.
000301      MOVE SPACES TO EXCHANGE-RATE-RECORD.
000302      MOVE WS-CURRENCY-FIELD TO FXR-CURRENCY-CODE.
000303      MOVE WS-DATE-FIELD TO FXR-EFFECTIVE-DATE.
000304      MOVE WS-EDITED-RATE TO FXR-USD-RATE.
000305      MOVE WS-OPERATOR-ID TO FXR-ENTERED-BY.
000306      ACCEPT FXR-ENTERED-DATE FROM DATE YYYYMMDD.
000307
000308     COPY "PRSGN01.CBL".
