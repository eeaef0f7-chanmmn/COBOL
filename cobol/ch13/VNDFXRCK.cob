000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDFXRCK.
000003*------------------------------------------------
000004* Answers the exchange rate in effect for a
000005* currency on a date, off the Exchange Rate File.
000006* CALLed by VNDINV01, VNDINVLD and VNDRGN01 to
000007* rate a foreign-currency invoice as it is
000008* entered, and by VNDPAY01 to rate it again on the
000009* day it is paid. The caller passes the currency
000010* code and the YYYYMMDD date and gets back the US
000011* dollar value of one unit - the rate with the
000012* latest effective date on or before the date -
000013* and LK-RATE-FOUND "Y". US dollars, or a blank
000014* currency, always answer 1. A currency with no
000015* rate that early, or no Exchange Rate File at
000016* all, answers zero and "N"; the caller refuses
000017* the invoice or leaves it unpaid.
000018*------------------------------------------------
000019 ENVIRONMENT DIVISION.
000020 INPUT-OUTPUT SECTION.
000021 FILE-CONTROL.
000022
000023     COPY "SLFXR01.CBL".
000024
000025 DATA DIVISION.
000026 FILE SECTION.
000027
000028     COPY "FDFXR01.CBL".
000029
000030 WORKING-STORAGE SECTION.
000031
000032 01 WS-FXR-FILE-STATUS          PIC X(2) VALUE "00".
000033 01 WS-FXR-EOF-SWITCH           PIC X(1) VALUE "N".
000034     88 NO-MORE-RATE-RECORDS        VALUE "Y".
000035
000036 LINKAGE SECTION.
000037
000038 01  LK-CURRENCY-CODE            PIC X(3).
000039 01  LK-RATE-DATE                PIC 9(8).
000040 01  LK-USD-RATE                 PIC 9(4)V9(6).
000041 01  LK-RATE-FOUND               PIC X(1).
000042
000043 PROCEDURE DIVISION USING LK-CURRENCY-CODE
000044     LK-RATE-DATE LK-USD-RATE LK-RATE-FOUND.
000045
000046 PROGRAM-BEGIN.
000047      IF LK-CURRENCY-CODE = SPACES
000048          OR LK-CURRENCY-CODE = "USD"
000049          MOVE 1 TO LK-USD-RATE
000050          MOVE "Y" TO LK-RATE-FOUND
000051      ELSE
000052          MOVE ZEROES TO LK-USD-RATE
000053          MOVE "N" TO LK-RATE-FOUND
000054          OPEN INPUT EXCHANGE-RATE-FILE
000055          IF WS-FXR-FILE-STATUS = "00"
000056              PERFORM FIND-RATE-IN-EFFECT
000057              CLOSE EXCHANGE-RATE-FILE
000058          END-IF
000059      END-IF.
000060
000061 PROGRAM-DONE.
000062      GOBACK.
000063
000064*--------------------------------------------------
000065* Rates for one currency sit together in
000066* effective-date order. Starting at the first of
000067* them, every rate dated on or before the asked-
000068* for date replaces the one before it, so the last
000069* one kept is the rate in effect.
000070*--------------------------------------------------
000071 FIND-RATE-IN-EFFECT.
000072      MOVE "N" TO WS-FXR-EOF-SWITCH.
000073      MOVE LK-CURRENCY-CODE TO FXR-CURRENCY-CODE.
000074      MOVE ZEROES TO FXR-EFFECTIVE-DATE.
000075      START EXCHANGE-RATE-FILE
000076          KEY IS NOT LESS THAN FXR-RATE-KEY
000077          INVALID KEY
000078              MOVE "Y" TO WS-FXR-EOF-SWITCH
000079      END-START.
000080      PERFORM READ-NEXT-RATE
000081          UNTIL NO-MORE-RATE-RECORDS.
000082
000083 READ-NEXT-RATE.
000084      READ EXCHANGE-RATE-FILE NEXT RECORD
000085          AT END
000086              MOVE "Y" TO WS-FXR-EOF-SWITCH
000087          NOT AT END
000088              IF FXR-CURRENCY-CODE NOT = LK-CURRENCY-CODE
000089                  OR FXR-EFFECTIVE-DATE > LK-RATE-DATE
000090                  MOVE "Y" TO WS-FXR-EOF-SWITCH
000091              ELSE
000092                  MOVE FXR-USD-RATE TO LK-USD-RATE
000093                  MOVE "Y" TO LK-RATE-FOUND
000094              END-IF
000095      END-READ.
