000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDPERCK.
000003*------------------------------------------------
000004* Answers whether an invoice date may be posted,
000005* off the AP Period File. CALLed by every program
000006* that puts an invoice on the Open Invoice File -
000007* VNDINV01, VNDINVLD, VNDRGN01 - and by VNDINM01
000008* when an invoice date is corrected, so a month
000009* VNDCLS01 has closed cannot take another invoice
000010* behind the close's back. The caller passes the
000011* YYYYMMDD date and gets back "O" when its period
000012* is open, "C" when it is closed, "N" when the
000013* period is not on file - before the cutover
000014* period, or a future month nobody has opened yet
000015* - and SPACE when there is no AP Period File at
000016* all, a site not yet on period control. The
000017* caller refuses "C" and "N".
000018*------------------------------------------------
000019 ENVIRONMENT DIVISION.
000020 INPUT-OUTPUT SECTION.
000021 FILE-CONTROL.
000022
000023     COPY "SLPER01.CBL".
000024
000025 DATA DIVISION.
000026 FILE SECTION.
000027
000028     COPY "FDPER01.CBL".
000029
000030 WORKING-STORAGE SECTION.
000031
000032 01 WS-PER-FILE-STATUS          PIC X(2) VALUE "00".
000033
000034 LINKAGE SECTION.
000035
000036 01  LK-POSTING-DATE             PIC 9(8).
000037 01  LK-PERIOD-STATE             PIC X(1).
000038
000039 PROCEDURE DIVISION USING LK-POSTING-DATE
000040     LK-PERIOD-STATE.
000041
000042 PROGRAM-BEGIN.
000043      MOVE SPACE TO LK-PERIOD-STATE.
000044      OPEN INPUT AP-PERIOD-FILE.
000045      IF WS-PER-FILE-STATUS = "00"
000046          PERFORM READ-POSTING-PERIOD
000047          CLOSE AP-PERIOD-FILE
000048      END-IF.
000049
000050 PROGRAM-DONE.
000051      GOBACK.
000052
000053*--------------------------------------------------
000054* An OPTIONAL file that is not there opens with
000055* a status other than "00" and the answer stays
000056* SPACE - no period control to enforce.
000057*--------------------------------------------------
000058 READ-POSTING-PERIOD.
000059      MOVE LK-POSTING-DATE (1:6) TO PER-PERIOD.
000060      READ AP-PERIOD-FILE
000061          INVALID KEY
000062              MOVE "N" TO LK-PERIOD-STATE
000063          NOT INVALID KEY
000064              IF PERIOD-CLOSED
000065                  MOVE "C" TO LK-PERIOD-STATE
000066              ELSE
000067                  MOVE "O" TO LK-PERIOD-STATE
000068              END-IF
000069      END-READ.
