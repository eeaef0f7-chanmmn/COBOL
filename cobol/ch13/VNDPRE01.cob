000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDPRE01.
000003*------------------------------------------------
000004* Daily prenote run for approved vendor bank
000005* changes. Every change VNDBKA01 has approved and
000006* applied goes to the bank as a zero-dollar CCD
000007* prenote entry (transaction code 23) on its own
000008* NACHA file, vndprenote.txt, built with the same
000009* PRNAC01 paragraphs the payment run uses, for
000010* treasury to upload. The change is then marked
000011* prenoted with the date the waiting period ends;
000012* until that date VNDPAY01 keeps paying the vendor
000013* by check, and a return of the prenote in the
000014* meantime cancels the change in VNDACHRT. Each
000015* run also clears every prenoted change whose
000016* waiting period has passed without a return.
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
000028     COPY "SLNAC01.CBL".
000029
000030 DATA DIVISION.
000031 FILE SECTION.
000032
000033     COPY "FDVND02.CBL".
000034
000035     COPY "FDBKC01.CBL".
000036
000037     COPY "FDOPR01.CBL".
000038
000039     COPY "FDNAC01.CBL".
000040
000041 WORKING-STORAGE SECTION.
000042
000043 01 WS-VND-FILE-STATUS PIC X(2) VALUE "00".
000044 01 WS-CHANGE-EOF-SWITCH PIC X(1) VALUE "N".
000045     88 NO-MORE-CHANGE-RECORDS VALUE "Y".
000046 01 WS-TODAY PIC 9(8) VALUE ZERO.
000047 01 WS-PRENOTE-COUNT PIC 9(5) VALUE ZERO.
000048 01 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
000049 01 WS-WAITING-COUNT PIC 9(5) VALUE ZERO.
000050
000051*--------------------------------------------------
000052* The ACH rules give the receiving bank six banking
000053* days to return a prenote. Counted here as ten
000054* calendar days so a weekend and a holiday are
000055* covered without a bank calendar.
000056*--------------------------------------------------
000057 01 WS-PRENOTE-WAIT-DAYS PIC 9(2) VALUE 10.
000058 01 WS-READY-DATE.
000059     05 WS-READY-YEAR PIC 9(4).
000060     05 WS-READY-MONTH PIC 9(2).
000061     05 WS-READY-DAY PIC 9(2).
000062 01 WS-READY-MONTH-LENGTH PIC 9(2).
000063 01 WS-LEAP-QUOTIENT PIC 9(4).
000064 01 WS-LEAP-REMAINDER PIC 9(4).
000065 01 WS-MONTH-LENGTH-VALUES PIC X(24)
000066     VALUE "312831303130313130313031".
000067 01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
000068     05 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
000069
000070*--------------------------------------------------
000071* Run Control Log fields for the START/END records
000072* this run writes through VNDRUNLG.
000073*--------------------------------------------------
000074 01 WS-RUN-PROGRAM-ID PIC X(10) VALUE "VNDPRE01".
000075 01 WS-RUN-ENTRY-TYPE PIC X(5).
000076 01 WS-RUN-ZERO-COUNT PIC 9(5) VALUE ZERO.
000077 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000078
000079     COPY "WSSGN01.CBL".
000080
000081     COPY "WSNAC01.CBL".
000082
000083 PROCEDURE DIVISION.
000084 PROGRAM-BEGIN.
000085      PERFORM SIGN-ON-OPERATOR.
000086      MOVE 3 TO WS-REQUIRED-AUTHORITY.
000087      PERFORM CHECK-OPERATOR-AUTHORITY.
000088      IF WS-AUTHORITY-OK
000089          PERFORM RUN-PRENOTE-PASS
000090      END-IF.
000091
000092 PROGRAM-DONE.
000093      STOP RUN.
000094
000095 RUN-PRENOTE-PASS.
000096      MOVE "START" TO WS-RUN-ENTRY-TYPE.
000097      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000098          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000099          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT
000100          WS-RUN-ZERO-COUNT WS-RUN-ZERO-COUNT.
000101      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000102      OPEN INPUT VENDOR-FILE.
000103      IF WS-VND-FILE-STATUS NOT = "00"
000104          DISPLAY "VENDOR FILE OPEN FAILED - STATUS "
000105              WS-VND-FILE-STATUS
000106          MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000107      END-IF.
000108      OPEN I-O BANK-CHANGE-FILE.
000109      MOVE "vndprenote.txt" TO WS-NAC-FILE-NAME.
000110      OPEN OUTPUT NACHA-FILE.
000111      MOVE "PRENOTE" TO WS-NAC-ENTRY-DESC.
000112      MOVE WS-TODAY TO WS-NAC-EFFECTIVE-DATE.
000113      PERFORM COMPUTE-ACH-READY-DATE.
000114      MOVE ZEROES TO BKC-VENDOR-NUMBER.
000115      START BANK-CHANGE-FILE
000116          KEY IS NOT LESS THAN BKC-VENDOR-NUMBER
000117          INVALID KEY
000118              MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000119      END-START.
000120      IF NOT NO-MORE-CHANGE-RECORDS
000121          PERFORM READ-CHANGE-RECORD
000122      END-IF.
000123      PERFORM PROCESS-CHANGE-RECORDS
000124          UNTIL NO-MORE-CHANGE-RECORDS.
000125      PERFORM FINISH-NACHA-FILE.
000126      CLOSE VENDOR-FILE.
000127      CLOSE BANK-CHANGE-FILE.
000128      CLOSE NACHA-FILE.
000129      MOVE "END" TO WS-RUN-ENTRY-TYPE.
000130      CALL "VNDRUNLG" USING WS-RUN-PROGRAM-ID
000131          WS-RUN-ENTRY-TYPE WS-OPERATOR-ID
000132          WS-PRENOTE-COUNT WS-CLEARED-COUNT
000133          WS-WAITING-COUNT WS-RUN-ZERO-COUNT.
000134      DISPLAY WS-PRENOTE-COUNT " PRENOTES WRITTEN".
000135      DISPLAY WS-CLEARED-COUNT " BANK CHANGES CLEARED FOR ACH".
000136      DISPLAY WS-WAITING-COUNT " PRENOTES STILL WAITING".
000137
000138 READ-CHANGE-RECORD.
000139      READ BANK-CHANGE-FILE NEXT RECORD
000140          AT END
000141              MOVE "Y" TO WS-CHANGE-EOF-SWITCH
000142      END-READ.
000143
000144 PROCESS-CHANGE-RECORDS.
000145      IF BKC-APPROVED
000146          PERFORM SEND-CHANGE-PRENOTE
000147      ELSE
000148          IF BKC-PRENOTED
000149              PERFORM CHECK-PRENOTE-WAITING-PERIOD
000150          END-IF
000151      END-IF.
000152      PERFORM READ-CHANGE-RECORD.
000153
000154*--------------------------------------------------
000155* The prenote carries the new routing and account
000156* exactly as the payment run will send them, and
000157* the vendor number and name the same way, so the
000158* receiving bank validates what will really be
000159* paid to.
000160*--------------------------------------------------
000161 SEND-CHANGE-PRENOTE.
000162      MOVE BKC-VENDOR-NUMBER TO VENDOR-NUMBER.
000163      READ VENDOR-FILE
000164          INVALID KEY
000165              MOVE SPACES TO VENDOR-NAME
000166      END-READ.
000167      MOVE "23" TO WS-NAC-TRAN-CODE.
000168      MOVE BKC-NEW-ROUTING TO WS-NAC-ROUTING.
000169      MOVE BKC-NEW-ACCOUNT TO WS-NAC-ACCOUNT.
000170      MOVE ZEROES TO WS-NAC-AMOUNT.
000171      MOVE BKC-VENDOR-NUMBER TO WS-NAC-INDIVIDUAL-ID.
000172      MOVE VENDOR-NAME TO WS-NAC-INDIVIDUAL-NAME.
000173      MOVE SPACES TO WS-NAC-PAYMENT-INFO.
000174      PERFORM WRITE-NACHA-ENTRY.
000175      MOVE "N" TO BKC-STATUS.
000176      MOVE WS-TODAY TO BKC-PRENOTE-DATE.
000177      MOVE WS-READY-DATE TO BKC-ACH-READY-DATE.
000178      REWRITE BANK-CHANGE-RECORD
000179          INVALID KEY
000180              DISPLAY "BANK CHANGE REWRITE FAILED - "
000181                  BKC-VENDOR-NUMBER
000182          NOT INVALID KEY
000183              ADD 1 TO WS-PRENOTE-COUNT
000184      END-REWRITE.
000185
000186 CHECK-PRENOTE-WAITING-PERIOD.
000187      IF BKC-ACH-READY-DATE > WS-TODAY
000188          ADD 1 TO WS-WAITING-COUNT
000189      ELSE
000190          MOVE "C" TO BKC-STATUS
000191          MOVE WS-TODAY TO BKC-CLOSED-DATE
000192          REWRITE BANK-CHANGE-RECORD
000193              INVALID KEY
000194                  DISPLAY "BANK CHANGE REWRITE FAILED - "
000195                      BKC-VENDOR-NUMBER
000196              NOT INVALID KEY
000197                  ADD 1 TO WS-CLEARED-COUNT
000198          END-REWRITE
000199      END-IF.
000200
000201*--------------------------------------------------
000202* Today plus the waiting period, one calendar day
000203* at a time, February taking its leap day on the
000204* Gregorian rule.
000205*--------------------------------------------------
000206 COMPUTE-ACH-READY-DATE.
000207      MOVE WS-TODAY TO WS-READY-DATE.
000208      PERFORM ADVANCE-READY-DATE-ONE-DAY
000209          WS-PRENOTE-WAIT-DAYS TIMES.
000210
000211 ADVANCE-READY-DATE-ONE-DAY.
000212      MOVE WS-MONTH-LENGTH (WS-READY-MONTH)
000213          TO WS-READY-MONTH-LENGTH.
000214      IF WS-READY-MONTH = 2
000215          PERFORM ADD-LEAP-DAY-TO-FEBRUARY
000216      END-IF.
000217      ADD 1 TO WS-READY-DAY.
000218      IF WS-READY-DAY > WS-READY-MONTH-LENGTH
000219          MOVE 1 TO WS-READY-DAY
000220          ADD 1 TO WS-READY-MONTH
000221          IF WS-READY-MONTH > 12
000222              MOVE 1 TO WS-READY-MONTH
000223              ADD 1 TO WS-READY-YEAR
000224          END-IF
000225      END-IF.
000226
000227 ADD-LEAP-DAY-TO-FEBRUARY.
000228      DIVIDE WS-READY-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
000229          REMAINDER WS-LEAP-REMAINDER.
000230      IF WS-LEAP-REMAINDER = ZERO
000231          MOVE 29 TO WS-READY-MONTH-LENGTH
000232          DIVIDE WS-READY-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
000233              REMAINDER WS-LEAP-REMAINDER
000234          IF WS-LEAP-REMAINDER = ZERO
000235              MOVE 28 TO WS-READY-MONTH-LENGTH
000236              DIVIDE WS-READY-YEAR BY 400
000237                  GIVING WS-LEAP-QUOTIENT
000238                  REMAINDER WS-LEAP-REMAINDER
000239              IF WS-LEAP-REMAINDER = ZERO
000240                  MOVE 29 TO WS-READY-MONTH-LENGTH
000241              END-IF
000242          END-IF
000243      END-IF.
000244
000245     COPY "PRNAC01.CBL".
000246
000247     COPY "PRSGN01.CBL".
