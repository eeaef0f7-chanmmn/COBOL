000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VNDBKCHG.
000003*------------------------------------------------
000004* Parks one vendor bank detail change on the
000005* Vendor Bank Change File for a second operator to
000006* approve. CALLed through DIVERT-BANK-DETAIL-
000007* CHANGE in PRVND01.CBL by VNDUPD01, VNDSCR01 and
000008* VNDMNT01 in place of letting a changed routing
000009* or account number - or wire SWIFT BIC or IBAN -
000010* reach the vendor master. The change is refused
000011* - LK-RESULT "B" - while an
000012* earlier change for the vendor is still pending,
000013* approved or in its prenote period; otherwise it
000014* is written (or an old finished record replaced)
000015* with status "P" and LK-RESULT "Q".
000016*------------------------------------------------
000017 ENVIRONMENT DIVISION.
000018 INPUT-OUTPUT SECTION.
000019 FILE-CONTROL.
000020
000021     COPY "SLBKC01.CBL".
000022
000023 DATA DIVISION.
000024 FILE SECTION.
000025
000026     COPY "FDBKC01.CBL".
000027
000028 WORKING-STORAGE SECTION.
000029
000030 01 WS-TODAY                   PIC 9(8).
000031
000032 LINKAGE SECTION.
000033
000034 01  LK-OPERATOR-ID              PIC X(8).
000035 01  LK-PROGRAM-ID               PIC X(8).
000036 01  LK-VENDOR-NUMBER            PIC 9(5).
000037 01  LK-OLD-ROUTING              PIC 9(9).
000038 01  LK-OLD-ACCOUNT              PIC X(17).
000039 01  LK-NEW-ROUTING              PIC 9(9).
000040 01  LK-NEW-ACCOUNT              PIC X(17).
000041 01  LK-RESULT                   PIC X(1).
000042 01  LK-OLD-SWIFT-BIC            PIC X(11).
000043 01  LK-OLD-IBAN                 PIC X(34).
000044 01  LK-NEW-SWIFT-BIC            PIC X(11).
000045 01  LK-NEW-IBAN                 PIC X(34).
000046
000047 PROCEDURE DIVISION USING LK-OPERATOR-ID
000048     LK-PROGRAM-ID LK-VENDOR-NUMBER LK-OLD-ROUTING
000049     LK-OLD-ACCOUNT LK-NEW-ROUTING LK-NEW-ACCOUNT
000050     LK-RESULT LK-OLD-SWIFT-BIC LK-OLD-IBAN
000051     LK-NEW-SWIFT-BIC LK-NEW-IBAN.
000052
000053 PROGRAM-BEGIN.
000054      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000055      MOVE "B" TO LK-RESULT.
000056      OPEN I-O BANK-CHANGE-FILE.
000057      MOVE LK-VENDOR-NUMBER TO BKC-VENDOR-NUMBER.
000058      READ BANK-CHANGE-FILE
000059          INVALID KEY
000060              PERFORM BUILD-BANK-CHANGE-RECORD
000061              WRITE BANK-CHANGE-RECORD
000062                  INVALID KEY
000063                      DISPLAY "BANK CHANGE WRITE FAILED - "
000064                          LK-VENDOR-NUMBER
000065                  NOT INVALID KEY
000066                      MOVE "Q" TO LK-RESULT
000067              END-WRITE
000068          NOT INVALID KEY
000069              IF NOT BKC-CHANGE-IN-PROGRESS
000070                  PERFORM BUILD-BANK-CHANGE-RECORD
000071                  REWRITE BANK-CHANGE-RECORD
000072                      INVALID KEY
000073                          DISPLAY "BANK CHANGE REWRITE FAILED - "
000074                              LK-VENDOR-NUMBER
000075                      NOT INVALID KEY
000076                          MOVE "Q" TO LK-RESULT
000077                  END-REWRITE
000078              END-IF
000079      END-READ.
000080      CLOSE BANK-CHANGE-FILE.
000081
000082 PROGRAM-DONE.
000083      GOBACK.
000084
000085 BUILD-BANK-CHANGE-RECORD.
000086      MOVE SPACES TO BANK-CHANGE-RECORD.
000087      MOVE LK-VENDOR-NUMBER TO BKC-VENDOR-NUMBER.
000088      MOVE "P" TO BKC-STATUS.
000089      MOVE LK-OLD-ROUTING TO BKC-OLD-ROUTING.
000090      MOVE LK-OLD-ACCOUNT TO BKC-OLD-ACCOUNT.
000091      MOVE LK-NEW-ROUTING TO BKC-NEW-ROUTING.
000092      MOVE LK-NEW-ACCOUNT TO BKC-NEW-ACCOUNT.
000093      MOVE LK-OLD-SWIFT-BIC TO BKC-OLD-SWIFT-BIC.
000094      MOVE LK-OLD-IBAN TO BKC-OLD-IBAN.
000095      MOVE LK-NEW-SWIFT-BIC TO BKC-NEW-SWIFT-BIC.
000096      MOVE LK-NEW-IBAN TO BKC-NEW-IBAN.
000097      MOVE LK-OPERATOR-ID TO BKC-KEYED-BY.
000098      MOVE WS-TODAY TO BKC-KEYED-DATE.
000099      MOVE LK-PROGRAM-ID TO BKC-KEYED-PROGRAM.
000100      MOVE ZEROES TO BKC-APPROVED-DATE.
000101      MOVE ZEROES TO BKC-PRENOTE-DATE.
000102      MOVE ZEROES TO BKC-ACH-READY-DATE.
000103      MOVE ZEROES TO BKC-CLOSED-DATE.
