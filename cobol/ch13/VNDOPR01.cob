000002 PROGRAM-ID. VNDOPR01.
000003*------------------------------------------------
000004* Maintain the Operator File behind the PRSGN01
000005* sign-on - id, name, authority level and invoice
000006* approval limit per operator. Maintaining
000007* operators is itself a payment-level action, with
000008* one bootstrap exception: an empty Operator File
000009* (first use ever) lets the first operator be
000010* added without a sign-on, because there is nobody
000011* on file yet to sign on as. An operator already
000012* on file can be replaced - how an authority level
000013* or an approval limit is changed - or deleted -
000014* how access is revoked.
000015*------------------------------------------------
000016 ENVIRONMENT DIVISION.
000017 INPUT-OUTPUT SECTION.
000018 FILE-CONTROL.
000019
000020     COPY "SLOPR01.CBL".
000021
000022 DATA DIVISION.
000023 FILE SECTION.
000024
000025     COPY "FDOPR01.CBL".
000026
000027 WORKING-STORAGE SECTION.
000028
000029 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000030 01 WS-FILE-EMPTY-SWITCH PIC X(1) VALUE "N".
000031     88 WS-FILE-EMPTY VALUE "Y".
000032 01 WS-MORE-OPERATORS PIC X(1) VALUE "Y".
000033     88 NO-MORE-OPERATORS VALUE "N".
000034 01 WS-MAINT-COUNT PIC 9(5) VALUE ZERO.
000035 01 WS-AUTH-FIELD PIC X(1).
000036 01 WS-AUTH-VALID-SWITCH PIC X(1) VALUE "N".
000037     88 WS-AUTH-VALID VALUE "Y".
000038 01 WS-LIMIT-FIELD PIC X(8).
000039 01 WS-LIMIT-TEXT PIC X(8).
000040 01 WS-LIMIT-LENGTH PIC 9(2) COMP.
000041 01 WS-LIMIT-DOLLARS PIC 9(7).
000042 01 WS-LIMIT-VALID-SWITCH PIC X(1) VALUE "N".
000043     88 WS-LIMIT-VALID VALUE "Y".
000044 01 WS-ACTION-FIELD PIC X(1).
000045
000046     COPY "WSSGN01.CBL".
000047
000048 PROCEDURE DIVISION.
000049 PROGRAM-BEGIN.
000050      PERFORM CHECK-FIRST-OPERATOR.
000051      IF WS-FILE-EMPTY
000052          DISPLAY "OPERATOR FILE EMPTY - ADD THE FIRST ONE"
000053          MOVE "Y" TO WS-AUTHORITY-OK-SWITCH
000054      ELSE
000055          PERFORM SIGN-ON-OPERATOR
000056          MOVE 3 TO WS-REQUIRED-AUTHORITY
000057          PERFORM CHECK-OPERATOR-AUTHORITY
000058      END-IF.
000059      IF WS-AUTHORITY-OK
000060          PERFORM MAINTAIN-OPERATOR-SESSION
000061      END-IF.
000062
000063 PROGRAM-DONE.
000064      STOP RUN.
000065
000066*--------------------------------------------------
000067* An empty file means first use ever - OPTIONAL on
000068* the SELECT reads it as empty rather than failing
000069* the OPEN - and only then is the bootstrap add
000070* allowed.
000071*--------------------------------------------------
000072 CHECK-FIRST-OPERATOR.
000073      MOVE "N" TO WS-FILE-EMPTY-SWITCH.
000074      OPEN INPUT OPERATOR-FILE.
000075      MOVE LOW-VALUES TO OPR-OPERATOR-ID.
000076      START OPERATOR-FILE
000077          KEY IS NOT LESS THAN OPR-OPERATOR-ID
000078          INVALID KEY
000079              MOVE "Y" TO WS-FILE-EMPTY-SWITCH
000080      END-START.
000081      IF NOT WS-FILE-EMPTY
000082          READ OPERATOR-FILE NEXT RECORD
000083              AT END
000084                  MOVE "Y" TO WS-FILE-EMPTY-SWITCH
000085          END-READ
000086      END-IF.
000087      CLOSE OPERATOR-FILE.
000088
000089 MAINTAIN-OPERATOR-SESSION.
000090      OPEN I-O OPERATOR-FILE.
000091      PERFORM MAINTAIN-ONE-OPERATOR
000092          UNTIL NO-MORE-OPERATORS.
000093      CLOSE OPERATOR-FILE.
000094      DISPLAY WS-MAINT-COUNT " OPERATOR RECORDS WRITTEN".
000095
000096 MAINTAIN-ONE-OPERATOR.
000097      MOVE SPACES TO OPERATOR-RECORD.
000098      DISPLAY "ENTER OPERATOR ID (BLANK WHEN DONE)".
000099      ACCEPT OPR-OPERATOR-ID.
000100      IF OPR-OPERATOR-ID = SPACES
000101          MOVE "N" TO WS-MORE-OPERATORS
000102      ELSE
000103          PERFORM ENTER-OPERATOR-FIELDS
000104          PERFORM WRITE-OPERATOR-RECORD
000105      END-IF.
000106
000107 ENTER-OPERATOR-FIELDS.
000108      DISPLAY "ENTER OPERATOR NAME".
000109      ACCEPT OPR-NAME.
000110      PERFORM ENTER-OPERATOR-AUTHORITY.
000111      PERFORM ENTER-OPERATOR-APPROVAL-LIMIT.
000112
000113 ENTER-OPERATOR-AUTHORITY.
000114      MOVE "N" TO WS-AUTH-VALID-SWITCH.
000115      PERFORM GET-AND-CHECK-AUTHORITY
000116          UNTIL WS-AUTH-VALID.
000117      MOVE WS-AUTH-FIELD TO OPR-AUTHORITY.
000118
000119 GET-AND-CHECK-AUTHORITY.
000120      DISPLAY "ENTER AUTHORITY - 1 INQUIRY, 2 UPDATE,".
000121      DISPLAY "3 PAYMENT".
000122      ACCEPT WS-AUTH-FIELD.
000123      IF WS-AUTH-FIELD = "1" OR WS-AUTH-FIELD = "2"
000124          OR WS-AUTH-FIELD = "3"
000125          MOVE "Y" TO WS-AUTH-VALID-SWITCH
000126      ELSE
000127          DISPLAY "INVALID AUTHORITY - PLEASE RE-ENTER"
000128      END-IF.
000129
000130 WRITE-OPERATOR-RECORD.
000131      WRITE OPERATOR-RECORD
000132          INVALID KEY
000133              PERFORM OFFER-OPERATOR-ACTION
000134          NOT INVALID KEY
000135              ADD 1 TO WS-MAINT-COUNT
000136              DISPLAY "OPERATOR " OPR-OPERATOR-ID " ADDED"
000137      END-WRITE.
000138
000139*--------------------------------------------------
000140* The largest invoice the operator may release in
000141* VNDAPR01, in whole dollars. Blank or zero means
000142* the operator approves nothing.
000143*--------------------------------------------------
000144 ENTER-OPERATOR-APPROVAL-LIMIT.
000145      MOVE "N" TO WS-LIMIT-VALID-SWITCH.
000146      PERFORM GET-AND-CHECK-APPROVAL-LIMIT
000147          UNTIL WS-LIMIT-VALID.
000148      MOVE WS-LIMIT-DOLLARS TO OPR-APPROVAL-LIMIT.
000149
000150 GET-AND-CHECK-APPROVAL-LIMIT.
000151      DISPLAY "ENTER INVOICE APPROVAL LIMIT IN WHOLE".
000152      DISPLAY "DOLLARS (BLANK FOR NONE)".
000153      ACCEPT WS-LIMIT-FIELD.
000154      MOVE SPACES TO WS-LIMIT-TEXT.
000155      MOVE ZEROES TO WS-LIMIT-LENGTH.
000156      UNSTRING WS-LIMIT-FIELD
000157          DELIMITED BY " "
000158          INTO WS-LIMIT-TEXT
000159              COUNT IN WS-LIMIT-LENGTH
000160      END-UNSTRING.
000161      IF WS-LIMIT-LENGTH = ZEROES
000162          MOVE ZEROES TO WS-LIMIT-DOLLARS
000163          MOVE "Y" TO WS-LIMIT-VALID-SWITCH
000164      ELSE
000165          IF WS-LIMIT-LENGTH < 8
000166              AND WS-LIMIT-TEXT (1:WS-LIMIT-LENGTH) IS NUMERIC
000167              MOVE WS-LIMIT-TEXT (1:WS-LIMIT-LENGTH)
000168                  TO WS-LIMIT-DOLLARS
000169              MOVE "Y" TO WS-LIMIT-VALID-SWITCH
000170          ELSE
000171              DISPLAY "INVALID LIMIT - PLEASE RE-ENTER"
000172          END-IF
000173      END-IF.
000174*--------------------------------------------------
000175* Already on file: replace is how an authority
000176* level is changed, delete is how access is
000177* revoked, anything else leaves the record alone.
000178*--------------------------------------------------
000179 OFFER-OPERATOR-ACTION.
000180      DISPLAY "OPERATOR ON FILE - REPLACE, DELETE, KEEP".
000181      DISPLAY "(R/D/K)".
000182      ACCEPT WS-ACTION-FIELD.
000183      IF WS-ACTION-FIELD = "R"
000184          REWRITE OPERATOR-RECORD
000185              INVALID KEY
000186                  DISPLAY "OPERATOR REWRITE FAILED"
000187              NOT INVALID KEY
000188                  ADD 1 TO WS-MAINT-COUNT
000189                  DISPLAY "OPERATOR " OPR-OPERATOR-ID
000190                      " REPLACED"
000191          END-REWRITE
000192      ELSE
000193          IF WS-ACTION-FIELD = "D"
000194              DELETE OPERATOR-FILE RECORD
000195                  INVALID KEY
000196                      DISPLAY "OPERATOR DELETE FAILED"
000197                  NOT INVALID KEY
000198                      ADD 1 TO WS-MAINT-COUNT
000199                      DISPLAY "OPERATOR " OPR-OPERATOR-ID
000200                          " DELETED"
000201              END-DELETE
000202          ELSE
000203              DISPLAY "OPERATOR LEFT AS IT WAS"
000204          END-IF
000205      END-IF.
000206
000207     COPY "PRSGN01.CBL".
