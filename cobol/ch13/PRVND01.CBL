000120      MOVE "US" TO VENDOR-COUNTRY.
000130      MOVE ZEROES TO VENDOR-BANK-ROUTING.
000132      MOVE "N" TO VENDOR-HOLD-FLAG.
000134      MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
000140
000150*--------------------------------------------------
000160* Scans VENDOR-FILE once so new vendor numbers can
000630      PERFORM ENTER-VENDOR-1099-FLAG.
000640      PERFORM ENTER-VENDOR-BANK-ROUTING.
000650      PERFORM ENTER-VENDOR-BANK-ACCOUNT.
000652      PERFORM ENTER-VENDOR-SWIFT-BIC.
000654      PERFORM ENTER-VENDOR-IBAN.
000660
000670 ENTER-VENDOR-NAME.
000680      DISPLAY "ENTER VENDOR NAME".
001710      ACCEPT VENDOR-PHONE.
001720
001730 ENTER-VENDOR-TAX-ID.
001735      MOVE VENDOR-TAX-ID TO WS-OLD-TAX-ID.
001740      DISPLAY "ENTER VENDOR TAX ID (XX-XXXXXXX)".
001750      ACCEPT VENDOR-TAX-ID.
001752      IF VENDOR-TAX-ID NOT = WS-OLD-TAX-ID
001754          PERFORM RESET-VENDOR-TIN-MATCH
001756      END-IF.
001760
001761*--------------------------------------------------
001762* A new tax id has not been matched with the IRS.
001763*--------------------------------------------------
001764 RESET-VENDOR-TIN-MATCH.
001765      MOVE SPACES TO VENDOR-TIN-STATUS.
001766      MOVE SPACES TO VENDOR-TIN-MATCH-CODE.
001767      MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
001768
001770*--------------------------------------------------
001780* Re-prompts until the operator enters exactly "Y"
001790* or "N" - VENDOR-1099-ELIGIBLE/VENDOR-NOT-1099-
002590                  MOVE VENDOR-NUMBER TO WS-DUP-MATCH-NUMBER
002600              END-IF
002610      END-READ.
002615
002620*--------------------------------------------------
002630* Bank details never change on the master from a
002640* maintenance program. The caller saves them with
002650* SAVE-BANK-DETAILS when it reads the vendor and
002660* PERFORMs DIVERT-BANK-DETAIL-CHANGE before its
002670* REWRITE: changed bank or wire details are parked
002680* through VNDBKCHG for a second operator's approval
002690* in VNDBKA01 and the record goes back to the bank
002700* details it was read with.
002710*--------------------------------------------------
002720 SAVE-BANK-DETAILS.
002730      MOVE VENDOR-BANK-ROUTING TO WS-OLD-BANK-ROUTING.
002740      MOVE VENDOR-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT.
002742      MOVE VENDOR-SWIFT-BIC TO WS-OLD-SWIFT-BIC.
002744      MOVE VENDOR-IBAN TO WS-OLD-IBAN.
002750
002760 DIVERT-BANK-DETAIL-CHANGE.
002770      MOVE "N" TO WS-BANK-CHANGE-RESULT.
002780      IF VENDOR-BANK-ROUTING NOT = WS-OLD-BANK-ROUTING
002790          OR VENDOR-BANK-ACCOUNT NOT = WS-OLD-BANK-ACCOUNT
002792          OR VENDOR-SWIFT-BIC NOT = WS-OLD-SWIFT-BIC
002794          OR VENDOR-IBAN NOT = WS-OLD-IBAN
002800          CALL "VNDBKCHG" USING WS-OPERATOR-ID
002810              WS-BANK-CHANGE-SOURCE VENDOR-NUMBER
002820              WS-OLD-BANK-ROUTING WS-OLD-BANK-ACCOUNT
002830              VENDOR-BANK-ROUTING VENDOR-BANK-ACCOUNT
002840              WS-BANK-CHANGE-RESULT
002842              WS-OLD-SWIFT-BIC WS-OLD-IBAN
002844              VENDOR-SWIFT-BIC VENDOR-IBAN
002850          MOVE WS-OLD-BANK-ROUTING TO VENDOR-BANK-ROUTING
002860          MOVE WS-OLD-BANK-ACCOUNT TO VENDOR-BANK-ACCOUNT
002862          MOVE WS-OLD-SWIFT-BIC TO VENDOR-SWIFT-BIC
002864          MOVE WS-OLD-IBAN TO VENDOR-IBAN
002870      END-IF.
002880
002890 SHOW-BANK-CHANGE-RESULT.
002900      IF WS-BANK-CHANGE-QUEUED
002910          DISPLAY "BANK DETAIL CHANGE HELD FOR APPROVAL"
002920      END-IF.
002930      IF WS-BANK-CHANGE-BUSY
002940          DISPLAY "A BANK CHANGE IS ALREADY IN PROGRESS"
002950          DISPLAY "BANK DETAILS LEFT AS THEY WERE"
002960      END-IF.
002970
002980*--------------------------------------------------
002990* Wire beneficiary bank. Left blank the vendor is
003000* not paid by wire; otherwise a SWIFT BIC is 8 or
003010* 11 characters, the first six of them letters
003020* (bank and country code).
003030*--------------------------------------------------
003040 ENTER-VENDOR-SWIFT-BIC.
003050      MOVE "N" TO WS-SWIFT-BIC-VALID-SWITCH.
003060      PERFORM GET-AND-CHECK-VENDOR-SWIFT-BIC
003070          UNTIL WS-SWIFT-BIC-VALID.
003080
003090 GET-AND-CHECK-VENDOR-SWIFT-BIC.
003100      DISPLAY "ENTER WIRE BANK SWIFT BIC".
003110      DISPLAY "(8 OR 11 CHARACTERS, BLANK IF NOT PAID BY WIRE)".
003120      ACCEPT VENDOR-SWIFT-BIC.
003130      IF VENDOR-SWIFT-BIC = SPACES
003140          MOVE "Y" TO WS-SWIFT-BIC-VALID-SWITCH
003150      ELSE
003160      IF VENDOR-SWIFT-BIC (1:6) IS ALPHABETIC
003170          AND VENDOR-SWIFT-BIC (1:6) NOT = SPACES
003180          AND VENDOR-SWIFT-BIC (8:1) NOT = SPACE
003190          AND (VENDOR-SWIFT-BIC (9:3) = SPACES
003200            OR (VENDOR-SWIFT-BIC (9:1) NOT = SPACE
003210            AND VENDOR-SWIFT-BIC (10:1) NOT = SPACE
003220            AND VENDOR-SWIFT-BIC (11:1) NOT = SPACE))
003230          MOVE "Y" TO WS-SWIFT-BIC-VALID-SWITCH
003240      ELSE
003250          DISPLAY "INVALID SWIFT BIC - PLEASE RE-ENTER"
003260      END-IF
003270      END-IF.
003280
003290*--------------------------------------------------
003300* Wire beneficiary account. Required once a SWIFT
003310* BIC is on file, blank otherwise; an IBAN opens
003320* with a two-letter country code and two check
003330* digits.
003340*--------------------------------------------------
003350 ENTER-VENDOR-IBAN.
003360      IF VENDOR-SWIFT-BIC = SPACES
003370          MOVE SPACES TO VENDOR-IBAN
003380      ELSE
003390          MOVE "N" TO WS-IBAN-VALID-SWITCH
003400          PERFORM GET-AND-CHECK-VENDOR-IBAN
003410              UNTIL WS-IBAN-VALID
003420      END-IF.
003430
003440 GET-AND-CHECK-VENDOR-IBAN.
003450      DISPLAY "ENTER WIRE ACCOUNT IBAN".
003460      ACCEPT VENDOR-IBAN.
003470      IF VENDOR-IBAN (1:2) IS ALPHABETIC
003480          AND VENDOR-IBAN (1:1) NOT = SPACE
003490          AND VENDOR-IBAN (2:1) NOT = SPACE
003500          AND VENDOR-IBAN (3:2) IS NUMERIC
003510          AND VENDOR-IBAN (5:1) NOT = SPACE
003520          MOVE "Y" TO WS-IBAN-VALID-SWITCH
003530      ELSE
003540          DISPLAY "INVALID IBAN - PLEASE RE-ENTER"
003550      END-IF.
