000001*--------------------------------------------------
000002* PRFXR01.CBL
000003* Shared invoice currency paragraphs, COPYed into
000004* the PROCEDURE DIVISION the way PRSGN01.CBL is.
000005* The copying program COPYs FDINV01.CBL and
000006* WSFXR01.CBL for the fields.
000007* LOAD-INVOICE-USD-GROSS leaves the invoice's US
000008* dollar gross and entry rate in WS-INVOICE-USD-
000009* GROSS and WS-INVOICE-ENTRY-RATE - a record
000010* written before invoices carried a currency is
000011* US dollars at a rate of 1. WS-INVOICE-CURRENCY
000012* is the currency to print - USD for a US dollar
000013* invoice, whose INV-CURRENCY-CODE is blank.
000014* RATE-INVOICE-AT-ENTRY looks up the rate for
000015* INV-CURRENCY-CODE on WS-INVOICE-RATE-DATE
000016* through VNDFXRCK and stamps INV-ENTRY-RATE;
000017* WS-INVOICE-RATE-ON-FILE is off when the
000018* currency has no rate, and the caller refuses
000019* the invoice.
000020* RESTATE-INVOICE-USD-GROSS computes the US
000021* dollar gross at the rate on the invoice - once
000022* the gross is keyed, and again when corrected.
000023*--------------------------------------------------
000024 LOAD-INVOICE-USD-GROSS.
000025      IF INV-USD-GROSS-AMOUNT IS NUMERIC
000026          MOVE INV-USD-GROSS-AMOUNT TO WS-INVOICE-USD-GROSS
000027      ELSE
000028          MOVE INV-GROSS-AMOUNT TO WS-INVOICE-USD-GROSS
000029      END-IF.
000030      IF INV-ENTRY-RATE IS NUMERIC
000031          AND INV-ENTRY-RATE > ZEROES
000032          MOVE INV-ENTRY-RATE TO WS-INVOICE-ENTRY-RATE
000033      ELSE
000034          MOVE 1 TO WS-INVOICE-ENTRY-RATE
000035      END-IF.
000036      IF INV-CURRENCY-CODE IS ALPHABETIC
000037          AND INV-CURRENCY-CODE NOT = SPACES
000038          MOVE INV-CURRENCY-CODE TO WS-INVOICE-CURRENCY
000039      ELSE
000040          MOVE "USD" TO WS-INVOICE-CURRENCY
000041      END-IF.
000042
000043 RATE-INVOICE-AT-ENTRY.
000044      IF INV-CURRENCY-CODE = "USD"
000045          MOVE SPACES TO INV-CURRENCY-CODE
000046      END-IF.
000047      CALL "VNDFXRCK" USING INV-CURRENCY-CODE
000048          WS-INVOICE-RATE-DATE WS-INVOICE-ENTRY-RATE
000049          WS-INVOICE-RATE-FOUND.
000050      IF WS-INVOICE-RATE-ON-FILE
000051          MOVE WS-INVOICE-ENTRY-RATE TO INV-ENTRY-RATE
000052      END-IF.
000053
000054 RESTATE-INVOICE-USD-GROSS.
000055      IF INV-ENTRY-RATE IS NOT NUMERIC
000056          OR INV-ENTRY-RATE = ZEROES
000057          MOVE 1 TO INV-ENTRY-RATE
000058      END-IF.
000059      COMPUTE INV-USD-GROSS-AMOUNT ROUNDED =
000060          INV-GROSS-AMOUNT * INV-ENTRY-RATE.
000061      MOVE INV-USD-GROSS-AMOUNT TO WS-INVOICE-USD-GROSS.
000062      MOVE INV-ENTRY-RATE TO WS-INVOICE-ENTRY-RATE.
