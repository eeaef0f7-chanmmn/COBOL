000001*--------------------------------------------------
000002* WSFXR01.CBL
000003* Shared WORKING-STORAGE items for the PRFXR01
000004* invoice currency paragraphs.
000005*--------------------------------------------------
000006 01  WS-INVOICE-USD-GROSS     PIC 9(9)V99 VALUE ZERO.
000007 01  WS-INVOICE-ENTRY-RATE    PIC 9(4)V9(6) VALUE ZERO.
000008 01  WS-INVOICE-RATE-DATE     PIC 9(8) VALUE ZERO.
000009 01  WS-INVOICE-RATE-FOUND    PIC X(1) VALUE "N".
000010     88  WS-INVOICE-RATE-ON-FILE  VALUE "Y".
000011 01  WS-INVOICE-CURRENCY      PIC X(3) VALUE "USD".
