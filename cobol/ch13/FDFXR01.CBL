000001*--------------------------------------------------
000002* FDFXR01.CBL
000003* Exchange Rate record. FXR-USD-RATE is the US
000004* dollar value of one unit of FXR-CURRENCY-CODE
000005* (ISO 4217, e.g. EUR, GBP, CAD) from
000006* FXR-EFFECTIVE-DATE until the next rate on file
000007* for the same currency takes over. US dollars
000008* themselves carry no record - their rate is
000009* always 1.
000010*--------------------------------------------------
000011 FD  EXCHANGE-RATE-FILE
000012     LABEL RECORDS ARE STANDARD.
000013 01  EXCHANGE-RATE-RECORD.
000014     05  FXR-RATE-KEY.
000015         10  FXR-CURRENCY-CODE   PIC X(3).
000016         10  FXR-EFFECTIVE-DATE  PIC 9(8).
000017     05  FXR-USD-RATE            PIC 9(4)V9(6).
000018     05  FXR-ENTERED-BY          PIC X(8).
000019     05  FXR-ENTERED-DATE        PIC 9(8).
