000006* including the VENDOR-TAX-ID/1099-FLAG/BANK-
000007* ROUTING/BANK-ACCOUNT/COUNTRY/HOLD-FLAG fields
000008* the one-time VNDUNLD01/VNDRBLD01 pair predates
000009* and wipes. One 300-byte record image per line,
000010* in VENDOR-NUMBER order, to vndunld2.txt: the
000011* image is padded past the current record length
000012* the same way the audit log images are, so a
000035
000036 FD  VENDOR-UNLOAD-FILE
000037     LABEL RECORDS ARE STANDARD.
000038 01  UNLOAD-RECORD                 PIC X(300).
000039
000040 WORKING-STORAGE SECTION.
000041
