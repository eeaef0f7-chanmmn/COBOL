000001*--------------------------------------------------
000002* FDRMT01.CBL
000003* Vendor Remit-To Address record. A vendor that
000004* wants its payments sent somewhere other than the
000005* address on the Vendor File - a lockbox, a
000006* regional office - has one record here for each
000007* place, under a short remit-to code of its own
000008* choosing. RMT-DEFAULT-FLAG "Y" marks the one used
000009* when an invoice names no code, and the one a
000010* statement is mailed to; at most one record per
000011* vendor carries it. A vendor with no remit-to
000012* records, or none marked default, is paid and
000013* written to at its Vendor File address. The
000014* country, state and ZIP are edited the same way
000015* the vendor's own are.
000016*--------------------------------------------------
000017 FD  REMIT-TO-FILE
000018     LABEL RECORDS ARE STANDARD.
000019 01  REMIT-TO-RECORD.
000020     05  RMT-REMIT-KEY.
000021         10  RMT-VENDOR-NUMBER   PIC 9(5).
000022         10  RMT-REMIT-CODE      PIC X(4).
000023     05  RMT-NAME                PIC X(30).
000024     05  RMT-ADDRESS-1           PIC X(30).
000025     05  RMT-ADDRESS-2           PIC X(30).
000026     05  RMT-CITY                PIC X(20).
000027     05  RMT-STATE               PIC X(2).
000028     05  RMT-ZIP                 PIC X(10).
000029     05  RMT-COUNTRY             PIC X(2).
000030     05  RMT-DEFAULT-FLAG        PIC X(1).
000031         88  RMT-IS-DEFAULT          VALUE "Y".
000032     05  RMT-UPDATED-BY          PIC X(8).
000033     05  RMT-UPDATED-DATE        PIC 9(8).
