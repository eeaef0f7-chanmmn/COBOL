000008* push invoiced past ordered can be refused at the
000009* terminal. Receipts against the PO are on the
000010* Receipt File (FDRCT01.CBL) under the same key.
000011* PO-LAST-INVOICE-DATE is the invoice date of the
000012* last invoice matched to the PO, which with the
000013* order date and the receipt date is the PO's
000014* activity the close-out run ages. A PO the
000015* close-out run closes carries the date and the
000016* reason; invoice entry refuses a closed PO.
000017*--------------------------------------------------
000018 FD  PURCHASE-ORDER-FILE
000019     LABEL RECORDS ARE STANDARD.
000020 01  PURCHASE-ORDER-RECORD.
000021     05  PO-PO-KEY.
000022         10  PO-VENDOR-NUMBER    PIC 9(5).
000023         10  PO-PO-NUMBER        PIC X(10).
000024     05  PO-ORDER-DATE           PIC 9(8).
000025     05  PO-ORDERED-AMOUNT       PIC 9(7)V99.
000026     05  PO-INVOICED-AMOUNT      PIC 9(7)V99.
000027     05  PO-STATUS               PIC X(1).
000028         88  PO-OPEN                 VALUE "O".
000029         88  PO-CLOSED               VALUE "C".
000030     05  PO-LAST-INVOICE-DATE    PIC 9(8).
000031     05  PO-CLOSED-DATE          PIC 9(8).
000032     05  PO-CLOSE-REASON         PIC X(1).
000033         88  PO-CLOSED-FULLY-INVOICED VALUE "F".
000034         88  PO-CLOSED-NO-ACTIVITY    VALUE "A".
000035         88  PO-CLOSED-BY-LIST        VALUE "L".
