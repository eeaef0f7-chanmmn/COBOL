000211
000212 WRITE-PO-RECORD.
000213      MOVE ZEROES TO PO-INVOICED-AMOUNT.
000214      MOVE ZEROES TO PO-LAST-INVOICE-DATE.
000215      MOVE ZEROES TO PO-CLOSED-DATE.
000216      MOVE "O" TO PO-STATUS.
000217      WRITE PURCHASE-ORDER-RECORD
000218          INVALID KEY
000219              DISPLAY "PO ALREADY ON FILE - "
000220                  PO-PO-NUMBER
000221          NOT INVALID KEY
000222              ADD 1 TO WS-PO-COUNT
000223              DISPLAY "PO " PO-PO-NUMBER " ADDED"
000224      END-WRITE.
000225
000226     COPY "PRSGN01.CBL".
