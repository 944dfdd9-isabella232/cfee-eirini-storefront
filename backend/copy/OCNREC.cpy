*> OCNREC - ORDER-CANCEL record, keyed by order id and line number.
*> One record per open order line that has been cut back online
*> through ORDMNT, carrying the cumulative units cancelled off it.
*> The order files themselves are never rewritten - PICKLST and
*> SHIPCONF read this file and take OCN-CANCELLED-QTY off the line
*> as they meet it, so a carried order stays cut back on every
*> confirmation run until it ships.  OCN-PRODUCT-ID and
*> OCN-ORDERED-QTY are the line as it stood when first cut, so a
*> record that no longer matches its line can be recognized.
01  OCN-CANCEL-RECORD.
    05  OCN-CANCEL-KEY.
        10  OCN-ORDER-ID        PIC X(8).
        10  OCN-LINE-NO         PIC 9(3).
    05  OCN-PRODUCT-ID          PIC X(5).
    05  OCN-ORDERED-QTY         PIC 9(5).
    05  OCN-CANCELLED-QTY       PIC 9(5).
    05  OCN-CHANGED-DATE        PIC 9(8).
    05  OCN-CHANGED-BY          PIC X(8).
