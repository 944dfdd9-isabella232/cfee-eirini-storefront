*> order.  Appended by the replenishment run (REPLEN) and worked
*> down by receiving (RCVPOST): a receipt relieves PO-OPEN-QTY and
*> a fully received line drops off the rebuilt file.
*> PO-UNIT-COST is the vendor cost the line was ordered at; a
*> matched receipt is costed at it.
01  PO-ORDER-RECORD.
    05  PO-PO-ID                PIC X(8).
    05  PO-BRAND-CODE           PIC X(4).
    05  PO-ORDER-QTY            PIC 9(5).
    05  PO-OPEN-QTY             PIC 9(5).
    05  PO-ORDER-DATE           PIC 9(8).
    05  PO-UNIT-COST            PIC 9(5)V99.
