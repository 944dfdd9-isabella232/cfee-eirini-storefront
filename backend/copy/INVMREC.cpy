*> CAT-ON-HAND-QTY is changed outside order posting, so on-hand
*> moves are traceable the way price moves are in AUDIT-PRICE-HIST.
*> INV-POSTED-BY carries the vendor/brand for a receipt, the
*> counter id for a stock-take adjustment, the picker id for a
*> short-pick restore out of shipment confirmation, the RMA number
*> for a customer return put back on the shelf and the operator id
*> for units put back by an online order cancellation.
*> INV-UNIT-COST is the cost the units moved at - the PO cost for
*> a matched receipt, otherwise the product's average cost at the
*> time of the move - so the ledger can value every move.
01  INV-MOVE-RECORD.
    05  INV-PRODUCT-ID          PIC X(5).
    05  INV-MOVE-TYPE           PIC X(1).
        88  INV-MOVE-RECEIPT        VALUE "R".
        88  INV-MOVE-ADJUSTMENT     VALUE "A".
        88  INV-MOVE-SHORT-PICK     VALUE "S".
        88  INV-MOVE-RETURN         VALUE "T".
        88  INV-MOVE-CANCELLATION   VALUE "C".
    05  INV-MOVE-QTY            PIC S9(7).
    05  INV-OLD-ON-HAND         PIC 9(7).
    05  INV-NEW-ON-HAND         PIC 9(7).
    05  INV-MOVE-DATE           PIC 9(8).
    05  INV-POSTED-BY           PIC X(8).
    05  INV-UNIT-COST           PIC 9(5)V9(4).
