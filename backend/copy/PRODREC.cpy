*> PRODREC - PRODUCT-MASTER record layout, keyed by CAT-PRODUCT-ID.
*> CAT-UNIT-WEIGHT is the shipping weight of one unit in pounds;
*> INVPRINT extends it over the shipped quantity to find the
*> order's freight band.
*> CAT-VENDOR-COST is the brand vendor's current price for one
*> unit, set through PRODMNT and priced onto every PO line REPLEN
*> cuts.  CAT-AVERAGE-COST is the moving weighted-average cost of
*> the units on hand, recalculated by RCVPOST at each receipt
*> matched to a PO; stock and cost of goods are valued at it.
01  CAT-PRODUCT-RECORD.
    05  CAT-PRODUCT-ID          PIC X(5).
    05  CAT-PRODUCT-NAME        PIC X(20).
    05  CAT-PRODUCT-STATUS      PIC X(1).
        88  CAT-PRODUCT-ACTIVE      VALUE "A".
        88  CAT-PRODUCT-RETIRED     VALUE "R".
    05  CAT-UNIT-WEIGHT         PIC 9(3)V99.
    05  CAT-VENDOR-COST         PIC 9(5)V99.
    05  CAT-AVERAGE-COST        PIC 9(5)V9(4).
