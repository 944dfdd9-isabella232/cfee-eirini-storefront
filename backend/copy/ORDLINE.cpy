*> ORDLINE - ORDER-LINE record, one per line item on an order.
*> ORD-LN-UNIT-PRICE is the net price the line is billed at;
*> ORD-LN-LIST-PRICE is the catalog price on the day it was priced
*> and ORD-LN-PRICE-SOURCE says where the net price came from - list,
*> or the customer's price agreement on the product or its brand.
01  ORD-LINE-RECORD.
    05  ORD-LN-ORDER-ID         PIC X(8).
    05  ORD-LN-LINE-NO          PIC 9(3).
    05  ORD-LN-QUANTITY         PIC 9(5).
    05  ORD-LN-UNIT-PRICE       PIC 9(5)V99.
    05  ORD-LN-LINE-TOTAL       PIC 9(7)V99.
    05  ORD-LN-LIST-PRICE       PIC 9(5)V99.
    05  ORD-LN-PRICE-SOURCE     PIC X(1).
        88  ORD-LN-LIST-PRICED      VALUE "L".
        88  ORD-LN-PRODUCT-CONTRACT VALUE "P".
        88  ORD-LN-BRAND-CONTRACT   VALUE "B".
