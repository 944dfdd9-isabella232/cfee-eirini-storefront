*> SNAPREC - catalog feed snapshot record, one per product the
*> storefront was last sent, in CAT-PRODUCT-ID order.  DEMO writes
*> a fresh snapshot on every feed and compares the next night's
*> PRODUCT-MASTER against it to find what was added, changed or
*> dropped.  SNP-PRICE is the price as it was emitted (an invalid
*> price goes out as zero) and SNP-SELLABLE-QTY the on-hand
*> quantity shipped as the product's stock.
01  SNP-SNAPSHOT-RECORD.
    05  SNP-PRODUCT-ID          PIC X(5).
    05  SNP-PRODUCT-NAME        PIC X(20).
    05  SNP-BRAND-CODE          PIC X(4).
    05  SNP-PRICE               PIC 9(5)V99.
    05  SNP-SELLABLE-QTY        PIC 9(7).
