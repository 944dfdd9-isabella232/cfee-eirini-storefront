*> CPAREC - CUSTOMER-PRICE-AGREEMENT record layout, keyed by
*> CPA-AGREEMENT-KEY.  One record per negotiated price a customer
*> holds, either on a single product (scope P, item code is the
*> product id) or on every product of a brand (scope B, item code
*> is the brand code).  The agreement either fixes a net unit
*> price or takes a percent off list, in up to four quantity-break
*> tiers kept in ascending minimum-quantity order - an order line
*> takes the highest tier its quantity reaches, and an unused tier
*> has a zero minimum.  It is in force from CPA-START-DATE through
*> CPA-END-DATE; a zero end date means open-ended.  Maintained
*> online through CPAMNT; ORDPROC and BKORELSE price from it.
01  CPA-AGREEMENT-RECORD.
    05  CPA-AGREEMENT-KEY.
        10  CPA-CUSTOMER-ID     PIC X(6).
        10  CPA-SCOPE           PIC X(1).
            88  CPA-PRODUCT-SCOPE   VALUE "P".
            88  CPA-BRAND-SCOPE     VALUE "B".
        10  CPA-ITEM-CODE       PIC X(5).
    05  CPA-PRICING-BASIS       PIC X(1).
        88  CPA-NET-PRICE           VALUE "N".
        88  CPA-PERCENT-OFF         VALUE "D".
    05  CPA-START-DATE          PIC 9(8).
    05  CPA-END-DATE            PIC 9(8).
    05  CPA-BREAK-TIER OCCURS 4 TIMES INDEXED BY CPA-TIER-IX.
        10  CPA-TIER-MIN-QTY    PIC 9(5).
        10  CPA-TIER-PRICE      PIC 9(5)V99.
        10  CPA-TIER-PERCENT    PIC 9(2)V99.
    05  CPA-CHANGED-DATE        PIC 9(8).
    05  CPA-CHANGED-BY          PIC X(8).
