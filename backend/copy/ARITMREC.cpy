*> cash-receipts run (CSHPOST); a fully paid item is dropped from
*> the rebuilt file, so the file always holds exactly the unpaid
*> position ORDPROC must add to a new order before the credit test.
*> ARI-ITEM-TYPE tells an invoice from a credit: a credit memo out
*> of the returns run (RTNPOST) carries the RMA number in
*> ARI-ORDER-ID and its unused credit in ARI-OPEN-AMOUNT, and is
*> netted off the customer's balance rather than added to it.
*> Cash CSHPOST could not apply is kept the same way, as an
*> on-account item (ARI-ORDER-ID "ON-ACCT", one per customer) that
*> later cash runs spend against the next invoices billed.
01  ARI-OPEN-ITEM-RECORD.
    05  ARI-CUSTOMER-ID         PIC X(6).
    05  ARI-ORDER-ID            PIC X(8).
    05  ARI-INVOICE-DATE        PIC 9(8).
    05  ARI-ORIGINAL-AMOUNT     PIC 9(7)V99.
    05  ARI-OPEN-AMOUNT         PIC 9(7)V99.
    05  ARI-ITEM-TYPE           PIC X(1).
        88  ARI-INVOICE-ITEM        VALUE "I".
        88  ARI-CREDIT-MEMO         VALUE "C".
        88  ARI-ON-ACCOUNT-CASH     VALUE "U".
        88  ARI-CREDIT-ITEM         VALUE "C" "U".
