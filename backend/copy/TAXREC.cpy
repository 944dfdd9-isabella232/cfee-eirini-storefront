*> TAXREC - TAX-RATE-TABLE record layout, keyed by TAX-JURISDICTION.
*> One record per sales-tax jurisdiction we bill into, maintained
*> online through TAXMNT.  CUS-TAX-JURISDICTION on the customer
*> master points here; INVPRINT charges TAX-RATE on the goods
*> value of every invoice to a taxable customer.  The date and
*> operator of the last rate change stay on the record.
01  TAX-RATE-RECORD.
    05  TAX-JURISDICTION        PIC X(4).
    05  TAX-JURISDICTION-NAME   PIC X(20).
    05  TAX-RATE                PIC 9V9(4).
    05  TAX-CHANGED-DATE        PIC 9(8).
    05  TAX-CHANGED-BY          PIC X(8).
