*> CUSTREC - CUSTOMER-MASTER record layout, keyed by CUS-CUSTOMER-ID.
*> CUS-TAX-JURISDICTION names the TAXRATE entry whose rate INVPRINT
*> charges on the goods value of the customer's invoices; an exempt
*> customer (resale certificate on file) is billed no tax but its
*> sales are still reported under the jurisdiction.  The freight
*> basis picks a charge by shipped weight band, a flat charge per
*> order, or none (customer collects).
01  CUS-CUSTOMER-RECORD.
    05  CUS-CUSTOMER-ID         PIC X(6).
    05  CUS-CUSTOMER-NAME       PIC X(20).
        88  CUS-CUSTOMER-ACTIVE     VALUE "A".
        88  CUS-CUSTOMER-SUSPENDED  VALUE "S".
    05  CUS-CREDIT-LIMIT        PIC 9(7)V99.
    05  CUS-TAX-JURISDICTION    PIC X(4).
    05  CUS-TAX-STATUS          PIC X(1).
        88  CUS-TAXABLE             VALUE "T".
        88  CUS-TAX-EXEMPT          VALUE "E".
    05  CUS-FREIGHT-BASIS       PIC X(1).
        88  CUS-FREIGHT-BY-WEIGHT   VALUE "W".
        88  CUS-FREIGHT-FLAT        VALUE "F".
        88  CUS-FREIGHT-NONE        VALUE "N".
