*> TXHREC - SALES-TAX-HIST record, appended for every invoice
*> INVPRINT bills and every credit memo RTNPOST issues.  Carries
*> the goods value split taxable/exempt, the tax charged and the
*> freight billed, by jurisdiction - the month-end tax liability
*> report (TAXRPT) is built from this file alone.  A credit memo
*> record is subtracted from its jurisdiction's totals.
01  TXH-TAX-HIST-RECORD.
    05  TXH-JURISDICTION        PIC X(4).
    05  TXH-DOCUMENT-DATE       PIC 9(8).
    05  TXH-DOCUMENT-ID         PIC X(8).
    05  TXH-DOCUMENT-TYPE       PIC X(1).
        88  TXH-INVOICE             VALUE "I".
        88  TXH-CREDIT-MEMO         VALUE "C".
    05  TXH-CUSTOMER-ID         PIC X(6).
    05  TXH-TAX-RATE            PIC 9V9(4).
    05  TXH-TAXABLE-AMOUNT      PIC 9(7)V99.
    05  TXH-EXEMPT-AMOUNT       PIC 9(7)V99.
    05  TXH-TAX-AMOUNT          PIC 9(7)V99.
    05  TXH-FREIGHT-AMOUNT      PIC 9(7)V99.
