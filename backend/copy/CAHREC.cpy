*> CAHREC - CASH-APPLIED-HIST record, appended by CSHPOST for
*> every amount of cash it applies against an open item, so the
*> cash trail survives the item dropping off the rebuilt ledger.
*> The nightly GL extract journals the cash from this file.
*> Cash received but left on account is written as type "O" when
*> it is received; an on-account credit spent on a later run is
*> type "P" - the money was banked and journalled the first time,
*> so the extract passes over it.  CAH-REFERENCE-NO carries the
*> remittance reference when a receipt was directed at the item.
01  CAH-CASH-HIST-RECORD.
    05  CAH-CUSTOMER-ID         PIC X(6).
    05  CAH-ORDER-ID            PIC X(8).
    05  CAH-REFERENCE-NO        PIC X(8).
    05  CAH-APPLIED-DATE        PIC 9(8).
    05  CAH-APPLIED-AMOUNT      PIC 9(7)V99.
    05  CAH-ENTRY-TYPE          PIC X(1).
        88  CAH-CASH-APPLIED        VALUE "A".
        88  CAH-CASH-ON-ACCOUNT     VALUE "O".
        88  CAH-CREDIT-APPLIED      VALUE "P".
