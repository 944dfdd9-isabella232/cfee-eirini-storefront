*> OCAREC - ORDER-CANCEL-HIST record, appended for every unit
*> cancellation ORDMNT posts against an open order - the whole
*> order, a line reduced or a line dropped - carrying the operator,
*> the reason and the value taken off the order, the way
*> CREDIT-LIMIT-HIST preserves every credit-limit move.
*> OCA-CANCEL-TIME lets the end-of-day balance pick out the units
*> put back on the shelf after the order-posting snapshot.
01  OCA-CANCEL-HIST-RECORD.
    05  OCA-ORDER-ID            PIC X(8).
    05  OCA-LINE-NO             PIC 9(3).
    05  OCA-CUSTOMER-ID         PIC X(6).
    05  OCA-PRODUCT-ID          PIC X(5).
    05  OCA-ACTION              PIC X(1).
        88  OCA-ORDER-CANCELLED     VALUE "O".
        88  OCA-LINE-REDUCED        VALUE "R".
        88  OCA-LINE-DROPPED        VALUE "D".
    05  OCA-CANCEL-QTY          PIC 9(5).
    05  OCA-UNIT-PRICE          PIC 9(5)V99.
    05  OCA-CANCEL-VALUE        PIC 9(7)V99.
    05  OCA-REASON-CODE         PIC X(2).
        88  OCA-CUSTOMER-REQUEST    VALUE "CR".
        88  OCA-DUPLICATE-ORDER     VALUE "DU".
        88  OCA-ENTRY-ERROR         VALUE "EE".
        88  OCA-CREDIT-PROBLEM      VALUE "CH".
        88  OCA-OTHER-REASON        VALUE "OT".
        88  OCA-VALID-REASON        VALUE "CR" "DU" "EE" "CH" "OT".
    05  OCA-CANCEL-DATE         PIC 9(8).
    05  OCA-CANCEL-TIME         PIC 9(8).
    05  OCA-OPERATOR-ID         PIC X(8).
