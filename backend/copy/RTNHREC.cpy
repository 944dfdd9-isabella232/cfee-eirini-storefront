*> RTNHREC - RETURN-HIST record, appended by RTNPOST for every
*> return line it credits.  The file is read back at the start of
*> every posting run so the units already returned against an
*> invoice line are known - a line can never be credited for more
*> than SHPLINE shows was shipped, however many RMAs it takes.
01  RTH-RETURN-HIST-RECORD.
    05  RTH-AUTH-NO             PIC X(8).
    05  RTH-CUSTOMER-ID         PIC X(6).
    05  RTH-ORDER-ID            PIC X(8).
    05  RTH-LINE-NO             PIC 9(3).
    05  RTH-PRODUCT-ID          PIC X(5).
    05  RTH-RETURN-QTY          PIC 9(5).
    05  RTH-CONDITION           PIC X(1).
        88  RTH-RESTOCKED           VALUE "G".
        88  RTH-DAMAGED             VALUE "D".
    05  RTH-REASON-CODE         PIC X(2).
    05  RTH-UNIT-PRICE          PIC 9(5)V99.
    05  RTH-CREDIT-AMOUNT       PIC 9(7)V99.
    05  RTH-POSTED-DATE         PIC 9(8).
