    05  OHL-QUANTITY            PIC 9(5).
    05  OHL-UNIT-PRICE          PIC 9(5)V99.
    05  OHL-LINE-TOTAL          PIC 9(7)V99.
    05  OHL-LIST-PRICE          PIC 9(5)V99.
    05  OHL-PRICE-SOURCE        PIC X(1).
