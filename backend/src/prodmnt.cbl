01  PMT-SCR-PRODUCT-NAME         PIC X(20).
01  PMT-SCR-BRAND-CODE           PIC X(4).
01  PMT-SCR-PRICE                PIC 9(5)V99.
01  PMT-SCR-WEIGHT               PIC 9(3)V99.
01  PMT-SCR-VENDOR-COST          PIC 9(5)V99.
01  PMT-SCR-AVERAGE-COST         PIC 9(5)V9(4).
01  PMT-SCR-STATUS-TEXT          PIC X(7).
01  PMT-SCR-MESSAGE              PIC X(60).
01  PMT-SCR-ACTION               PIC X(1).
    88  PMT-ACTION-NAME                VALUE "N".
    88  PMT-ACTION-RETIRE               VALUE "R".
    88  PMT-ACTION-REACTIVATE            VALUE "A".
    88  PMT-ACTION-WEIGHT                 VALUE "W".
    88  PMT-ACTION-VENDOR-COST            VALUE "V".
    88  PMT-ACTION-QUIT                   VALUE "Q".
01  PMT-SCR-NEW-PRICE             PIC 9(5)V99.
01  PMT-SCR-NEW-NAME              PIC X(20).
01  PMT-SCR-NEW-WEIGHT            PIC 9(3)V99.
01  PMT-SCR-NEW-VENDOR-COST       PIC 9(5)V99.
01  PMT-SCR-NEW-ON-HAND           PIC 9(7).
01  PMT-SCR-NEW-REORDER           PIC 9(7).

    05  LINE 6  COLUMN 18 PIC ZZZZ9.99 USING PMT-SCR-PRICE.
    05  LINE 7  COLUMN 1  VALUE "STATUS . . . . .".
    05  LINE 7  COLUMN 18 PIC X(7) USING PMT-SCR-STATUS-TEXT.
    05  LINE 8  COLUMN 1  VALUE "UNIT WEIGHT LBS.".
    05  LINE 8  COLUMN 18 PIC ZZ9.99 USING PMT-SCR-WEIGHT.
    05  LINE 9  COLUMN 1  VALUE "VENDOR COST. . .".
    05  LINE 9  COLUMN 18 PIC ZZZZ9.99 USING PMT-SCR-VENDOR-COST.
    05  LINE 10 COLUMN 1  VALUE "AVERAGE COST . .".
    05  LINE 10 COLUMN 18 PIC ZZZZ9.9999 FROM PMT-SCR-AVERAGE-COST.
    05  LINE 11 COLUMN 1  VALUE "OPERATOR ID. . .".
    05  LINE 11 COLUMN 18 PIC X(8) USING PMT-OPERATOR-ID.
    05  LINE 12 COLUMN 1  VALUE "ACTION (L=LOOKUP C=CREATE P=PRICE N=NAME R=RETIRE A=REACTIVATE".
    05  LINE 13 COLUMN 1  VALUE "        W=WEIGHT V=VENDOR COST Q=QUIT) .".
    05  LINE 13 COLUMN 40 PIC X(1) USING PMT-SCR-ACTION.
    05  LINE 15 COLUMN 1  VALUE "MESSAGE: ".
    05  LINE 15 COLUMN 10 PIC X(60) FROM PMT-SCR-MESSAGE.

01  PMT-PRICE-SCREEN.
    05  LINE 17 COLUMN 1  VALUE "NEW PRICE. . . .".
    05  LINE 17 COLUMN 18 PIC ZZZZ9.99 USING PMT-SCR-NEW-PRICE.

01  PMT-NAME-SCREEN.
    05  LINE 17 COLUMN 1  VALUE "NEW NAME . . . .".
    05  LINE 17 COLUMN 18 PIC X(20) USING PMT-SCR-NEW-NAME.

01  PMT-WEIGHT-SCREEN.
    05  LINE 17 COLUMN 1  VALUE "NEW WEIGHT . . .".
    05  LINE 17 COLUMN 18 PIC ZZ9.99 USING PMT-SCR-NEW-WEIGHT.

01  PMT-VENDOR-COST-SCREEN.
    05  LINE 17 COLUMN 1  VALUE "NEW VENDOR COST.".
    05  LINE 17 COLUMN 18 PIC ZZZZ9.99 USING PMT-SCR-NEW-VENDOR-COST.

01  PMT-CREATE-SCREEN.
    05  LINE 17 COLUMN 1  VALUE "ON-HAND QTY. . .".
    05  LINE 17 COLUMN 18 PIC 9(7) USING PMT-SCR-NEW-ON-HAND.
    05  LINE 18 COLUMN 1  VALUE "REORDER POINT. .".
    05  LINE 18 COLUMN 18 PIC 9(7) USING PMT-SCR-NEW-REORDER.

PROCEDURE DIVISION.
MaintainProducts.
            PERFORM RetireProduct
        WHEN PMT-ACTION-REACTIVATE
            PERFORM ReactivateProduct
        WHEN PMT-ACTION-WEIGHT
            PERFORM ChangeWeight
        WHEN PMT-ACTION-VENDOR-COST
            PERFORM ChangeVendorCost
        WHEN PMT-ACTION-QUIT
            SET PMT-DONE TO TRUE
        WHEN OTHER
        MOVE CAT-PRODUCT-NAME TO PMT-SCR-PRODUCT-NAME
        MOVE CAT-BRAND-CODE TO PMT-SCR-BRAND-CODE
        MOVE CAT-PRICE TO PMT-SCR-PRICE
        MOVE CAT-UNIT-WEIGHT TO PMT-SCR-WEIGHT
        MOVE CAT-VENDOR-COST TO PMT-SCR-VENDOR-COST
        MOVE CAT-AVERAGE-COST TO PMT-SCR-AVERAGE-COST
        IF CAT-PRODUCT-RETIRED
            MOVE "RETIRED" TO PMT-SCR-STATUS-TEXT
        ELSE
        MOVE SPACES TO PMT-SCR-PRODUCT-NAME
        MOVE SPACES TO PMT-SCR-BRAND-CODE
        MOVE ZERO TO PMT-SCR-PRICE
        MOVE ZERO TO PMT-SCR-WEIGHT
        MOVE ZERO TO PMT-SCR-VENDOR-COST
        MOVE ZERO TO PMT-SCR-AVERAGE-COST
        MOVE SPACES TO PMT-SCR-STATUS-TEXT
    END-IF.

            MOVE PMT-SCR-PRICE TO CAT-PRICE
            MOVE PMT-SCR-NEW-ON-HAND TO CAT-ON-HAND-QTY
            MOVE PMT-SCR-NEW-REORDER TO CAT-REORDER-POINT
            MOVE PMT-SCR-WEIGHT TO CAT-UNIT-WEIGHT
*>          THE OPENING STOCK HAS NO RECEIPT TO COST IT, SO IT IS
*>          CARRIED AT THE VENDOR COST UNTIL THE FIRST PO RECEIPT
*>          AVERAGES IN.
            MOVE PMT-SCR-VENDOR-COST TO CAT-VENDOR-COST
            MOVE PMT-SCR-VENDOR-COST TO CAT-AVERAGE-COST
            SET CAT-PRODUCT-ACTIVE TO TRUE
            WRITE CAT-PRODUCT-RECORD
            PERFORM FindProduct
        MOVE "NAME UPDATED" TO PMT-SCR-MESSAGE
    END-IF.

ChangeWeight.
*>  THE UNIT WEIGHT DRIVES THE FREIGHT BAND INVPRINT CHARGES, SO A
*>  CORRECTION TAKES EFFECT ON THE NEXT INVOICE RUN.
    PERFORM FindProduct
    IF NOT PMT-FOUND
        MOVE "PRODUCT NOT FOUND" TO PMT-SCR-MESSAGE
    ELSE
        DISPLAY PMT-WEIGHT-SCREEN
        ACCEPT PMT-WEIGHT-SCREEN
        MOVE PMT-SCR-NEW-WEIGHT TO CAT-UNIT-WEIGHT
        REWRITE CAT-PRODUCT-RECORD
        PERFORM FindProduct
        MOVE "WEIGHT UPDATED" TO PMT-SCR-MESSAGE
    END-IF.

ChangeVendorCost.
*>  THE VENDOR COST PRICES THE NEXT PO LINES REPLEN CUTS.  THE
*>  AVERAGE COST IS LEFT ALONE - IT MOVES ONLY WHEN UNITS BOUGHT
*>  AT THE NEW COST ARE RECEIVED AGAINST A PO.
    PERFORM FindProduct
    IF NOT PMT-FOUND
        MOVE "PRODUCT NOT FOUND" TO PMT-SCR-MESSAGE
    ELSE
        DISPLAY PMT-VENDOR-COST-SCREEN
        ACCEPT PMT-VENDOR-COST-SCREEN
        MOVE PMT-SCR-NEW-VENDOR-COST TO CAT-VENDOR-COST
        REWRITE CAT-PRODUCT-RECORD
        PERFORM FindProduct
        MOVE "VENDOR COST UPDATED" TO PMT-SCR-MESSAGE
    END-IF.

RetireProduct.
*>  A RETIRED PRODUCT STAYS ON PRODUCT-MASTER FOR HISTORY BUT IS
*>  DROPPED FROM THE NEXT CATALOG FEED AND REJECTED BY ORDPROC.
