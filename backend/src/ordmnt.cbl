IDENTIFICATION DIVISION.
PROGRAM-ID.  ORDMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-PRODUCT-ID
        FILE STATUS IS OMT-PRODMSTR-STATUS.
    SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS OMT-HEADER-STATUS.
    SELECT ORDER-LINE-FILE ASSIGN TO "ORDLINE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS OMT-LINE-STATUS.
    SELECT OPTIONAL SHIPPED-HEADER-FILE ASSIGN TO "SHPHDR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS OMT-SHIP-HDR-STATUS.
    SELECT OPTIONAL ORDER-CANCEL-FILE ASSIGN TO "ORDCANC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OCN-CANCEL-KEY
        FILE STATUS IS OMT-CANCEL-STATUS.
    SELECT CANCEL-HIST-FILE ASSIGN TO "ORDCAUD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS OMT-AUDIT-STATUS.
    SELECT INVENTORY-MOVE-HIST ASSIGN TO "INVMHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS OMT-MOVE-HIST-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    COPY PRODREC.
FD  ORDER-HEADER-FILE.
    COPY ORDHDR.
FD  ORDER-LINE-FILE.
    COPY ORDLINE.
FD  SHIPPED-HEADER-FILE.
01  OMT-SHIP-HDR-RECORD.
    05  OMT-SHP-ORDER-ID        PIC X(8).
    05  FILLER                  PIC X(26).
FD  ORDER-CANCEL-FILE.
    COPY OCNREC.
FD  CANCEL-HIST-FILE.
    COPY OCAREC.
FD  INVENTORY-MOVE-HIST.
    COPY INVMREC.
WORKING-STORAGE SECTION.
01  OMT-PRODMSTR-STATUS         PIC X(2).
01  OMT-HEADER-STATUS           PIC X(2).
    88  OMT-HEADER-EOF               VALUE "10".
01  OMT-LINE-STATUS             PIC X(2).
    88  OMT-LINE-EOF                 VALUE "10".
01  OMT-SHIP-HDR-STATUS         PIC X(2).
    88  OMT-SHIP-HDR-EOF             VALUE "10".
    88  OMT-SHIP-HDR-MISSING         VALUE "05".
01  OMT-CANCEL-STATUS           PIC X(2).
01  OMT-AUDIT-STATUS            PIC X(2).
01  OMT-MOVE-HIST-STATUS        PIC X(2).
01  OMT-RUN-DATE                PIC 9(8).
01  OMT-RUN-TIME                PIC 9(8).
01  OMT-OPERATOR-ID             PIC X(8).
01  OMT-DONE-SW                 PIC X(1) VALUE "N".
    88  OMT-DONE                    VALUE "Y".
01  OMT-FOUND-SW                PIC X(1).
    88  OMT-FOUND                    VALUE "Y".
01  OMT-SHIPPED-SW              PIC X(1).
    88  OMT-SHIPPED                  VALUE "Y".
01  OMT-LINES-DONE-SW           PIC X(1).
    88  OMT-LINES-DONE               VALUE "Y".
01  OMT-LINE-FOUND-SW           PIC X(1).
    88  OMT-LINE-FOUND               VALUE "Y".
01  OMT-CANCEL-FOUND-SW         PIC X(1).
    88  OMT-CANCEL-FOUND             VALUE "Y".
01  OMT-PRODUCT-FOUND-SW        PIC X(1).
    88  OMT-PRODUCT-FOUND            VALUE "Y".
01  OMT-CANCEL-ACTION           PIC X(1).
    88  OMT-CANCEL-WHOLE-ORDER       VALUE "O".
    88  OMT-CANCEL-REDUCE-LINE       VALUE "R".
    88  OMT-CANCEL-DROP-LINE         VALUE "D".
01  OMT-CANCEL-QTY              PIC 9(5).
01  OMT-CANCEL-VALUE            PIC 9(7)V99.
01  OMT-OPEN-UNITS              PIC 9(7).
01  OMT-UNRESTORED-COUNT        PIC 9(3) COMP VALUE ZERO.
*>  THE HEADER AND LINE RECORD AREAS ARE NOT GUARANTEED PAST THE
*>  CLOSE, SO WHAT THE LOOKUP FOUND IS KEPT HERE.  200 MATCHES THE
*>  LINE LIMIT ORDPROC ENFORCES PER ORDER.
01  OMT-HDR-CUSTOMER-ID         PIC X(6).
01  OMT-HDR-ORDER-DATE          PIC 9(8).
01  OMT-HDR-ORDER-TOTAL         PIC 9(7)V99.
01  OMT-ORDER-LINES.
    05  OMT-OLN-ENTRY OCCURS 200 TIMES.
        10  OMT-OLN-LINE-NO      PIC 9(3).
        10  OMT-OLN-PRODUCT-ID   PIC X(5).
        10  OMT-OLN-QUANTITY     PIC 9(5).
        10  OMT-OLN-UNIT-PRICE   PIC 9(5)V99.
        10  OMT-OLN-CANCELLED-QTY PIC 9(5).
        10  OMT-OLN-OPEN-QTY     PIC 9(5).
01  OMT-ORDER-LINE-COUNT        PIC 9(3) COMP VALUE ZERO.
01  OMT-LINE-IX                 PIC 9(3) COMP.
01  OMT-MATCH-IX                PIC 9(3) COMP.
01  OMT-ROW-IX                  PIC 9(1) COMP.
01  OMT-SCR-ORDER-ID            PIC X(8).
01  OMT-SCR-CUSTOMER-ID         PIC X(6).
01  OMT-SCR-ORDER-DATE          PIC 9(8).
01  OMT-SCR-ORDER-TOTAL         PIC 9(7)V99.
01  OMT-SCR-OPEN-VALUE          PIC 9(7)V99.
01  OMT-SCR-STATUS-TEXT         PIC X(14).
01  OMT-SCR-LINE-COUNT          PIC 9(3).
01  OMT-SCR-FIRST-LINE          PIC 9(3).
01  OMT-SCR-ROW-TABLE.
    05  OMT-SCR-ROW OCCURS 8 TIMES.
        10  OMT-SCR-ROW-LINE-NO  PIC 9(3).
        10  OMT-SCR-ROW-PRODUCT  PIC X(5).
        10  OMT-SCR-ROW-ORDERED  PIC 9(5).
        10  OMT-SCR-ROW-CANCELLED PIC 9(5).
        10  OMT-SCR-ROW-OPEN     PIC 9(5).
        10  OMT-SCR-ROW-PRICE    PIC 9(5)V99.
01  OMT-SCR-MESSAGE             PIC X(60).
01  OMT-SCR-ACTION              PIC X(1).
    88  OMT-ACTION-LOOKUP            VALUE "L".
    88  OMT-ACTION-CANCEL             VALUE "O".
    88  OMT-ACTION-REDUCE              VALUE "R".
    88  OMT-ACTION-DROP                 VALUE "D".
    88  OMT-ACTION-QUIT                  VALUE "Q".
01  OMT-SCR-LINE-NO             PIC 9(3).
01  OMT-SCR-NEW-QTY             PIC 9(5).
01  OMT-SCR-REASON              PIC X(2).

SCREEN SECTION.
01  OMT-MENU-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "ORDMNT - OPEN ORDER MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "ORDER ID . . . .".
    05  LINE 3  COLUMN 18 PIC X(8) USING OMT-SCR-ORDER-ID.
    05  LINE 4  COLUMN 1  VALUE "CUSTOMER . . . .".
    05  LINE 4  COLUMN 18 PIC X(6) FROM OMT-SCR-CUSTOMER-ID.
    05  LINE 4  COLUMN 30 VALUE "ORDER DATE".
    05  LINE 4  COLUMN 42 PIC 9(8) FROM OMT-SCR-ORDER-DATE.
    05  LINE 5  COLUMN 1  VALUE "ORDER TOTAL. . .".
    05  LINE 5  COLUMN 18 PIC ZZZZZZ9.99 FROM OMT-SCR-ORDER-TOTAL.
    05  LINE 5  COLUMN 30 VALUE "OPEN VALUE".
    05  LINE 5  COLUMN 42 PIC ZZZZZZ9.99 FROM OMT-SCR-OPEN-VALUE.
    05  LINE 6  COLUMN 1  VALUE "STATUS . . . . .".
    05  LINE 6  COLUMN 18 PIC X(14) FROM OMT-SCR-STATUS-TEXT.
    05  LINE 6  COLUMN 34 VALUE "LINES".
    05  LINE 6  COLUMN 42 PIC ZZ9 FROM OMT-SCR-LINE-COUNT.
    05  LINE 7  COLUMN 1  VALUE "FIRST LINE SHOWN".
    05  LINE 7  COLUMN 18 PIC ZZ9 USING OMT-SCR-FIRST-LINE.
    05  LINE 8  COLUMN 1  VALUE "LINE PROD   ORDERED  CANCELLED     OPEN  UNIT PRICE".
    05  LINE 9  COLUMN 2  PIC ZZ9 FROM OMT-SCR-ROW-LINE-NO (1).
    05  LINE 9  COLUMN 6  PIC X(5) FROM OMT-SCR-ROW-PRODUCT (1).
    05  LINE 9  COLUMN 15 PIC ZZZZ9 FROM OMT-SCR-ROW-ORDERED (1).
    05  LINE 9  COLUMN 26 PIC ZZZZ9 FROM OMT-SCR-ROW-CANCELLED (1).
    05  LINE 9  COLUMN 35 PIC ZZZZ9 FROM OMT-SCR-ROW-OPEN (1).
    05  LINE 9  COLUMN 44 PIC ZZZZ9.99 FROM OMT-SCR-ROW-PRICE (1).
    05  LINE 10 COLUMN 2  PIC ZZ9 FROM OMT-SCR-ROW-LINE-NO (2).
    05  LINE 10 COLUMN 6  PIC X(5) FROM OMT-SCR-ROW-PRODUCT (2).
    05  LINE 10 COLUMN 15 PIC ZZZZ9 FROM OMT-SCR-ROW-ORDERED (2).
    05  LINE 10 COLUMN 26 PIC ZZZZ9 FROM OMT-SCR-ROW-CANCELLED (2).
    05  LINE 10 COLUMN 35 PIC ZZZZ9 FROM OMT-SCR-ROW-OPEN (2).
    05  LINE 10 COLUMN 44 PIC ZZZZ9.99 FROM OMT-SCR-ROW-PRICE (2).
    05  LINE 11 COLUMN 2  PIC ZZ9 FROM OMT-SCR-ROW-LINE-NO (3).
    05  LINE 11 COLUMN 6  PIC X(5) FROM OMT-SCR-ROW-PRODUCT (3).
    05  LINE 11 COLUMN 15 PIC ZZZZ9 FROM OMT-SCR-ROW-ORDERED (3).
    05  LINE 11 COLUMN 26 PIC ZZZZ9 FROM OMT-SCR-ROW-CANCELLED (3).
    05  LINE 11 COLUMN 35 PIC ZZZZ9 FROM OMT-SCR-ROW-OPEN (3).
    05  LINE 11 COLUMN 44 PIC ZZZZ9.99 FROM OMT-SCR-ROW-PRICE (3).
    05  LINE 12 COLUMN 2  PIC ZZ9 FROM OMT-SCR-ROW-LINE-NO (4).
    05  LINE 12 COLUMN 6  PIC X(5) FROM OMT-SCR-ROW-PRODUCT (4).
    05  LINE 12 COLUMN 15 PIC ZZZZ9 FROM OMT-SCR-ROW-ORDERED (4).
    05  LINE 12 COLUMN 26 PIC ZZZZ9 FROM OMT-SCR-ROW-CANCELLED (4).
    05  LINE 12 COLUMN 35 PIC ZZZZ9 FROM OMT-SCR-ROW-OPEN (4).
    05  LINE 12 COLUMN 44 PIC ZZZZ9.99 FROM OMT-SCR-ROW-PRICE (4).
    05  LINE 13 COLUMN 2  PIC ZZ9 FROM OMT-SCR-ROW-LINE-NO (5).
    05  LINE 13 COLUMN 6  PIC X(5) FROM OMT-SCR-ROW-PRODUCT (5).
    05  LINE 13 COLUMN 15 PIC ZZZZ9 FROM OMT-SCR-ROW-ORDERED (5).
    05  LINE 13 COLUMN 26 PIC ZZZZ9 FROM OMT-SCR-ROW-CANCELLED (5).
    05  LINE 13 COLUMN 35 PIC ZZZZ9 FROM OMT-SCR-ROW-OPEN (5).
    05  LINE 13 COLUMN 44 PIC ZZZZ9.99 FROM OMT-SCR-ROW-PRICE (5).
    05  LINE 14 COLUMN 2  PIC ZZ9 FROM OMT-SCR-ROW-LINE-NO (6).
    05  LINE 14 COLUMN 6  PIC X(5) FROM OMT-SCR-ROW-PRODUCT (6).
    05  LINE 14 COLUMN 15 PIC ZZZZ9 FROM OMT-SCR-ROW-ORDERED (6).
    05  LINE 14 COLUMN 26 PIC ZZZZ9 FROM OMT-SCR-ROW-CANCELLED (6).
    05  LINE 14 COLUMN 35 PIC ZZZZ9 FROM OMT-SCR-ROW-OPEN (6).
    05  LINE 14 COLUMN 44 PIC ZZZZ9.99 FROM OMT-SCR-ROW-PRICE (6).
    05  LINE 15 COLUMN 2  PIC ZZ9 FROM OMT-SCR-ROW-LINE-NO (7).
    05  LINE 15 COLUMN 6  PIC X(5) FROM OMT-SCR-ROW-PRODUCT (7).
    05  LINE 15 COLUMN 15 PIC ZZZZ9 FROM OMT-SCR-ROW-ORDERED (7).
    05  LINE 15 COLUMN 26 PIC ZZZZ9 FROM OMT-SCR-ROW-CANCELLED (7).
    05  LINE 15 COLUMN 35 PIC ZZZZ9 FROM OMT-SCR-ROW-OPEN (7).
    05  LINE 15 COLUMN 44 PIC ZZZZ9.99 FROM OMT-SCR-ROW-PRICE (7).
    05  LINE 16 COLUMN 2  PIC ZZ9 FROM OMT-SCR-ROW-LINE-NO (8).
    05  LINE 16 COLUMN 6  PIC X(5) FROM OMT-SCR-ROW-PRODUCT (8).
    05  LINE 16 COLUMN 15 PIC ZZZZ9 FROM OMT-SCR-ROW-ORDERED (8).
    05  LINE 16 COLUMN 26 PIC ZZZZ9 FROM OMT-SCR-ROW-CANCELLED (8).
    05  LINE 16 COLUMN 35 PIC ZZZZ9 FROM OMT-SCR-ROW-OPEN (8).
    05  LINE 16 COLUMN 44 PIC ZZZZ9.99 FROM OMT-SCR-ROW-PRICE (8).
    05  LINE 17 COLUMN 1  VALUE "OPERATOR ID. . .".
    05  LINE 17 COLUMN 18 PIC X(8) USING OMT-OPERATOR-ID.
    05  LINE 18 COLUMN 1  VALUE "ACTION (L=LOOKUP O=CANCEL ORDER R=REDUCE LINE D=DROP LINE Q=QUIT) .".
    05  LINE 18 COLUMN 69 PIC X(1) USING OMT-SCR-ACTION.
    05  LINE 20 COLUMN 1  VALUE "MESSAGE: ".
    05  LINE 20 COLUMN 10 PIC X(60) FROM OMT-SCR-MESSAGE.

01  OMT-ORDER-CANCEL-SCREEN.
    05  LINE 22 COLUMN 1  VALUE "REASON CODE. . .".
    05  LINE 22 COLUMN 18 PIC X(2) USING OMT-SCR-REASON.
    05  LINE 24 COLUMN 1  VALUE "REASONS: CR=CUSTOMER REQUEST DU=DUPLICATE EE=ENTRY ERROR CH=CREDIT OT=OTHER".

01  OMT-DROP-SCREEN.
    05  LINE 22 COLUMN 1  VALUE "LINE NO. . . . .".
    05  LINE 22 COLUMN 18 PIC ZZ9 USING OMT-SCR-LINE-NO.
    05  LINE 23 COLUMN 1  VALUE "REASON CODE. . .".
    05  LINE 23 COLUMN 18 PIC X(2) USING OMT-SCR-REASON.
    05  LINE 24 COLUMN 1  VALUE "REASONS: CR=CUSTOMER REQUEST DU=DUPLICATE EE=ENTRY ERROR CH=CREDIT OT=OTHER".

01  OMT-REDUCE-SCREEN.
    05  LINE 22 COLUMN 1  VALUE "LINE NO. . . . .".
    05  LINE 22 COLUMN 18 PIC ZZ9 USING OMT-SCR-LINE-NO.
    05  LINE 22 COLUMN 30 VALUE "NEW QUANTITY".
    05  LINE 22 COLUMN 44 PIC ZZZZ9 USING OMT-SCR-NEW-QTY.
    05  LINE 23 COLUMN 1  VALUE "REASON CODE. . .".
    05  LINE 23 COLUMN 18 PIC X(2) USING OMT-SCR-REASON.
    05  LINE 24 COLUMN 1  VALUE "REASONS: CR=CUSTOMER REQUEST DU=DUPLICATE EE=ENTRY ERROR CH=CREDIT OT=OTHER".

PROCEDURE DIVISION.
MaintainOrders.
    PERFORM InitializeRun
    PERFORM PromptForAction UNTIL OMT-DONE
    PERFORM TerminateRun
    STOP RUN.

InitializeRun.
    ACCEPT OMT-RUN-DATE FROM DATE YYYYMMDD
    OPEN I-O PRODUCT-MASTER
    OPEN I-O ORDER-CANCEL-FILE
    OPEN EXTEND CANCEL-HIST-FILE
    OPEN EXTEND INVENTORY-MOVE-HIST
    MOVE 1 TO OMT-SCR-FIRST-LINE
    MOVE SPACES TO OMT-SCR-MESSAGE.

PromptForAction.
    DISPLAY OMT-MENU-SCREEN
    ACCEPT OMT-MENU-SCREEN
    EVALUATE TRUE
        WHEN OMT-ACTION-LOOKUP
            PERFORM LookupOrder
        WHEN OMT-ACTION-CANCEL
            PERFORM CancelWholeOrder
        WHEN OMT-ACTION-REDUCE
            PERFORM ReduceOrderLine
        WHEN OMT-ACTION-DROP
            PERFORM DropOrderLine
        WHEN OMT-ACTION-QUIT
            SET OMT-DONE TO TRUE
        WHEN OTHER
            MOVE "INVALID ACTION" TO OMT-SCR-MESSAGE
    END-EVALUATE.

LookupOrder.
    PERFORM FindOrder
    EVALUATE TRUE
        WHEN NOT OMT-FOUND
            MOVE "ORDER NOT ON THE OPEN ORDER FILES" TO OMT-SCR-MESSAGE
        WHEN OMT-SHIPPED
            MOVE "ORDER ALREADY SHIPPED - IT CAN NO LONGER BE CHANGED"
                TO OMT-SCR-MESSAGE
        WHEN OTHER
            MOVE "ORDER FOUND" TO OMT-SCR-MESSAGE
    END-EVALUATE.

FindOrder.
*>  RE-READS THE ORDER FROM THE ORDER FILES ON EVERY ACTION SO THE
*>  OPERATOR ALWAYS WORKS ON WHAT IS ON FILE, NOT A STALE SCREEN.
*>  THE ORDHDR/ORDLINE DDS CONCATENATE THE UNSHIPPED CARRY FILES
*>  AHEAD OF THE NEWEST POSTED GENERATION - EXACTLY WHAT THE NEXT
*>  SHIPCONF RUN WILL PRESENT - SO EVERY ORDER NOT YET CONFIRMED
*>  IS FOUND, AND THE FIRST COPY MET IS THE ONE USED.  CANCELLED
*>  UNITS ARE TAKEN OFF EACH LINE FROM ORDCANC AS IT IS LOADED.
    SET OMT-FOUND-SW TO "N"
    SET OMT-SHIPPED-SW TO "N"
    MOVE ZERO TO OMT-ORDER-LINE-COUNT
    PERFORM FindOrderHeader
    IF OMT-FOUND
        PERFORM CheckOrderShipped
        PERFORM LoadOrderLines
    END-IF
    PERFORM RefreshOrderScreen.

FindOrderHeader.
    OPEN INPUT ORDER-HEADER-FILE
    PERFORM ReadNextHeader
    PERFORM ReadNextHeader
        UNTIL OMT-HEADER-EOF
        OR ORD-HDR-ORDER-ID = OMT-SCR-ORDER-ID
    IF NOT OMT-HEADER-EOF
        SET OMT-FOUND TO TRUE
        MOVE ORD-HDR-CUSTOMER-ID TO OMT-HDR-CUSTOMER-ID
        MOVE ORD-HDR-ORDER-DATE TO OMT-HDR-ORDER-DATE
        MOVE ORD-HDR-ORDER-TOTAL TO OMT-HDR-ORDER-TOTAL
    END-IF
    CLOSE ORDER-HEADER-FILE.

ReadNextHeader.
    READ ORDER-HEADER-FILE
        AT END SET OMT-HEADER-EOF TO TRUE
    END-READ.

CheckOrderShipped.
*>  AN ORDER THE LAST SHIPCONF RUN SHIPPED IS STILL ON THE NEWEST
*>  POSTED GENERATION BUT IS ALREADY BILLED FROM THE SHIPPED FILE -
*>  CUTTING IT NOW WOULD PUT BACK STOCK THAT HAS LEFT THE BUILDING.
    OPEN INPUT SHIPPED-HEADER-FILE
    IF OMT-SHIP-HDR-MISSING
        SET OMT-SHIP-HDR-EOF TO TRUE
    END-IF
    IF NOT OMT-SHIP-HDR-EOF
        PERFORM ReadNextShippedHeader
        PERFORM ReadNextShippedHeader
            UNTIL OMT-SHIP-HDR-EOF
            OR OMT-SHP-ORDER-ID = OMT-SCR-ORDER-ID
        IF NOT OMT-SHIP-HDR-EOF
            SET OMT-SHIPPED TO TRUE
        END-IF
    END-IF
    CLOSE SHIPPED-HEADER-FILE.

ReadNextShippedHeader.
    READ SHIPPED-HEADER-FILE
        AT END SET OMT-SHIP-HDR-EOF TO TRUE
    END-READ.

LoadOrderLines.
*>  AN ORDER'S LINES LIE TOGETHER ON EACH FILE IN THE
*>  CONCATENATION, SO THE FIRST BREAK AFTER ITS LINES ENDS THE
*>  GATHER - A SECOND COPY FURTHER ON IS NEVER ADDED TWICE.
    SET OMT-LINES-DONE-SW TO "N"
    OPEN INPUT ORDER-LINE-FILE
    PERFORM ReadNextLine
    PERFORM CollectOrderLine
        UNTIL OMT-LINE-EOF
        OR OMT-LINES-DONE
    CLOSE ORDER-LINE-FILE.

ReadNextLine.
    READ ORDER-LINE-FILE
        AT END SET OMT-LINE-EOF TO TRUE
    END-READ.

CollectOrderLine.
    IF ORD-LN-ORDER-ID = OMT-SCR-ORDER-ID
        IF OMT-ORDER-LINE-COUNT < 200
            ADD 1 TO OMT-ORDER-LINE-COUNT
            MOVE OMT-ORDER-LINE-COUNT TO OMT-LINE-IX
            MOVE ORD-LN-LINE-NO TO OMT-OLN-LINE-NO (OMT-LINE-IX)
            MOVE ORD-LN-PRODUCT-ID TO OMT-OLN-PRODUCT-ID (OMT-LINE-IX)
            MOVE ORD-LN-QUANTITY TO OMT-OLN-QUANTITY (OMT-LINE-IX)
            MOVE ORD-LN-UNIT-PRICE TO OMT-OLN-UNIT-PRICE (OMT-LINE-IX)
            PERFORM FindLineCancellation
        END-IF
    ELSE
        IF OMT-ORDER-LINE-COUNT > ZERO
            SET OMT-LINES-DONE TO TRUE
        END-IF
    END-IF
    PERFORM ReadNextLine.

FindLineCancellation.
*>  A CANCEL RECORD NEVER TAKES A LINE BELOW ZERO, WHATEVER IS ON
*>  FILE - THE SAME CAP SHIPCONF AND PICKLST APPLY.
    MOVE ZERO TO OMT-OLN-CANCELLED-QTY (OMT-LINE-IX)
    SET OMT-CANCEL-FOUND-SW TO "Y"
    MOVE OMT-SCR-ORDER-ID TO OCN-ORDER-ID
    MOVE OMT-OLN-LINE-NO (OMT-LINE-IX) TO OCN-LINE-NO
    READ ORDER-CANCEL-FILE
        INVALID KEY SET OMT-CANCEL-FOUND-SW TO "N"
    END-READ
    IF OMT-CANCEL-FOUND
        IF OCN-CANCELLED-QTY > OMT-OLN-QUANTITY (OMT-LINE-IX)
            MOVE OMT-OLN-QUANTITY (OMT-LINE-IX)
                TO OMT-OLN-CANCELLED-QTY (OMT-LINE-IX)
        ELSE
            MOVE OCN-CANCELLED-QTY
                TO OMT-OLN-CANCELLED-QTY (OMT-LINE-IX)
        END-IF
    END-IF
    COMPUTE OMT-OLN-OPEN-QTY (OMT-LINE-IX) =
        OMT-OLN-QUANTITY (OMT-LINE-IX)
        - OMT-OLN-CANCELLED-QTY (OMT-LINE-IX).

RefreshOrderScreen.
    MOVE ZERO TO OMT-OPEN-UNITS
    MOVE ZERO TO OMT-SCR-OPEN-VALUE
    IF OMT-FOUND
        MOVE OMT-HDR-CUSTOMER-ID TO OMT-SCR-CUSTOMER-ID
        MOVE OMT-HDR-ORDER-DATE TO OMT-SCR-ORDER-DATE
        MOVE OMT-HDR-ORDER-TOTAL TO OMT-SCR-ORDER-TOTAL
        MOVE OMT-ORDER-LINE-COUNT TO OMT-SCR-LINE-COUNT
        PERFORM AddOpenLineValue
            VARYING OMT-LINE-IX FROM 1 BY 1
            UNTIL OMT-LINE-IX > OMT-ORDER-LINE-COUNT
        EVALUATE TRUE
            WHEN OMT-SHIPPED
                MOVE "SHIPPED" TO OMT-SCR-STATUS-TEXT
            WHEN OMT-OPEN-UNITS = ZERO
                MOVE "CANCELLED" TO OMT-SCR-STATUS-TEXT
            WHEN OMT-SCR-OPEN-VALUE < OMT-HDR-ORDER-TOTAL
                MOVE "PART CANCELLED" TO OMT-SCR-STATUS-TEXT
            WHEN OTHER
                MOVE "OPEN" TO OMT-SCR-STATUS-TEXT
        END-EVALUATE
    ELSE
        MOVE SPACES TO OMT-SCR-CUSTOMER-ID
        MOVE ZERO TO OMT-SCR-ORDER-DATE
        MOVE ZERO TO OMT-SCR-ORDER-TOTAL
        MOVE ZERO TO OMT-SCR-LINE-COUNT
        MOVE SPACES TO OMT-SCR-STATUS-TEXT
    END-IF
    IF OMT-SCR-FIRST-LINE = ZERO
        MOVE 1 TO OMT-SCR-FIRST-LINE
    END-IF
    PERFORM FillScreenRow
        VARYING OMT-ROW-IX FROM 1 BY 1
        UNTIL OMT-ROW-IX > 8.

AddOpenLineValue.
    ADD OMT-OLN-OPEN-QTY (OMT-LINE-IX) TO OMT-OPEN-UNITS
    COMPUTE OMT-SCR-OPEN-VALUE = OMT-SCR-OPEN-VALUE
        + OMT-OLN-OPEN-QTY (OMT-LINE-IX)
        * OMT-OLN-UNIT-PRICE (OMT-LINE-IX).

FillScreenRow.
*>  EIGHT LINES FIT THE SCREEN; FIRST LINE SHOWN PAGES THROUGH A
*>  LONGER ORDER.
    COMPUTE OMT-LINE-IX = OMT-SCR-FIRST-LINE + OMT-ROW-IX - 1
    IF OMT-LINE-IX > OMT-ORDER-LINE-COUNT
        MOVE ZERO TO OMT-SCR-ROW-LINE-NO (OMT-ROW-IX)
        MOVE SPACES TO OMT-SCR-ROW-PRODUCT (OMT-ROW-IX)
        MOVE ZERO TO OMT-SCR-ROW-ORDERED (OMT-ROW-IX)
        MOVE ZERO TO OMT-SCR-ROW-CANCELLED (OMT-ROW-IX)
        MOVE ZERO TO OMT-SCR-ROW-OPEN (OMT-ROW-IX)
        MOVE ZERO TO OMT-SCR-ROW-PRICE (OMT-ROW-IX)
    ELSE
        MOVE OMT-OLN-LINE-NO (OMT-LINE-IX)
            TO OMT-SCR-ROW-LINE-NO (OMT-ROW-IX)
        MOVE OMT-OLN-PRODUCT-ID (OMT-LINE-IX)
            TO OMT-SCR-ROW-PRODUCT (OMT-ROW-IX)
        MOVE OMT-OLN-QUANTITY (OMT-LINE-IX)
            TO OMT-SCR-ROW-ORDERED (OMT-ROW-IX)
        MOVE OMT-OLN-CANCELLED-QTY (OMT-LINE-IX)
            TO OMT-SCR-ROW-CANCELLED (OMT-ROW-IX)
        MOVE OMT-OLN-OPEN-QTY (OMT-LINE-IX)
            TO OMT-SCR-ROW-OPEN (OMT-ROW-IX)
        MOVE OMT-OLN-UNIT-PRICE (OMT-LINE-IX)
            TO OMT-SCR-ROW-PRICE (OMT-ROW-IX)
    END-IF.

CancelWholeOrder.
*>  EVERY LINE STILL OPEN IS CUT TO ZERO UNDER ONE REASON CODE -
*>  EACH LINE GETS ITS OWN CANCEL, STOCK MOVE AND AUDIT RECORD.
    PERFORM FindOrder
    EVALUATE TRUE
        WHEN NOT OMT-FOUND
            MOVE "ORDER NOT ON THE OPEN ORDER FILES" TO OMT-SCR-MESSAGE
        WHEN OMT-SHIPPED
            MOVE "ORDER ALREADY SHIPPED - IT CAN NO LONGER BE CHANGED"
                TO OMT-SCR-MESSAGE
        WHEN OMT-OPEN-UNITS = ZERO
            MOVE "ORDER ALREADY CANCELLED" TO OMT-SCR-MESSAGE
        WHEN OMT-OPERATOR-ID = SPACES
            MOVE "OPERATOR ID REQUIRED" TO OMT-SCR-MESSAGE
        WHEN OTHER
            MOVE SPACES TO OMT-SCR-REASON
            DISPLAY OMT-ORDER-CANCEL-SCREEN
            ACCEPT OMT-ORDER-CANCEL-SCREEN
            MOVE OMT-SCR-REASON TO OCA-REASON-CODE
            IF NOT OCA-VALID-REASON
                MOVE "REASON CODE MUST BE CR, DU, EE, CH OR OT"
                    TO OMT-SCR-MESSAGE
            ELSE
                SET OMT-CANCEL-WHOLE-ORDER TO TRUE
                MOVE ZERO TO OMT-UNRESTORED-COUNT
                PERFORM CancelOpenLine
                    VARYING OMT-LINE-IX FROM 1 BY 1
                    UNTIL OMT-LINE-IX > OMT-ORDER-LINE-COUNT
                PERFORM FindOrder
                MOVE "ORDER CANCELLED - OPEN UNITS RETURNED TO STOCK"
                    TO OMT-SCR-MESSAGE
                PERFORM CheckUnrestoredStock
            END-IF
    END-EVALUATE.

CancelOpenLine.
    IF OMT-OLN-OPEN-QTY (OMT-LINE-IX) > ZERO
        MOVE OMT-OLN-OPEN-QTY (OMT-LINE-IX) TO OMT-CANCEL-QTY
        PERFORM PostLineCancellation
    END-IF.

ReduceOrderLine.
*>  THE OPERATOR KEYS THE QUANTITY THE CUSTOMER STILL WANTS; THE
*>  DIFFERENCE FROM THE OPEN QUANTITY IS WHAT IS CANCELLED.  TAKING
*>  A LINE TO ZERO IS A DROP, SO IT IS SENT THERE.
    PERFORM FindOrder
    EVALUATE TRUE
        WHEN NOT OMT-FOUND
            MOVE "ORDER NOT ON THE OPEN ORDER FILES" TO OMT-SCR-MESSAGE
        WHEN OMT-SHIPPED
            MOVE "ORDER ALREADY SHIPPED - IT CAN NO LONGER BE CHANGED"
                TO OMT-SCR-MESSAGE
        WHEN OMT-OPERATOR-ID = SPACES
            MOVE "OPERATOR ID REQUIRED" TO OMT-SCR-MESSAGE
        WHEN OTHER
            MOVE ZERO TO OMT-SCR-LINE-NO
            MOVE ZERO TO OMT-SCR-NEW-QTY
            MOVE SPACES TO OMT-SCR-REASON
            DISPLAY OMT-REDUCE-SCREEN
            ACCEPT OMT-REDUCE-SCREEN
            PERFORM FindScreenLine
            MOVE OMT-SCR-REASON TO OCA-REASON-CODE
            EVALUATE TRUE
                WHEN NOT OMT-LINE-FOUND
                    MOVE "LINE NOT ON THIS ORDER" TO OMT-SCR-MESSAGE
                WHEN OMT-OLN-OPEN-QTY (OMT-LINE-IX) = ZERO
                    MOVE "LINE ALREADY CANCELLED" TO OMT-SCR-MESSAGE
                WHEN OMT-SCR-NEW-QTY = ZERO
                    MOVE "USE D=DROP LINE TO CANCEL THE WHOLE LINE"
                        TO OMT-SCR-MESSAGE
                WHEN OMT-SCR-NEW-QTY NOT < OMT-OLN-OPEN-QTY (OMT-LINE-IX)
                    MOVE "NEW QUANTITY MUST BE BELOW THE OPEN QUANTITY"
                        TO OMT-SCR-MESSAGE
                WHEN NOT OCA-VALID-REASON
                    MOVE "REASON CODE MUST BE CR, DU, EE, CH OR OT"
                        TO OMT-SCR-MESSAGE
                WHEN OTHER
                    SET OMT-CANCEL-REDUCE-LINE TO TRUE
                    MOVE ZERO TO OMT-UNRESTORED-COUNT
                    COMPUTE OMT-CANCEL-QTY =
                        OMT-OLN-OPEN-QTY (OMT-LINE-IX) - OMT-SCR-NEW-QTY
                    PERFORM PostLineCancellation
                    PERFORM FindOrder
                    MOVE "LINE REDUCED - CANCELLED UNITS RETURNED TO STOCK"
                        TO OMT-SCR-MESSAGE
                    PERFORM CheckUnrestoredStock
            END-EVALUATE
    END-EVALUATE.

DropOrderLine.
    PERFORM FindOrder
    EVALUATE TRUE
        WHEN NOT OMT-FOUND
            MOVE "ORDER NOT ON THE OPEN ORDER FILES" TO OMT-SCR-MESSAGE
        WHEN OMT-SHIPPED
            MOVE "ORDER ALREADY SHIPPED - IT CAN NO LONGER BE CHANGED"
                TO OMT-SCR-MESSAGE
        WHEN OMT-OPERATOR-ID = SPACES
            MOVE "OPERATOR ID REQUIRED" TO OMT-SCR-MESSAGE
        WHEN OTHER
            MOVE ZERO TO OMT-SCR-LINE-NO
            MOVE SPACES TO OMT-SCR-REASON
            DISPLAY OMT-DROP-SCREEN
            ACCEPT OMT-DROP-SCREEN
            PERFORM FindScreenLine
            MOVE OMT-SCR-REASON TO OCA-REASON-CODE
            EVALUATE TRUE
                WHEN NOT OMT-LINE-FOUND
                    MOVE "LINE NOT ON THIS ORDER" TO OMT-SCR-MESSAGE
                WHEN OMT-OLN-OPEN-QTY (OMT-LINE-IX) = ZERO
                    MOVE "LINE ALREADY CANCELLED" TO OMT-SCR-MESSAGE
                WHEN NOT OCA-VALID-REASON
                    MOVE "REASON CODE MUST BE CR, DU, EE, CH OR OT"
                        TO OMT-SCR-MESSAGE
                WHEN OTHER
                    SET OMT-CANCEL-DROP-LINE TO TRUE
                    MOVE ZERO TO OMT-UNRESTORED-COUNT
                    MOVE OMT-OLN-OPEN-QTY (OMT-LINE-IX) TO OMT-CANCEL-QTY
                    PERFORM PostLineCancellation
                    PERFORM FindOrder
                    MOVE "LINE DROPPED - CANCELLED UNITS RETURNED TO STOCK"
                        TO OMT-SCR-MESSAGE
                    PERFORM CheckUnrestoredStock
            END-EVALUATE
    END-EVALUATE.

FindScreenLine.
    SET OMT-LINE-FOUND-SW TO "N"
    PERFORM MatchScreenLine
        VARYING OMT-LINE-IX FROM 1 BY 1
        UNTIL OMT-LINE-IX > OMT-ORDER-LINE-COUNT
        OR OMT-LINE-FOUND
    IF OMT-LINE-FOUND
        MOVE OMT-MATCH-IX TO OMT-LINE-IX
    END-IF.

MatchScreenLine.
*>  THE VARYING INDEX HAS MOVED ONE PAST THE MATCH BY THE TIME THE
*>  LOOP ENDS, SO THE MATCHING ENTRY IS REMEMBERED HERE.
    IF OMT-OLN-LINE-NO (OMT-LINE-IX) = OMT-SCR-LINE-NO
        SET OMT-LINE-FOUND TO TRUE
        MOVE OMT-LINE-IX TO OMT-MATCH-IX
    END-IF.

CheckUnrestoredStock.
    IF OMT-UNRESTORED-COUNT > ZERO
        MOVE "CANCELLED - PRODUCT NOT ON CATALOG, STOCK NOT RESTORED"
            TO OMT-SCR-MESSAGE
    END-IF.

PostLineCancellation.
*>  ONE CANCELLATION OF OMT-CANCEL-QTY UNITS OFF LINE OMT-LINE-IX:
*>  THE RUNNING CANCEL RECORD THE BATCH STEPS READ, THE UNITS BACK
*>  ON THE SHELF, AND THE AUDIT TRAIL.
    ACCEPT OMT-RUN-TIME FROM TIME
    PERFORM RecordLineCancellation
    PERFORM RestoreCancelledStock
    PERFORM WriteCancelAudit
    ADD OMT-CANCEL-QTY TO OMT-OLN-CANCELLED-QTY (OMT-LINE-IX)
    SUBTRACT OMT-CANCEL-QTY FROM OMT-OLN-OPEN-QTY (OMT-LINE-IX).

RecordLineCancellation.
    SET OMT-CANCEL-FOUND-SW TO "Y"
    MOVE OMT-SCR-ORDER-ID TO OCN-ORDER-ID
    MOVE OMT-OLN-LINE-NO (OMT-LINE-IX) TO OCN-LINE-NO
    READ ORDER-CANCEL-FILE
        INVALID KEY SET OMT-CANCEL-FOUND-SW TO "N"
    END-READ
    IF OMT-CANCEL-FOUND
        ADD OMT-CANCEL-QTY TO OCN-CANCELLED-QTY
        MOVE OMT-RUN-DATE TO OCN-CHANGED-DATE
        MOVE OMT-OPERATOR-ID TO OCN-CHANGED-BY
        REWRITE OCN-CANCEL-RECORD
    ELSE
        MOVE OMT-SCR-ORDER-ID TO OCN-ORDER-ID
        MOVE OMT-OLN-LINE-NO (OMT-LINE-IX) TO OCN-LINE-NO
        MOVE OMT-OLN-PRODUCT-ID (OMT-LINE-IX) TO OCN-PRODUCT-ID
        MOVE OMT-OLN-QUANTITY (OMT-LINE-IX) TO OCN-ORDERED-QTY
        MOVE OMT-CANCEL-QTY TO OCN-CANCELLED-QTY
        MOVE OMT-RUN-DATE TO OCN-CHANGED-DATE
        MOVE OMT-OPERATOR-ID TO OCN-CHANGED-BY
        WRITE OCN-CANCEL-RECORD
    END-IF.

RestoreCancelledStock.
*>  THE UNITS WERE DECREMENTED WHEN THE ORDER POSTED - THEY GO BACK
*>  ON THE MASTER AND THE MOVE IS APPENDED TO INVENTORY-MOVE-HIST
*>  NAMING THE OPERATOR, THE SAME DISCIPLINE SHIPCONF APPLIES TO A
*>  SHORT PICK.
    SET OMT-PRODUCT-FOUND-SW TO "Y"
    MOVE OMT-OLN-PRODUCT-ID (OMT-LINE-IX) TO CAT-PRODUCT-ID
    READ PRODUCT-MASTER
        INVALID KEY SET OMT-PRODUCT-FOUND-SW TO "N"
    END-READ
    IF OMT-PRODUCT-FOUND
        MOVE CAT-ON-HAND-QTY TO INV-OLD-ON-HAND
        ADD OMT-CANCEL-QTY TO CAT-ON-HAND-QTY
        REWRITE CAT-PRODUCT-RECORD
        MOVE CAT-PRODUCT-ID TO INV-PRODUCT-ID
        SET INV-MOVE-CANCELLATION TO TRUE
        MOVE OMT-CANCEL-QTY TO INV-MOVE-QTY
        MOVE CAT-ON-HAND-QTY TO INV-NEW-ON-HAND
        MOVE OMT-RUN-DATE TO INV-MOVE-DATE
        MOVE OMT-OPERATOR-ID TO INV-POSTED-BY
        MOVE CAT-AVERAGE-COST TO INV-UNIT-COST
        WRITE INV-MOVE-RECORD
    ELSE
        ADD 1 TO OMT-UNRESTORED-COUNT
    END-IF.

WriteCancelAudit.
    COMPUTE OMT-CANCEL-VALUE =
        OMT-CANCEL-QTY * OMT-OLN-UNIT-PRICE (OMT-LINE-IX)
    MOVE OMT-SCR-ORDER-ID TO OCA-ORDER-ID
    MOVE OMT-OLN-LINE-NO (OMT-LINE-IX) TO OCA-LINE-NO
    MOVE OMT-HDR-CUSTOMER-ID TO OCA-CUSTOMER-ID
    MOVE OMT-OLN-PRODUCT-ID (OMT-LINE-IX) TO OCA-PRODUCT-ID
    MOVE OMT-CANCEL-ACTION TO OCA-ACTION
    MOVE OMT-CANCEL-QTY TO OCA-CANCEL-QTY
    MOVE OMT-OLN-UNIT-PRICE (OMT-LINE-IX) TO OCA-UNIT-PRICE
    MOVE OMT-CANCEL-VALUE TO OCA-CANCEL-VALUE
    MOVE OMT-SCR-REASON TO OCA-REASON-CODE
    MOVE OMT-RUN-DATE TO OCA-CANCEL-DATE
    MOVE OMT-RUN-TIME TO OCA-CANCEL-TIME
    MOVE OMT-OPERATOR-ID TO OCA-OPERATOR-ID
    WRITE OCA-CANCEL-HIST-RECORD.

TerminateRun.
    CLOSE PRODUCT-MASTER
    CLOSE ORDER-CANCEL-FILE
    CLOSE CANCEL-HIST-FILE
    CLOSE INVENTORY-MOVE-HIST.
