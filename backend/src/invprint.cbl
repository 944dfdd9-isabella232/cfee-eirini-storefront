    SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARITEMS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS INP-AR-ITEM-STATUS.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUS-CUSTOMER-ID
        FILE STATUS IS INP-CUSTMSTR-STATUS.
    SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TAX-JURISDICTION
        FILE STATUS IS INP-TAXRATE-STATUS.
    SELECT FREIGHT-RATE-FILE ASSIGN TO "FRTRATE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS INP-FREIGHT-STATUS.
    SELECT SALES-TAX-HIST ASSIGN TO "TAXHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS INP-TAX-HIST-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS INP-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
01  INP-PRINT-RECORD                PIC X(132).
FD  AR-OPEN-ITEM-FILE.
    COPY ARITMREC.
FD  CUSTOMER-MASTER.
    COPY CUSTREC.
FD  TAX-RATE-TABLE.
    COPY TAXREC.
FD  FREIGHT-RATE-FILE.
    COPY FRTREC.
FD  SALES-TAX-HIST.
    COPY TXHREC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  INP-PRODMSTR-STATUS         PIC X(2).
01  INP-HEADER-STATUS           PIC X(2).
    88  INP-LINE-EOF                 VALUE "10".
01  INP-PRINT-STATUS            PIC X(2).
01  INP-AR-ITEM-STATUS          PIC X(2).
01  INP-CUSTMSTR-STATUS         PIC X(2).
01  INP-TAXRATE-STATUS          PIC X(2).
01  INP-FREIGHT-STATUS          PIC X(2).
    88  INP-FREIGHT-EOF              VALUE "10".
01  INP-TAX-HIST-STATUS         PIC X(2).
01  INP-RUN-DATE                PIC 9(8).
01  INP-PRODUCT-FOUND-SW        PIC X(1).
    88  INP-PRODUCT-FOUND            VALUE "Y".
01  INP-CUSTOMER-FOUND-SW       PIC X(1).
    88  INP-CUSTOMER-FOUND           VALUE "Y".
01  INP-RATE-FOUND-SW           PIC X(1).
    88  INP-RATE-FOUND               VALUE "Y".
01  INP-BAND-FOUND-SW           PIC X(1).
    88  INP-BAND-FOUND               VALUE "Y".
01  INP-INVOICE-COUNT           PIC 9(5) COMP VALUE ZERO.
01  INP-MISMATCH-COUNT          PIC 9(5) COMP VALUE ZERO.
01  INP-AR-ITEM-COUNT           PIC 9(5) COMP VALUE ZERO.
01  INP-NO-RATE-COUNT           PIC 9(5) COMP VALUE ZERO.
01  INP-OVER-BAND-COUNT         PIC 9(5) COMP VALUE ZERO.
*>  THE FREIGHT BANDS, LOADED ONCE FROM FRTRATE IN ASCENDING
*>  MAXIMUM-WEIGHT ORDER.  AN ORDER IS CHARGED FROM THE FIRST BAND
*>  ITS SHIPPED WEIGHT DOES NOT EXCEED; ONE HEAVIER THAN THE TOP
*>  BAND IS CHARGED THE TOP BAND AND COUNTED FOR REVIEW.  A 51ST
*>  BAND IS COUNTED AND LEFT OUT RATHER THAN INDEXED PAST THE END
*>  OF THE TABLE.
01  INP-FREIGHT-TABLE.
    05  INP-FREIGHT-BAND OCCURS 50 TIMES INDEXED BY INP-BAND-IX.
        10  INP-BAND-MAX-WEIGHT      PIC 9(5)V99.
        10  INP-BAND-CHARGE          PIC 9(5)V99.
01  INP-BAND-COUNT              PIC 9(3) COMP VALUE ZERO.
01  INP-BAND-OVERFLOW-CT        PIC 9(5) COMP VALUE ZERO.
01  INP-FLAT-FREIGHT            PIC 9(5)V99 VALUE ZERO.
01  INP-PAGE-NO                 PIC 9(5) VALUE ZERO.
01  INP-LINES-ON-PAGE           PIC 9(3) VALUE ZERO.
*>  50 DETAIL LINES TO A PAGE; A LONG INVOICE CONTINUES ON A FRESH
*>  PAGE WITH ITS HEADINGS REPEATED.
01  INP-PAGE-LIMIT              PIC 9(3) VALUE 50.
01  INP-LINE-TOTAL-SUM          PIC 9(7)V99.
*>  THE INVOICE BEYOND THE GOODS: SHIPPED WEIGHT, TAX AND FREIGHT.
*>  THE GOODS VALUE IS SPLIT TAXABLE OR EXEMPT FOR SALES-TAX-HIST.
01  INP-ORDER-WEIGHT            PIC 9(7)V99.
01  INP-TAX-RATE                PIC 9V9(4).
01  INP-TAXABLE-AMOUNT          PIC 9(7)V99.
01  INP-EXEMPT-AMOUNT           PIC 9(7)V99.
01  INP-TAX-AMOUNT              PIC 9(7)V99.
01  INP-FREIGHT-AMOUNT          PIC 9(7)V99.
01  INP-GROSS-AMOUNT            PIC 9(7)V99.
01  INP-TAX-GRAND-TOTAL         PIC 9(9)V99 VALUE ZERO.
01  INP-FREIGHT-GRAND-TOTAL     PIC 9(9)V99 VALUE ZERO.
01  INP-TOTAL-LABEL             PIC X(54).
01  INP-AMOUNT-EDIT             PIC ZZZZZZ9.99.
01  INP-RATE-EDIT               PIC 9.9999.
01  INP-WEIGHT-EDIT             PIC ZZZZZZ9.99.
01  INP-GRAND-EDIT              PIC ZZZZZZZZ9.99.
01  INP-PRINT-LINE              PIC X(132).
01  INP-PAGE-NO-EDIT            PIC ZZZZ9.
01  INP-UNIT-PRICE-EDIT         PIC ZZZZ9.99.
*>  A CONTRACT-PRICED LINE SHOWS THE LIST PRICE IT WAS PRICED
*>  AGAINST AND THE DISCOUNT PER UNIT AS WELL AS THE NET PRICE.
01  INP-LIST-PRICE              PIC 9(5)V99.
01  INP-UNIT-DISCOUNT           PIC 9(5)V99.
01  INP-LIST-PRICE-EDIT         PIC ZZZZ9.99.
01  INP-DISCOUNT-EDIT           PIC ZZZZ9.99.
01  INP-PRICED-FROM             PIC X(14).
01  INP-LINE-TOTAL-EDIT         PIC ZZZZZZ9.99.
01  INP-ORDER-TOTAL-EDIT        PIC ZZZZZZ9.99.
01  INP-SUM-EDIT                PIC ZZZZZZ9.99.
01  INP-PRODUCT-NAME-PRT        PIC X(20).
01  INP-LEDGER-STATUS           PIC X(2).
    88  INP-LEDGER-EOF               VALUE "10".
    88  INP-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  INP-STEP-NAME               PIC X(8) VALUE "INVPRINT".
01  INP-PREREQ-STEP-1           PIC X(8) VALUE "SHIPCONF".
01  INP-PREREQ-STEP-2           PIC X(8) VALUE "ORDBAL".
01  INP-PREREQ-1-SW             PIC X(1).
    88  INP-PREREQ-1-DONE            VALUE "Y".
01  INP-PREREQ-2-SW             PIC X(1).
    88  INP-PREREQ-2-DONE            VALUE "Y".
01  INP-ALREADY-RAN-SW          PIC X(1).
    88  INP-ALREADY-RAN              VALUE "Y".
01  INP-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  INP-RERUN-ALLOWED            VALUE "Y".
01  INP-LEDGER-SW               PIC X(1) VALUE "N".
    88  INP-LEDGER-REFUSED           VALUE "Y".
01  INP-LEDGER-REASON           PIC X(40).
01  INP-STEP-START-DATE         PIC 9(8).
01  INP-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
PrintInvoices.
    PERFORM CheckRunLedger
    IF INP-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextHeader
        PERFORM ReadNextLine
        PERFORM PrintOneInvoice UNTIL INP-HEADER-EOF
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    OPEN INPUT ORDER-LINE-FILE
    OPEN OUTPUT INVOICE-PRINT
    OPEN EXTEND AR-OPEN-ITEM-FILE
    OPEN INPUT CUSTOMER-MASTER
    OPEN INPUT TAX-RATE-TABLE
    OPEN EXTEND SALES-TAX-HIST
    PERFORM LoadFreightRates
    DISPLAY "INVPRINT: INVOICE PRINT RUN STARTED FOR " INP-RUN-DATE.

LoadFreightRates.
    OPEN INPUT FREIGHT-RATE-FILE
    PERFORM ReadNextFreightRate
    PERFORM StoreFreightRate UNTIL INP-FREIGHT-EOF
    CLOSE FREIGHT-RATE-FILE.

ReadNextFreightRate.
    READ FREIGHT-RATE-FILE
        AT END SET INP-FREIGHT-EOF TO TRUE
    END-READ.

StoreFreightRate.
    EVALUATE TRUE
        WHEN FRT-FLAT-RATE
            MOVE FRT-CHARGE TO INP-FLAT-FREIGHT
        WHEN FRT-WEIGHT-BAND AND INP-BAND-COUNT >= 50
            ADD 1 TO INP-BAND-OVERFLOW-CT
        WHEN FRT-WEIGHT-BAND
            ADD 1 TO INP-BAND-COUNT
            SET INP-BAND-IX TO INP-BAND-COUNT
            MOVE FRT-BAND-MAX-WEIGHT TO INP-BAND-MAX-WEIGHT (INP-BAND-IX)
            MOVE FRT-CHARGE TO INP-BAND-CHARGE (INP-BAND-IX)
    END-EVALUATE
    PERFORM ReadNextFreightRate.

ReadNextHeader.
    READ ORDER-HEADER-FILE
        AT END SET INP-HEADER-EOF TO TRUE
*>  SIMPLE CONTROL BREAK ON ORD-LN-ORDER-ID - NO SORT STEP NEEDED.
    PERFORM StartInvoicePage
    MOVE ZERO TO INP-LINE-TOTAL-SUM
    MOVE ZERO TO INP-ORDER-WEIGHT
    PERFORM PrintInvoiceLine
        UNTIL INP-LINE-EOF
        OR ORD-LN-ORDER-ID NOT = ORD-HDR-ORDER-ID
    PERFORM PriceTaxAndFreight
    PERFORM PrintInvoiceTotal
    PERFORM OpenReceivableItem
    PERFORM WriteTaxHistory
    ADD 1 TO INP-INVOICE-COUNT
    PERFORM ReadNextHeader.

PriceTaxAndFreight.
*>  TAX IS CHARGED ON THE GOODS VALUE ONLY, AT THE RATE ON FILE
*>  FOR THE CUSTOMER'S JURISDICTION; FREIGHT IS SEPARATELY STATED
*>  AND NOT TAXED.  A CUSTOMER NOT ON THE MASTER IS BILLED AS
*>  TAXABLE IN NO JURISDICTION, WHICH FLAGS THE INVOICE BELOW.
    SET INP-CUSTOMER-FOUND-SW TO "Y"
    MOVE ORD-HDR-CUSTOMER-ID TO CUS-CUSTOMER-ID
    READ CUSTOMER-MASTER
        INVALID KEY SET INP-CUSTOMER-FOUND-SW TO "N"
    END-READ
    IF NOT INP-CUSTOMER-FOUND
        MOVE SPACES TO CUS-TAX-JURISDICTION
        SET CUS-TAXABLE TO TRUE
        SET CUS-FREIGHT-BY-WEIGHT TO TRUE
    END-IF
    MOVE ZERO TO INP-TAX-RATE
    MOVE ZERO TO INP-TAXABLE-AMOUNT
    MOVE ZERO TO INP-EXEMPT-AMOUNT
    MOVE ZERO TO INP-TAX-AMOUNT
    SET INP-RATE-FOUND-SW TO "Y"
    IF CUS-TAX-EXEMPT
        MOVE ORD-HDR-ORDER-TOTAL TO INP-EXEMPT-AMOUNT
    ELSE
        MOVE ORD-HDR-ORDER-TOTAL TO INP-TAXABLE-AMOUNT
        MOVE CUS-TAX-JURISDICTION TO TAX-JURISDICTION
        READ TAX-RATE-TABLE
            INVALID KEY SET INP-RATE-FOUND-SW TO "N"
        END-READ
        IF INP-RATE-FOUND
            MOVE TAX-RATE TO INP-TAX-RATE
            COMPUTE INP-TAX-AMOUNT ROUNDED =
                INP-TAXABLE-AMOUNT * INP-TAX-RATE
        ELSE
            ADD 1 TO INP-NO-RATE-COUNT
            DISPLAY "INVPRINT: ORDER " ORD-HDR-ORDER-ID
                " NO TAX RATE ON FILE FOR JURISDICTION '"
                CUS-TAX-JURISDICTION "'"
        END-IF
    END-IF
    PERFORM PriceFreight
    COMPUTE INP-GROSS-AMOUNT =
        ORD-HDR-ORDER-TOTAL + INP-TAX-AMOUNT + INP-FREIGHT-AMOUNT
    ADD INP-TAX-AMOUNT TO INP-TAX-GRAND-TOTAL
    ADD INP-FREIGHT-AMOUNT TO INP-FREIGHT-GRAND-TOTAL.

PriceFreight.
    MOVE ZERO TO INP-FREIGHT-AMOUNT
    EVALUATE TRUE
        WHEN CUS-FREIGHT-NONE
            CONTINUE
        WHEN CUS-FREIGHT-FLAT
            MOVE INP-FLAT-FREIGHT TO INP-FREIGHT-AMOUNT
        WHEN OTHER
            SET INP-BAND-FOUND-SW TO "N"
            PERFORM FindFreightBand
                VARYING INP-BAND-IX FROM 1 BY 1
                UNTIL INP-BAND-IX > INP-BAND-COUNT
                    OR INP-BAND-FOUND
*>          THE PERFORM LEAVES THE INDEX ONE PAST THE BAND THAT
*>          MATCHED - STEP IT BACK BEFORE TAKING THE CHARGE.
            IF INP-BAND-FOUND
                SET INP-BAND-IX DOWN BY 1
                MOVE INP-BAND-CHARGE (INP-BAND-IX) TO INP-FREIGHT-AMOUNT
            ELSE
                IF INP-BAND-COUNT > ZERO
                    SET INP-BAND-IX TO INP-BAND-COUNT
                    MOVE INP-BAND-CHARGE (INP-BAND-IX)
                        TO INP-FREIGHT-AMOUNT
                    ADD 1 TO INP-OVER-BAND-COUNT
                    DISPLAY "INVPRINT: ORDER " ORD-HDR-ORDER-ID
                        " WEIGHT " INP-ORDER-WEIGHT
                        " IS OVER THE TOP FREIGHT BAND"
                END-IF
            END-IF
    END-EVALUATE.

FindFreightBand.
    IF INP-ORDER-WEIGHT NOT > INP-BAND-MAX-WEIGHT (INP-BAND-IX)
        SET INP-BAND-FOUND TO TRUE
    END-IF.

OpenReceivableItem.
*>  EVERY INVOICE BILLED OPENS AN ITEM ON THE RECEIVABLES LEDGER
*>  IN THE SAME RUN, SO THE LEDGER AND THE INVOICES SENT OUT NEVER
*>  DRIFT APART - THE SAME DISCIPLINE RCVPOST APPLIES TO ON-HAND
*>  AND INVENTORY-MOVE-HIST.  CSHPOST RELIEVES THE OPEN AMOUNT AS
*>  CASH COMES IN AND ORDPROC ADDS WHAT IS STILL OPEN TO A NEW
*>  ORDER BEFORE THE CREDIT TEST.  THE ITEM IS OPENED AT THE GROSS
*>  AMOUNT BILLED - GOODS, TAX AND FREIGHT - SINCE THAT IS WHAT THE
*>  CUSTOMER OWES.
    MOVE ORD-HDR-CUSTOMER-ID TO ARI-CUSTOMER-ID
    MOVE ORD-HDR-ORDER-ID TO ARI-ORDER-ID
    MOVE INP-RUN-DATE TO ARI-INVOICE-DATE
    MOVE INP-GROSS-AMOUNT TO ARI-ORIGINAL-AMOUNT
    MOVE INP-GROSS-AMOUNT TO ARI-OPEN-AMOUNT
    SET ARI-INVOICE-ITEM TO TRUE
    WRITE ARI-OPEN-ITEM-RECORD
    ADD 1 TO INP-AR-ITEM-COUNT.

WriteTaxHistory.
*>  ONE RECORD PER INVOICE, EXEMPT ONES INCLUDED, SO THE MONTH-END
*>  TAX REPORT ACCOUNTS FOR EVERY SALE IN EVERY JURISDICTION.
    MOVE CUS-TAX-JURISDICTION TO TXH-JURISDICTION
    MOVE INP-RUN-DATE TO TXH-DOCUMENT-DATE
    MOVE ORD-HDR-ORDER-ID TO TXH-DOCUMENT-ID
    SET TXH-INVOICE TO TRUE
    MOVE ORD-HDR-CUSTOMER-ID TO TXH-CUSTOMER-ID
    MOVE INP-TAX-RATE TO TXH-TAX-RATE
    MOVE INP-TAXABLE-AMOUNT TO TXH-TAXABLE-AMOUNT
    MOVE INP-EXEMPT-AMOUNT TO TXH-EXEMPT-AMOUNT
    MOVE INP-TAX-AMOUNT TO TXH-TAX-AMOUNT
    MOVE INP-FREIGHT-AMOUNT TO TXH-FREIGHT-AMOUNT
    WRITE TXH-TAX-HIST-RECORD.

StartInvoicePage.
    ADD 1 TO INP-PAGE-NO
    MOVE ZERO TO INP-LINES-ON-PAGE
    PERFORM WritePrintLine
    MOVE SPACES TO INP-PRINT-LINE
    PERFORM WritePrintLine
    MOVE SPACES TO INP-PRINT-LINE
    STRING "LINE PROD  PRODUCT NAME         QUANTITY  LIST PRICE"
               DELIMITED BY SIZE
           "  DISCOUNT NET PRICE    EXTENDED  PRICED FROM"
               DELIMITED BY SIZE
        INTO INP-PRINT-LINE
    PERFORM WritePrintLine.

PrintInvoiceLine.
        PERFORM StartInvoicePage
    END-IF
    PERFORM FindProductName
    PERFORM FindLineDiscount
    MOVE ORD-LN-UNIT-PRICE TO INP-UNIT-PRICE-EDIT
    MOVE INP-LIST-PRICE TO INP-LIST-PRICE-EDIT
    MOVE INP-UNIT-DISCOUNT TO INP-DISCOUNT-EDIT
    MOVE ORD-LN-LINE-TOTAL TO INP-LINE-TOTAL-EDIT
    MOVE SPACES TO INP-PRINT-LINE
    STRING " " DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           ORD-LN-QUANTITY DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           INP-LIST-PRICE-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           INP-DISCOUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           INP-UNIT-PRICE-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           INP-LINE-TOTAL-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           INP-PRICED-FROM DELIMITED BY SIZE
        INTO INP-PRINT-LINE
    PERFORM WritePrintLine
    ADD 1 TO INP-LINES-ON-PAGE
    ADD ORD-LN-LINE-TOTAL TO INP-LINE-TOTAL-SUM
    PERFORM ReadNextLine.

FindLineDiscount.
*>  A LINE WRITTEN BEFORE LIST PRICE WAS KEPT ON THE ORDER LINE
*>  CARRIES NO LIST PRICE - IT WAS PRICED AT LIST, SO IT PRINTS
*>  WITH LIST EQUAL TO NET AND NO DISCOUNT.
    IF ORD-LN-LIST-PRICE NOT NUMERIC
            OR ORD-LN-LIST-PRICE < ORD-LN-UNIT-PRICE
        MOVE ORD-LN-UNIT-PRICE TO INP-LIST-PRICE
    ELSE
        MOVE ORD-LN-LIST-PRICE TO INP-LIST-PRICE
    END-IF
    SUBTRACT ORD-LN-UNIT-PRICE FROM INP-LIST-PRICE
        GIVING INP-UNIT-DISCOUNT
    EVALUATE TRUE
        WHEN ORD-LN-PRODUCT-CONTRACT
            MOVE "CONTRACT-PROD" TO INP-PRICED-FROM
        WHEN ORD-LN-BRAND-CONTRACT
            MOVE "CONTRACT-BRAND" TO INP-PRICED-FROM
        WHEN OTHER
            MOVE "LIST" TO INP-PRICED-FROM
    END-EVALUATE.

FindProductName.
    SET INP-PRODUCT-FOUND-SW TO "Y"
    MOVE ORD-LN-PRODUCT-ID TO CAT-PRODUCT-ID
    END-READ
    IF INP-PRODUCT-FOUND
        MOVE CAT-PRODUCT-NAME TO INP-PRODUCT-NAME-PRT
        COMPUTE INP-ORDER-WEIGHT =
            INP-ORDER-WEIGHT + ORD-LN-QUANTITY * CAT-UNIT-WEIGHT
    ELSE
        MOVE "(NOT ON CATALOG)" TO INP-PRODUCT-NAME-PRT
    END-IF.
    PERFORM WritePrintLine
    MOVE ORD-HDR-ORDER-TOTAL TO INP-ORDER-TOTAL-EDIT
    MOVE SPACES TO INP-PRINT-LINE
    STRING "GOODS TOTAL" DELIMITED BY SIZE
           "                                           " DELIMITED BY SIZE
           INP-ORDER-TOTAL-EDIT DELIMITED BY SIZE
        INTO INP-PRINT-LINE
    PERFORM WritePrintLine
    PERFORM PrintTaxAndFreight
    IF INP-LINE-TOTAL-SUM NOT = ORD-HDR-ORDER-TOTAL
*>      THE PRINTED LINE ITEMS MUST ADD UP TO THE HEADER TOTAL WE
*>      ARE BILLING - FLAG THE INVOICE RATHER THAN SEND A CUSTOMER
            " LINE ITEMS DO NOT FOOT TO HEADER TOTAL"
    END-IF.

PrintTaxAndFreight.
    MOVE SPACES TO INP-TOTAL-LABEL
    EVALUATE TRUE
        WHEN CUS-TAX-EXEMPT
            STRING "SALES TAX - EXEMPT, JURISDICTION " DELIMITED BY SIZE
                   CUS-TAX-JURISDICTION DELIMITED BY SIZE
                INTO INP-TOTAL-LABEL
        WHEN INP-RATE-FOUND
            MOVE INP-TAX-RATE TO INP-RATE-EDIT
            STRING "SALES TAX - " DELIMITED BY SIZE
                   TAX-JURISDICTION-NAME DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   INP-RATE-EDIT DELIMITED BY SIZE
                INTO INP-TOTAL-LABEL
        WHEN OTHER
            STRING "*** NO TAX RATE FOR JURISDICTION '" DELIMITED BY SIZE
                   CUS-TAX-JURISDICTION DELIMITED BY SIZE
                   "' ***" DELIMITED BY SIZE
                INTO INP-TOTAL-LABEL
    END-EVALUATE
    MOVE INP-TAX-AMOUNT TO INP-AMOUNT-EDIT
    PERFORM WriteTotalLine
    MOVE SPACES TO INP-TOTAL-LABEL
    EVALUATE TRUE
        WHEN CUS-FREIGHT-NONE
            MOVE "FREIGHT - CUSTOMER COLLECT" TO INP-TOTAL-LABEL
        WHEN CUS-FREIGHT-FLAT
            MOVE "FREIGHT - FLAT RATE PER ORDER" TO INP-TOTAL-LABEL
        WHEN OTHER
            MOVE INP-ORDER-WEIGHT TO INP-WEIGHT-EDIT
            STRING "FREIGHT - SHIPPED WEIGHT " DELIMITED BY SIZE
                   INP-WEIGHT-EDIT DELIMITED BY SIZE
                   " LBS" DELIMITED BY SIZE
                INTO INP-TOTAL-LABEL
    END-EVALUATE
    MOVE INP-FREIGHT-AMOUNT TO INP-AMOUNT-EDIT
    PERFORM WriteTotalLine
    MOVE "INVOICE TOTAL DUE" TO INP-TOTAL-LABEL
    MOVE INP-GROSS-AMOUNT TO INP-AMOUNT-EDIT
    PERFORM WriteTotalLine.

WriteTotalLine.
    MOVE SPACES TO INP-PRINT-LINE
    STRING INP-TOTAL-LABEL DELIMITED BY SIZE
           INP-AMOUNT-EDIT DELIMITED BY SIZE
        INTO INP-PRINT-LINE
    PERFORM WritePrintLine.

WritePrintLine.
    MOVE INP-PRINT-LINE TO INP-PRINT-RECORD
    WRITE INP-PRINT-RECORD.
WriteRunSummary.
    DISPLAY "INVPRINT: INVOICES PRINTED - " INP-INVOICE-COUNT
    DISPLAY "INVPRINT: TOTAL MISMATCHES - " INP-MISMATCH-COUNT
    DISPLAY "INVPRINT: AR ITEMS OPENED  - " INP-AR-ITEM-COUNT
    MOVE INP-TAX-GRAND-TOTAL TO INP-GRAND-EDIT
    DISPLAY "INVPRINT: SALES TAX BILLED - " INP-GRAND-EDIT
    MOVE INP-FREIGHT-GRAND-TOTAL TO INP-GRAND-EDIT
    DISPLAY "INVPRINT: FREIGHT BILLED   - " INP-GRAND-EDIT
    DISPLAY "INVPRINT: NO TAX RATE      - " INP-NO-RATE-COUNT
    DISPLAY "INVPRINT: OVER TOP BAND    - " INP-OVER-BAND-COUNT
    DISPLAY "INVPRINT: BANDS OMITTED    - " INP-BAND-OVERFLOW-CT.

TerminateRun.
    CLOSE PRODUCT-MASTER
    CLOSE ORDER-HEADER-FILE
    CLOSE ORDER-LINE-FILE
    CLOSE INVOICE-PRINT
    CLOSE AR-OPEN-ITEM-FILE
    CLOSE CUSTOMER-MASTER
    CLOSE TAX-RATE-TABLE
    CLOSE SALES-TAX-HIST.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT INP-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT INP-STEP-START-TIME FROM TIME
    SET INP-PREREQ-1-SW TO "N"
    IF INP-PREREQ-STEP-1 = SPACES
        SET INP-PREREQ-1-SW TO "Y"
    END-IF
    SET INP-PREREQ-2-SW TO "N"
    IF INP-PREREQ-STEP-2 = SPACES
        SET INP-PREREQ-2-SW TO "Y"
    END-IF
    SET INP-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF INP-LEDGER-MISSING
        SET INP-LEDGER-EOF TO TRUE
    END-IF
    IF NOT INP-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL INP-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO INP-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT INP-PREREQ-1-DONE
            STRING INP-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO INP-LEDGER-REASON
        WHEN NOT INP-PREREQ-2-DONE
            STRING INP-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO INP-LEDGER-REASON
        WHEN INP-ALREADY-RAN AND NOT INP-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO INP-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF INP-LEDGER-REASON NOT = SPACES
        SET INP-LEDGER-REFUSED TO TRUE
        DISPLAY "INVPRINT: RUN REFUSED - " INP-LEDGER-REASON
        DISPLAY "INVPRINT: BUSINESS DATE " INP-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE INP-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET INP-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = INP-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = INP-STEP-NAME
            SET INP-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = INP-PREREQ-STEP-1
            SET INP-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = INP-PREREQ-STEP-2
            SET INP-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE INP-STEP-NAME TO RLG-STEP-NAME
    MOVE INP-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE INP-STEP-START-DATE TO RLG-START-DATE
    MOVE INP-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "INVOICES / AR ITEMS / MISMATCH" TO RLG-COUNT-TEXT
    MOVE SPACES TO RLG-MESSAGE.

WriteLedgerEnd.
*>  A RETURN CODE ABOVE 4 LEAVES THE STEP FAILED ON THE LEDGER, SO
*>  THE STEPS THAT DEPEND ON IT ARE HELD UNTIL IT IS RUN CLEAN.
    PERFORM StartLedgerRecord
    ACCEPT RLG-END-DATE FROM DATE YYYYMMDD
    ACCEPT RLG-END-TIME FROM TIME
    MOVE RETURN-CODE TO RLG-RETURN-CODE
    IF RETURN-CODE > 4
        SET RLG-STEP-FAILED TO TRUE
        MOVE "ENDED WITH A BAD RETURN CODE" TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-COMPLETED TO TRUE
    END-IF
    MOVE INP-INVOICE-COUNT TO RLG-COUNT-1
    MOVE INP-AR-ITEM-COUNT TO RLG-COUNT-2
    MOVE INP-MISMATCH-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
