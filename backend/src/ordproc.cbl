        ACCESS MODE IS RANDOM
        RECORD KEY IS CUS-CUSTOMER-ID
        FILE STATUS IS ORD-CUSTMSTR-STATUS.
    SELECT PRICE-AGREEMENT-FILE ASSIGN TO "CPAGREE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CPA-AGREEMENT-KEY
        FILE STATUS IS ORD-AGREEMENT-STATUS.
    SELECT ORDER-INPUT ASSIGN TO "ORDIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ORD-INPUT-STATUS.
    SELECT OPTIONAL ORDER-CHECKPOINT-FILE ASSIGN TO "ORDCKPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ORD-CHECKPOINT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ORD-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    COPY PRODREC.
FD  CUSTOMER-MASTER.
    COPY CUSTREC.
FD  PRICE-AGREEMENT-FILE.
    COPY CPAREC.
FD  ORDER-INPUT.
    COPY ORDIN.
FD  ORDER-HEADER-FILE.
    COPY ARITMREC.
FD  ORDER-CHECKPOINT-FILE.
    COPY OCKPREC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  ORD-PRODMSTR-STATUS         PIC X(2).
    88  ORD-PRODMSTR-EOF            VALUE "10".
01  ORD-CUSTMSTR-STATUS         PIC X(2).
01  ORD-AGREEMENT-STATUS        PIC X(2).
01  ORD-INPUT-STATUS            PIC X(2).
    88  ORD-INPUT-EOF                VALUE "10".
01  ORD-HEADER-STATUS           PIC X(2).
    88  ORD-RERUN-BLOCKED            VALUE "Y".
01  ORD-TRAN-COUNT              PIC 9(5) VALUE ZERO.
01  ORD-OPENING-UNITS           PIC 9(9) VALUE ZERO.
01  ORD-OPENING-TIME            PIC 9(8) VALUE ZERO.
01  ORD-LINE-COUNT              PIC 9(3) VALUE ZERO.
01  ORD-ORDER-TOTAL             PIC 9(7)V99 VALUE ZERO.
01  ORD-CUR-CREDIT-LIMIT        PIC 9(7)V99 VALUE ZERO.
01  ORD-CUR-OPEN-BALANCE        PIC S9(9)V99 VALUE ZERO.
01  ORD-CREDIT-EXPOSURE         PIC S9(9)V99 VALUE ZERO.
*>  THE OPEN RECEIVABLES LEDGER IS SUMMED PER CUSTOMER UP FRONT SO
*>  THE CREDIT DECISION TESTS WHAT THE CUSTOMER ALREADY OWES PLUS
*>  THE NEW ORDER AGAINST THE LIMIT - NOT THE ORDER ALONE.  A
*>  CUSTOMER WHOSE CREDITS OUTRUN THEIR INVOICES CARRIES A NEGATIVE
*>  BALANCE, WHICH RAISES THE HEADROOM FOR THE NEW ORDER.
01  ORD-AR-BALANCE-TABLE.
    05  ORD-AR-BALANCE-ENTRY OCCURS 200 TIMES
            INDEXED BY ORD-AR-IX.
        10  ORD-ARB-CUSTOMER-ID  PIC X(6).
        10  ORD-ARB-OPEN-BALANCE PIC S9(9)V99.
01  ORD-AR-CUSTOMER-COUNT       PIC 9(3) COMP VALUE ZERO.
01  ORD-AR-OVERFLOW-CT          PIC 9(5) COMP VALUE ZERO.
01  ORD-AR-ENTRY-FOUND-SW       PIC X(1).
    05  ORD-CUR-ORDER-ID        PIC X(8).
    05  ORD-CUR-UNIT-PRICE      PIC 9(5)V99.
    05  ORD-CUR-LINE-TOTAL      PIC 9(7)V99.
    05  ORD-CUR-PRICE-SOURCE    PIC X(1).
        88  ORD-CUR-LIST-PRICED      VALUE "L".
*>  A CUSTOMER'S PRICE AGREEMENT IS LOOKED UP FIRST ON THE PRODUCT,
*>  THEN ON THE PRODUCT'S BRAND; THE LINE IS PRICED AT THE AGREED
*>  PRICE ONLY WHEN THE AGREEMENT IS IN FORCE ON THE RUN DATE, THE
*>  LINE QUANTITY REACHES ONE OF ITS TIERS AND THE RESULT IS BELOW
*>  LIST - OTHERWISE IT FALLS BACK TO LIST.
01  ORD-AGREEMENT-FOUND-SW      PIC X(1).
    88  ORD-AGREEMENT-FOUND          VALUE "Y".
01  ORD-TIER-FOUND-SW           PIC X(1).
    88  ORD-TIER-FOUND               VALUE "Y".
01  ORD-CONTRACT-PRICE          PIC 9(5)V99.
*>  THE ORDER'S LINES ARE HELD HERE UNTIL THE CUSTOMER BREAK SO
*>  THE CREDIT DECISION CAN BE TAKEN ON THE FINISHED ORDER TOTAL -
*>  AN ORDER OVER ITS LIMIT GOES TO ORDER-HOLD-FILE AND ITS LINES
        10  ORD-PEND-QUANTITY    PIC 9(5).
        10  ORD-PEND-UNIT-PRICE  PIC 9(5)V99.
        10  ORD-PEND-LINE-TOTAL  PIC 9(7)V99.
        10  ORD-PEND-LIST-PRICE  PIC 9(5)V99.
        10  ORD-PEND-PRICE-SOURCE PIC X(1).
01  ORD-PEND-IX                 PIC 9(3) COMP.
01  ORD-SCAN-IX                 PIC 9(3) COMP.
01  ORD-PEND-SAME-QTY           PIC 9(7) VALUE ZERO.
        10  ORD-PBKO-PRODUCT-ID  PIC X(5).
        10  ORD-PBKO-QUANTITY    PIC 9(5).
01  ORD-PEND-BKO-COUNT          PIC 9(3) COMP VALUE ZERO.
01  ORD-LEDGER-STATUS           PIC X(2).
    88  ORD-LEDGER-EOF               VALUE "10".
    88  ORD-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  ORD-STEP-NAME               PIC X(8) VALUE "ORDPROC".
01  ORD-PREREQ-STEP-1           PIC X(8) VALUE "ORDEDIT".
01  ORD-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  ORD-PREREQ-1-SW             PIC X(1).
    88  ORD-PREREQ-1-DONE            VALUE "Y".
01  ORD-PREREQ-2-SW             PIC X(1).
    88  ORD-PREREQ-2-DONE            VALUE "Y".
01  ORD-ALREADY-RAN-SW          PIC X(1).
    88  ORD-ALREADY-RAN              VALUE "Y".
01  ORD-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  ORD-RERUN-ALLOWED            VALUE "Y".
01  ORD-LEDGER-SW               PIC X(1) VALUE "N".
    88  ORD-LEDGER-REFUSED           VALUE "Y".
01  ORD-LEDGER-REASON           PIC X(40).
01  ORD-STEP-START-DATE         PIC 9(8).
01  ORD-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ProcessOrders.
    PERFORM CheckRunLedger
    IF ORD-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        IF ORD-RERUN-BLOCKED
            MOVE 8 TO RETURN-CODE
        ELSE
            IF NOT ORD-RESTARTING
                PERFORM ReadNextOrderLine
            END-IF
            PERFORM ProcessOrderLine UNTIL ORD-INPUT-EOF
            PERFORM CloseCustomerOrder
            PERFORM LowStockReport
            PERFORM WriteRunSummary
            PERFORM TerminateRun
        END-IF
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

            MOVE OCT-LAST-ORDER-NO TO ORD-NEXT-ORDER-NO
            OPEN I-O PRODUCT-MASTER
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT PRICE-AGREEMENT-FILE
            OPEN INPUT ORDER-INPUT
            OPEN EXTEND BACKORDER-FILE
            PERFORM LoadOpenReceivables
    OPEN EXTEND ORDER-HOLD-LINE-FILE
    MOVE OCP-LAST-ORDER-NO TO ORD-NEXT-ORDER-NO
    MOVE OCP-OPENING-UNITS TO ORD-OPENING-UNITS
    MOVE OCP-OPENING-TIME TO ORD-OPENING-TIME
    MOVE OCP-TRAN-COUNT TO ORD-TRAN-COUNT
    MOVE OCP-ACCEPTED-COUNT TO ORD-ACCEPTED-COUNT
    MOVE OCP-REJECTED-COUNT TO ORD-REJECTED-COUNT
*>  TOTAL ON-HAND ACROSS THE WHOLE MASTER BEFORE ANY POSTING.  THE
*>  SNAPSHOT GOES OUT ON THE CONTROL RECORD SO THE BALANCING STEP
*>  (ORDBAL) CAN PROVE THE DAY'S ORDLINE UNITS AGAINST THE NET
*>  DROP IN CAT-ON-HAND-QTY.  THE TIME GOES WITH IT SO ORDBAL CAN
*>  TELL WHICH ONLINE ORDER CANCELLATIONS CAME AFTER THE SNAPSHOT.
    ACCEPT ORD-OPENING-TIME FROM TIME
    MOVE ZERO TO ORD-OPENING-UNITS
    MOVE LOW-VALUES TO CAT-PRODUCT-ID
    START PRODUCT-MASTER KEY IS NOT LESS THAN CAT-PRODUCT-ID
*>  BALANCE PER CUSTOMER.  A CUSTOMER PAST THE TABLE LIMIT WOULD
*>  SHOW A ZERO BALANCE, SO THE OVERFLOW IS CALLED OUT LOUDLY -
*>  IT MEANS THE CREDIT TEST IS RUNNING SHORT OF THE FULL LEDGER.
*>  CREDIT MEMOS AND CASH HELD ON ACCOUNT ARE BOTH CREDIT ITEMS AND
*>  COME OFF THE BALANCE.
    OPEN INPUT AR-OPEN-ITEM-FILE
    IF ORD-AR-ITEM-MISSING
        SET ORD-AR-ITEM-EOF TO TRUE
                TO ORD-ARB-CUSTOMER-ID (ORD-AR-IX)
            MOVE ZERO TO ORD-ARB-OPEN-BALANCE (ORD-AR-IX)
        END-IF
        IF ARI-CREDIT-ITEM
            SUBTRACT ARI-OPEN-AMOUNT
                FROM ORD-ARB-OPEN-BALANCE (ORD-AR-IX)
        ELSE
            ADD ARI-OPEN-AMOUNT TO ORD-ARB-OPEN-BALANCE (ORD-AR-IX)
        END-IF
    END-IF
    PERFORM ReadNextOpenItem.


PostOrderLine.
    ADD 1 TO ORD-LINE-COUNT
    PERFORM PriceOrderLine
    MULTIPLY ORD-IN-QUANTITY BY ORD-CUR-UNIT-PRICE
        GIVING ORD-CUR-LINE-TOTAL
    MOVE ORD-IN-PRODUCT-ID TO ORD-PEND-PRODUCT-ID (ORD-LINE-COUNT)
    MOVE ORD-IN-QUANTITY TO ORD-PEND-QUANTITY (ORD-LINE-COUNT)
    MOVE ORD-CUR-UNIT-PRICE TO ORD-PEND-UNIT-PRICE (ORD-LINE-COUNT)
    MOVE ORD-CUR-LINE-TOTAL TO ORD-PEND-LINE-TOTAL (ORD-LINE-COUNT)
    MOVE CAT-PRICE TO ORD-PEND-LIST-PRICE (ORD-LINE-COUNT)
    MOVE ORD-CUR-PRICE-SOURCE
        TO ORD-PEND-PRICE-SOURCE (ORD-LINE-COUNT)
    ADD ORD-CUR-LINE-TOTAL TO ORD-ORDER-TOTAL
    COMPUTE ORD-CREDIT-EXPOSURE =
        ORD-ORDER-TOTAL + ORD-CUR-OPEN-BALANCE
            ")"
    END-IF.

PriceOrderLine.
*>  PRICES THE LINE FROM THE CUSTOMER'S PRICE AGREEMENT WHERE ONE
*>  APPLIES AND FROM CAT-PRICE OTHERWISE.  A PRODUCT AGREEMENT
*>  TAKES PRECEDENCE OVER A BRAND AGREEMENT; WHICH ONE PRICED THE
*>  LINE IS KEPT ON IT SO THE INVOICE CAN SHOW THE DISCOUNT.
    MOVE CAT-PRICE TO ORD-CUR-UNIT-PRICE
    SET ORD-CUR-LIST-PRICED TO TRUE
    MOVE ORD-CURRENT-CUSTOMER TO CPA-CUSTOMER-ID
    SET CPA-PRODUCT-SCOPE TO TRUE
    MOVE CAT-PRODUCT-ID TO CPA-ITEM-CODE
    PERFORM ApplyPriceAgreement
    IF ORD-CUR-LIST-PRICED
        MOVE ORD-CURRENT-CUSTOMER TO CPA-CUSTOMER-ID
        SET CPA-BRAND-SCOPE TO TRUE
        MOVE CAT-BRAND-CODE TO CPA-ITEM-CODE
        PERFORM ApplyPriceAgreement
    END-IF.

ApplyPriceAgreement.
    SET ORD-AGREEMENT-FOUND-SW TO "Y"
    READ PRICE-AGREEMENT-FILE
        INVALID KEY SET ORD-AGREEMENT-FOUND-SW TO "N"
    END-READ
    IF ORD-AGREEMENT-FOUND
        IF CPA-START-DATE > ORD-RUN-DATE
            SET ORD-AGREEMENT-FOUND-SW TO "N"
        END-IF
        IF CPA-END-DATE > ZERO AND CPA-END-DATE < ORD-RUN-DATE
            SET ORD-AGREEMENT-FOUND-SW TO "N"
        END-IF
    END-IF
    IF ORD-AGREEMENT-FOUND
        SET ORD-TIER-FOUND-SW TO "N"
        PERFORM CheckBreakTier
            VARYING CPA-TIER-IX FROM 1 BY 1 UNTIL CPA-TIER-IX > 4
        IF ORD-TIER-FOUND AND ORD-CONTRACT-PRICE < CAT-PRICE
            MOVE ORD-CONTRACT-PRICE TO ORD-CUR-UNIT-PRICE
            MOVE CPA-SCOPE TO ORD-CUR-PRICE-SOURCE
        END-IF
    END-IF.

CheckBreakTier.
*>  TIERS ARE HELD IN ASCENDING QUANTITY ORDER, SO THE LAST TIER
*>  THE LINE QUANTITY REACHES IS THE DEEPEST BREAK IT EARNS.
    IF CPA-TIER-MIN-QTY (CPA-TIER-IX) > ZERO
            AND CPA-TIER-MIN-QTY (CPA-TIER-IX) NOT > ORD-IN-QUANTITY
        SET ORD-TIER-FOUND TO TRUE
        IF CPA-NET-PRICE
            MOVE CPA-TIER-PRICE (CPA-TIER-IX) TO ORD-CONTRACT-PRICE
        ELSE
            COMPUTE ORD-CONTRACT-PRICE ROUNDED = CAT-PRICE
                * (100 - CPA-TIER-PERCENT (CPA-TIER-IX)) / 100
        END-IF
    END-IF.

RejectOrderLine.
    ADD 1 TO ORD-REJECTED-COUNT.

    MOVE ORD-CURRENT-CUSTOMER TO OCP-LAST-CUSTOMER-ID
    MOVE ORD-NEXT-ORDER-NO TO OCP-LAST-ORDER-NO
    MOVE ORD-OPENING-UNITS TO OCP-OPENING-UNITS
    MOVE ORD-OPENING-TIME TO OCP-OPENING-TIME
    MOVE ORD-TRAN-COUNT TO OCP-TRAN-COUNT
    MOVE ORD-ACCEPTED-COUNT TO OCP-ACCEPTED-COUNT
    MOVE ORD-REJECTED-COUNT TO OCP-REJECTED-COUNT
    MOVE SPACES TO OCP-LAST-CUSTOMER-ID
    MOVE ORD-NEXT-ORDER-NO TO OCP-LAST-ORDER-NO
    MOVE ORD-OPENING-UNITS TO OCP-OPENING-UNITS
    MOVE ORD-OPENING-TIME TO OCP-OPENING-TIME
    MOVE ORD-TRAN-COUNT TO OCP-TRAN-COUNT
    MOVE ORD-ACCEPTED-COUNT TO OCP-ACCEPTED-COUNT
    MOVE ORD-REJECTED-COUNT TO OCP-REJECTED-COUNT
    MOVE ORD-PEND-QUANTITY (ORD-PEND-IX) TO ORD-LN-QUANTITY
    MOVE ORD-PEND-UNIT-PRICE (ORD-PEND-IX) TO ORD-LN-UNIT-PRICE
    MOVE ORD-PEND-LINE-TOTAL (ORD-PEND-IX) TO ORD-LN-LINE-TOTAL
    MOVE ORD-PEND-LIST-PRICE (ORD-PEND-IX) TO ORD-LN-LIST-PRICE
    MOVE ORD-PEND-PRICE-SOURCE (ORD-PEND-IX) TO ORD-LN-PRICE-SOURCE
    WRITE ORD-LINE-RECORD
    ADD 1 TO ORD-ACCEPTED-COUNT
    ADD 1 TO ORD-PEND-IX.
    MOVE ORD-PEND-QUANTITY (ORD-PEND-IX) TO OHL-QUANTITY
    MOVE ORD-PEND-UNIT-PRICE (ORD-PEND-IX) TO OHL-UNIT-PRICE
    MOVE ORD-PEND-LINE-TOTAL (ORD-PEND-IX) TO OHL-LINE-TOTAL
    MOVE ORD-PEND-LIST-PRICE (ORD-PEND-IX) TO OHL-LIST-PRICE
    MOVE ORD-PEND-PRICE-SOURCE (ORD-PEND-IX) TO OHL-PRICE-SOURCE
    WRITE OHL-HOLD-LINE-RECORD
    ADD 1 TO ORD-PEND-IX.

    MOVE ORD-RUN-DATE TO OCT-LAST-RUN-DATE
    MOVE ORD-TRAN-COUNT TO OCT-LAST-TRAN-COUNT
    MOVE ORD-OPENING-UNITS TO OCT-OPENING-UNITS
    MOVE ORD-OPENING-TIME TO OCT-OPENING-TIME
    OPEN OUTPUT ORDER-CONTROL-FILE
    WRITE OCT-CONTROL-RECORD
    CLOSE ORDER-CONTROL-FILE.
    PERFORM WriteCheckpointComplete
    CLOSE PRODUCT-MASTER
    CLOSE CUSTOMER-MASTER
    CLOSE PRICE-AGREEMENT-FILE
    CLOSE ORDER-INPUT
    CLOSE ORDER-HEADER-FILE
    CLOSE ORDER-LINE-FILE
    CLOSE ORDER-HOLD-FILE
    CLOSE ORDER-HOLD-LINE-FILE
    CLOSE BACKORDER-FILE.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT ORD-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT ORD-STEP-START-TIME FROM TIME
    SET ORD-PREREQ-1-SW TO "N"
    IF ORD-PREREQ-STEP-1 = SPACES
        SET ORD-PREREQ-1-SW TO "Y"
    END-IF
    SET ORD-PREREQ-2-SW TO "N"
    IF ORD-PREREQ-STEP-2 = SPACES
        SET ORD-PREREQ-2-SW TO "Y"
    END-IF
    SET ORD-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF ORD-LEDGER-MISSING
        SET ORD-LEDGER-EOF TO TRUE
    END-IF
    IF NOT ORD-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL ORD-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO ORD-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT ORD-PREREQ-1-DONE
            STRING ORD-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO ORD-LEDGER-REASON
        WHEN NOT ORD-PREREQ-2-DONE
            STRING ORD-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO ORD-LEDGER-REASON
        WHEN ORD-ALREADY-RAN AND NOT ORD-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO ORD-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF ORD-LEDGER-REASON NOT = SPACES
        SET ORD-LEDGER-REFUSED TO TRUE
        DISPLAY "ORDPROC: RUN REFUSED - " ORD-LEDGER-REASON
        DISPLAY "ORDPROC: BUSINESS DATE " ORD-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE ORD-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET ORD-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = ORD-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = ORD-STEP-NAME
            SET ORD-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = ORD-PREREQ-STEP-1
            SET ORD-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = ORD-PREREQ-STEP-2
            SET ORD-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE ORD-STEP-NAME TO RLG-STEP-NAME
    MOVE ORD-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE ORD-STEP-START-DATE TO RLG-START-DATE
    MOVE ORD-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "ORDERS / LINES OK / LINES REJ" TO RLG-COUNT-TEXT
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
    MOVE ORD-ORDER-COUNT TO RLG-COUNT-1
    MOVE ORD-ACCEPTED-COUNT TO RLG-COUNT-2
    MOVE ORD-REJECTED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
