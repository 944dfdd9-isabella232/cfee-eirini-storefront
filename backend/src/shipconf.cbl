    SELECT CONFIRM-INPUT ASSIGN TO "SHIPIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS SHC-CONFIRM-STATUS.
    SELECT OPTIONAL ORDER-CANCEL-FILE ASSIGN TO "ORDCANC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OCN-CANCEL-KEY
        FILE STATUS IS SHC-CANCEL-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
    SELECT SORTED-HEADER-FILE ASSIGN TO "SHDRSRT"
        ORGANIZATION IS SEQUENTIAL
    SELECT INVENTORY-MOVE-HIST ASSIGN TO "INVMHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS SHC-MOVE-HIST-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS SHC-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    COPY ORDLINE.
FD  CONFIRM-INPUT.
    COPY SHPREC.
FD  ORDER-CANCEL-FILE.
    COPY OCNREC.
SD  SORT-WORK-FILE.
01  SHC-SORT-RECORD.
    05  SHC-SRT-ORDER-ID        PIC X(8).
    05  SHC-SRTL-QUANTITY       PIC 9(5).
    05  SHC-SRTL-UNIT-PRICE     PIC 9(5)V99.
    05  SHC-SRTL-LINE-TOTAL     PIC 9(7)V99.
    05  SHC-SRTL-LIST-PRICE     PIC 9(5)V99.
    05  SHC-SRTL-PRICE-SOURCE   PIC X(1).
FD  SORTED-HEADER-FILE.
01  SHC-SORTED-HDR-RECORD           PIC X(34).
FD  SORTED-LINE-FILE.
01  SHC-SORTED-LINE-RECORD          PIC X(45).
FD  SORTED-CONFIRM-FILE.
01  SHC-SORTED-RECORD.
    05  SHC-CNF-ORDER-ID        PIC X(8).
FD  SHIPPED-HEADER-FILE.
01  SHC-SHIP-HDR-RECORD             PIC X(34).
FD  SHIPPED-LINE-FILE.
01  SHC-SHIP-LINE-RECORD            PIC X(45).
FD  UNSHIPPED-HEADER-FILE.
01  SHC-UNSHIP-HDR-RECORD           PIC X(34).
FD  UNSHIPPED-LINE-FILE.
01  SHC-UNSHIP-LINE-RECORD          PIC X(45).
FD  INVENTORY-MOVE-HIST.
    COPY INVMREC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  SHC-PRODMSTR-STATUS         PIC X(2).
01  SHC-HEADER-STATUS           PIC X(2).
01  SHC-UNSHIP-HDR-STATUS       PIC X(2).
01  SHC-UNSHIP-LINE-STATUS      PIC X(2).
01  SHC-MOVE-HIST-STATUS        PIC X(2).
01  SHC-CANCEL-STATUS           PIC X(2).
    88  SHC-CANCEL-MISSING           VALUE "05".
01  SHC-CANCEL-FILE-SW          PIC X(1) VALUE "N".
    88  SHC-CANCEL-FILE-PRESENT      VALUE "Y".
01  SHC-CANCEL-FOUND-SW         PIC X(1).
    88  SHC-CANCEL-FOUND             VALUE "Y".
01  SHC-RUN-DATE                PIC 9(8).
01  SHC-ALL-CONFIRMED-SW        PIC X(1).
    88  SHC-ALL-CONFIRMED            VALUE "Y".
01  SHC-ORDERS-SHIPPED          PIC 9(5) COMP VALUE ZERO.
01  SHC-ORDERS-UNSHIPPED        PIC 9(5) COMP VALUE ZERO.
01  SHC-ORDERS-EMPTY            PIC 9(5) COMP VALUE ZERO.
01  SHC-ORDERS-CANCELLED        PIC 9(5) COMP VALUE ZERO.
01  SHC-LINES-CUT-COUNT         PIC 9(5) COMP VALUE ZERO.
01  SHC-CANCEL-MISMATCH-COUNT   PIC 9(5) COMP VALUE ZERO.
01  SHC-SHORT-PICK-COUNT        PIC 9(5) COMP VALUE ZERO.
01  SHC-OVER-PICK-COUNT         PIC 9(5) COMP VALUE ZERO.
01  SHC-ORPHAN-CONFIRM-COUNT    PIC 9(5) COMP VALUE ZERO.
*>  IS CONSUMED BY EXACTLY ONE LINE (SHC-OLN-CNF-IX REMEMBERS
*>  WHICH), SO AN ORDER CARRYING THE SAME PRODUCT ON TWO LINES
*>  NEEDS - AND GETS - TWO CONFIRMATIONS.  200 MATCHES THE LINE
*>  LIMIT ORDPROC ENFORCES PER ORDER.  SHC-OLN-OPEN-QTY IS THE
*>  ORDERED QUANTITY LESS ANY UNITS CANCELLED ONLINE (ORDCANC) -
*>  IT IS WHAT THE WAREHOUSE IS HELD TO; A LINE CANCELLED OUTRIGHT
*>  NEEDS NO CONFIRMATION AND CLAIMS NONE.
01  SHC-ORDER-LINES.
    05  SHC-OLN-ENTRY OCCURS 200 TIMES.
        10  SHC-OLN-LINE-NO      PIC 9(3).
        10  SHC-OLN-PRODUCT-ID   PIC X(5).
        10  SHC-OLN-QUANTITY     PIC 9(5).
        10  SHC-OLN-OPEN-QTY     PIC 9(5).
        10  SHC-OLN-UNIT-PRICE   PIC 9(5)V99.
        10  SHC-OLN-LIST-PRICE   PIC 9(5)V99.
        10  SHC-OLN-PRICE-SOURCE PIC X(1).
        10  SHC-OLN-CNF-IX       PIC 9(3) COMP.
01  SHC-ORDER-LINE-COUNT        PIC 9(3) COMP VALUE ZERO.
01  SHC-ORDER-OPEN-UNITS        PIC 9(7) VALUE ZERO.
01  SHC-ORDER-CONFIRMS.
    05  SHC-CNF-ENTRY OCCURS 200 TIMES.
        10  SHC-CNFT-PRODUCT-ID  PIC X(5).
01  SHC-SHIPPED-LINE-NO         PIC 9(3).
01  SHC-SHIPPED-TOTAL           PIC 9(7)V99.
01  SHC-SHIP-LINE-TOTAL         PIC 9(7)V99.
01  SHC-LEDGER-STATUS           PIC X(2).
    88  SHC-LEDGER-EOF               VALUE "10".
    88  SHC-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  SHC-STEP-NAME               PIC X(8) VALUE "SHIPCONF".
01  SHC-PREREQ-STEP-1           PIC X(8) VALUE "PICKLST".
01  SHC-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  SHC-PREREQ-1-SW             PIC X(1).
    88  SHC-PREREQ-1-DONE            VALUE "Y".
01  SHC-PREREQ-2-SW             PIC X(1).
    88  SHC-PREREQ-2-DONE            VALUE "Y".
01  SHC-ALREADY-RAN-SW          PIC X(1).
    88  SHC-ALREADY-RAN              VALUE "Y".
01  SHC-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  SHC-RERUN-ALLOWED            VALUE "Y".
01  SHC-LEDGER-SW               PIC X(1) VALUE "N".
    88  SHC-LEDGER-REFUSED           VALUE "Y".
01  SHC-LEDGER-REASON           PIC X(40).
01  SHC-STEP-START-DATE         PIC 9(8).
01  SHC-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ConfirmShipments.
    PERFORM CheckRunLedger
    IF SHC-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
*>      ALL THREE INPUTS ARE SORTED INTO ONE ORDER-ID SEQUENCE BEFORE
*>      THE MERGE.  THE HEADER STREAM CANNOT BE TRUSTED AS-WRITTEN:
*>      IT CONCATENATES THE CARRY FILE WITH THE DAY'S GENERATION, AND
*>      THE SHARED NUMBER SERIES SPANS THREE PREFIXES (ORD, BKO, CRD)
*>      THAT DO NOT COLLATE IN ISSUE ORDER - A CARRIED ORD ORDER
*>      AHEAD OF A BKO/CRD GENERATION WOULD OTHERWISE BREAK THE MERGE
*>      AND STRAND EVERY CONFIRMATION BEHIND IT.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SHC-SRTH-ORDER-ID
            USING ORDER-HEADER-FILE
            GIVING SORTED-HEADER-FILE
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SHC-SRTL-ORDER-ID
                             SHC-SRTL-LINE-NO
            USING ORDER-LINE-FILE
            GIVING SORTED-LINE-FILE
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SHC-SRT-ORDER-ID
                             SHC-SRT-PRODUCT-ID
            USING CONFIRM-INPUT
            GIVING SORTED-CONFIRM-FILE
        OPEN INPUT SORTED-HEADER-FILE
        OPEN INPUT SORTED-LINE-FILE
        OPEN INPUT SORTED-CONFIRM-FILE
        PERFORM ReadNextHeader
        PERFORM ReadNextLine
        PERFORM ReadNextConfirm
        PERFORM ConfirmOneOrder UNTIL SHC-HEADER-EOF
        PERFORM FlagOrphanConfirm UNTIL SHC-SORTED-EOF
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    OPEN OUTPUT UNSHIPPED-HEADER-FILE
    OPEN OUTPUT UNSHIPPED-LINE-FILE
    OPEN EXTEND INVENTORY-MOVE-HIST
*>  ORDCANC ONLY EXISTS ONCE AN ORDER HAS FIRST BEEN CUT THROUGH
*>  ORDMNT - UNTIL THEN EVERY LINE IS HELD TO ITS POSTED QUANTITY.
    OPEN INPUT ORDER-CANCEL-FILE
    IF NOT SHC-CANCEL-MISSING
        SET SHC-CANCEL-FILE-PRESENT TO TRUE
    END-IF
    DISPLAY "SHIPCONF: SHIPMENT CONFIRMATION RUN STARTED FOR "
        SHC-RUN-DATE.

*>  WITH THE SAME BREAK ON THE CONFIRM STREAM.
    ADD 1 TO SHC-ORDERS-READ
    MOVE ZERO TO SHC-ORDER-LINE-COUNT
    MOVE ZERO TO SHC-ORDER-OPEN-UNITS
    PERFORM GatherOrderLine
        UNTIL SHC-LINE-EOF
        OR ORD-LN-ORDER-ID NOT = ORD-HDR-ORDER-ID
    PERFORM GatherOrderConfirm
        UNTIL SHC-SORTED-EOF
        OR SHC-CNF-ORDER-ID NOT = ORD-HDR-ORDER-ID
*>  AN ORDER CANCELLED IN FULL ONLINE HAS NOTHING LEFT TO PICK OR
*>  BILL - IT IS DROPPED HERE, NEITHER SHIPPED NOR CARRIED, AND ANY
*>  SHEET KEYED BACK AGAINST IT IS CALLED OUT AS EXTRA.
    IF SHC-ORDER-OPEN-UNITS = ZERO
        PERFORM DropCancelledOrder
        PERFORM FlagUnusedConfirm
            VARYING SHC-CNF-IX FROM 1 BY 1
            UNTIL SHC-CNF-IX > SHC-CONFIRM-COUNT
    ELSE
        PERFORM CheckAllLinesConfirmed
        IF SHC-ALL-CONFIRMED
            PERFORM ShipConfirmedOrder
            PERFORM FlagUnusedConfirm
                VARYING SHC-CNF-IX FROM 1 BY 1
                UNTIL SHC-CNF-IX > SHC-CONFIRM-COUNT
        ELSE
            PERFORM CarryUnshippedOrder
        END-IF
    END-IF
    PERFORM ReadNextHeader.

GatherOrderLine.
    ADD 1 TO SHC-ORDER-LINE-COUNT
    MOVE ORD-LN-LINE-NO
        TO SHC-OLN-LINE-NO (SHC-ORDER-LINE-COUNT)
    MOVE ORD-LN-PRODUCT-ID
        TO SHC-OLN-PRODUCT-ID (SHC-ORDER-LINE-COUNT)
    MOVE ORD-LN-QUANTITY
        TO SHC-OLN-QUANTITY (SHC-ORDER-LINE-COUNT)
    MOVE ORD-LN-QUANTITY
        TO SHC-OLN-OPEN-QTY (SHC-ORDER-LINE-COUNT)
    IF SHC-CANCEL-FILE-PRESENT
        PERFORM FindLineCancellation
    END-IF
    ADD SHC-OLN-OPEN-QTY (SHC-ORDER-LINE-COUNT) TO SHC-ORDER-OPEN-UNITS
    MOVE ORD-LN-UNIT-PRICE
        TO SHC-OLN-UNIT-PRICE (SHC-ORDER-LINE-COUNT)
    MOVE ORD-LN-LIST-PRICE
        TO SHC-OLN-LIST-PRICE (SHC-ORDER-LINE-COUNT)
    MOVE ORD-LN-PRICE-SOURCE
        TO SHC-OLN-PRICE-SOURCE (SHC-ORDER-LINE-COUNT)
    MOVE ZERO TO SHC-OLN-CNF-IX (SHC-ORDER-LINE-COUNT)
    PERFORM ReadNextLine.

FindLineCancellation.
*>  THE CANCEL RECORD IS KEYED ON THE LINE NUMBER THE ORDER WAS
*>  POSTED WITH, WHICH THE CARRY KEEPS.  ONE WHOSE PRODUCT NO
*>  LONGER MATCHES THE LINE IS REPORTED AND NOT APPLIED, AND NO
*>  LINE IS EVER CUT BELOW ZERO.
    SET SHC-CANCEL-FOUND-SW TO "Y"
    MOVE ORD-LN-ORDER-ID TO OCN-ORDER-ID
    MOVE ORD-LN-LINE-NO TO OCN-LINE-NO
    READ ORDER-CANCEL-FILE
        INVALID KEY SET SHC-CANCEL-FOUND-SW TO "N"
    END-READ
    IF SHC-CANCEL-FOUND
        IF OCN-PRODUCT-ID NOT = ORD-LN-PRODUCT-ID
            ADD 1 TO SHC-CANCEL-MISMATCH-COUNT
            DISPLAY "SHIPCONF: CANCELLATION FOR ORDER " ORD-LN-ORDER-ID
                " LINE " ORD-LN-LINE-NO " IS FOR " OCN-PRODUCT-ID
                " NOT " ORD-LN-PRODUCT-ID " - NOT APPLIED"
        ELSE
            ADD 1 TO SHC-LINES-CUT-COUNT
            IF OCN-CANCELLED-QTY < ORD-LN-QUANTITY
                COMPUTE SHC-OLN-OPEN-QTY (SHC-ORDER-LINE-COUNT) =
                    ORD-LN-QUANTITY - OCN-CANCELLED-QTY
            ELSE
                MOVE ZERO TO SHC-OLN-OPEN-QTY (SHC-ORDER-LINE-COUNT)
            END-IF
        END-IF
    END-IF.

FlagEarlyConfirm.
    PERFORM FlagOrphanConfirm.

*>  YET CLAIMED BY AN EARLIER LINE, AND REMEMBERS WHICH ONE - SO
*>  TWO LINES OF THE SAME PRODUCT CONSUME TWO CONFIRMATIONS, AND
*>  ONE CONFIRMATION IS NEVER BILLED TWICE.
    IF SHC-OLN-OPEN-QTY (SHC-LINE-IX) > ZERO
        SET SHC-ENTRY-FOUND-SW TO "N"
        PERFORM MatchLineConfirm
            VARYING SHC-CNF-IX FROM 1 BY 1
            UNTIL SHC-CNF-IX > SHC-CONFIRM-COUNT
                OR SHC-ENTRY-FOUND
        IF NOT SHC-ENTRY-FOUND
            SET SHC-ALL-CONFIRMED-SW TO "N"
        END-IF
    END-IF.

MatchLineConfirm.

ShipOneLine.
    PERFORM FindLinePickedQty
    IF SHC-PICKED-QTY > SHC-OLN-OPEN-QTY (SHC-LINE-IX)
*>      THE WAREHOUSE CANNOT SHIP MORE THAN THE CUSTOMER STILL WANTS -
*>      THE EXCESS IS A KEYING ERROR, A MIS-PULL OR A PULL MADE
*>      BEFORE THE LINE WAS CUT BACK, SO THE LINE IS CAPPED AT THE
*>      OPEN QUANTITY AND FLAGGED.  UNITS CANCELLED ONLINE WERE PUT
*>      BACK ON THE MASTER AT THE TIME AND ARE NOT RESTORED AGAIN.
        ADD 1 TO SHC-OVER-PICK-COUNT
        DISPLAY "SHIPCONF: ORDER " ORD-HDR-ORDER-ID " "
            SHC-OLN-PRODUCT-ID (SHC-LINE-IX)
            " PICKED " SHC-PICKED-QTY " OVER OPEN "
            SHC-OLN-OPEN-QTY (SHC-LINE-IX) " - CAPPED"
        MOVE SHC-OLN-OPEN-QTY (SHC-LINE-IX) TO SHC-PICKED-QTY
    END-IF
    IF SHC-PICKED-QTY < SHC-OLN-OPEN-QTY (SHC-LINE-IX)
        PERFORM RestoreShortPick
    END-IF
    IF SHC-PICKED-QTY > ZERO
        MOVE SHC-OLN-PRODUCT-ID (SHC-LINE-IX) TO ORD-LN-PRODUCT-ID
        MOVE SHC-PICKED-QTY TO ORD-LN-QUANTITY
        MOVE SHC-OLN-UNIT-PRICE (SHC-LINE-IX) TO ORD-LN-UNIT-PRICE
        MOVE SHC-OLN-LIST-PRICE (SHC-LINE-IX) TO ORD-LN-LIST-PRICE
        MOVE SHC-OLN-PRICE-SOURCE (SHC-LINE-IX)
            TO ORD-LN-PRICE-SOURCE
        COMPUTE SHC-SHIP-LINE-TOTAL =
            SHC-PICKED-QTY * SHC-OLN-UNIT-PRICE (SHC-LINE-IX)
        MOVE SHC-SHIP-LINE-TOTAL TO ORD-LN-LINE-TOTAL
*>  APPENDED TO INVENTORY-MOVE-HIST NAMING THE PICKER, THE SAME
*>  DISCIPLINE STKTAKE APPLIES TO COUNT ADJUSTMENTS.
    COMPUTE SHC-SHORT-QTY =
        SHC-OLN-OPEN-QTY (SHC-LINE-IX) - SHC-PICKED-QTY
    MOVE SHC-OLN-PRODUCT-ID (SHC-LINE-IX) TO CAT-PRODUCT-ID
    READ PRODUCT-MASTER
        INVALID KEY CONTINUE
    MOVE CAT-ON-HAND-QTY TO INV-NEW-ON-HAND
    MOVE SHC-RUN-DATE TO INV-MOVE-DATE
    MOVE SHC-PICKER-ID TO INV-POSTED-BY
    MOVE CAT-AVERAGE-COST TO INV-UNIT-COST
    WRITE INV-MOVE-RECORD
    ADD 1 TO SHC-SHORT-PICK-COUNT
    ADD SHC-SHORT-QTY TO SHC-UNITS-RESTORED
        CAT-PRODUCT-ID " SHORT PICKED - " SHC-SHORT-QTY
        " UNITS RESTORED".

DropCancelledOrder.
    ADD 1 TO SHC-ORDERS-CANCELLED
    DISPLAY "SHIPCONF: ORDER " ORD-HDR-ORDER-ID
        " CANCELLED IN FULL - DROPPED, NOT BILLED".

CarryUnshippedOrder.
*>  AN ORDER THE WAREHOUSE HAS NOT FULLY CONFIRMED DOES NOT FLOW
*>  TO BILLING - IT IS CARRIED INTACT AND RE-PRESENTED ON THE
*>  NEXT CONFIRMATION RUN.  THE LINES KEEP THEIR POSTED NUMBERS
*>  AND QUANTITIES, SO ORDCANC STILL CUTS THEM BACK NEXT TIME.
    ADD 1 TO SHC-ORDERS-UNSHIPPED
    WRITE SHC-UNSHIP-HDR-RECORD FROM ORD-HEADER-RECORD
    PERFORM CarryUnshippedLine

CarryUnshippedLine.
    MOVE ORD-HDR-ORDER-ID TO ORD-LN-ORDER-ID
    MOVE SHC-OLN-LINE-NO (SHC-LINE-IX) TO ORD-LN-LINE-NO
    MOVE SHC-OLN-PRODUCT-ID (SHC-LINE-IX) TO ORD-LN-PRODUCT-ID
    MOVE SHC-OLN-QUANTITY (SHC-LINE-IX) TO ORD-LN-QUANTITY
    MOVE SHC-OLN-UNIT-PRICE (SHC-LINE-IX) TO ORD-LN-UNIT-PRICE
    MOVE SHC-OLN-LIST-PRICE (SHC-LINE-IX) TO ORD-LN-LIST-PRICE
    MOVE SHC-OLN-PRICE-SOURCE (SHC-LINE-IX) TO ORD-LN-PRICE-SOURCE
    COMPUTE SHC-SHIP-LINE-TOTAL =
        SHC-OLN-QUANTITY (SHC-LINE-IX)
        * SHC-OLN-UNIT-PRICE (SHC-LINE-IX)
    DISPLAY "SHIPCONF: ORDERS SHIPPED     - " SHC-ORDERS-SHIPPED
    DISPLAY "SHIPCONF: ORDERS CARRIED     - " SHC-ORDERS-UNSHIPPED
    DISPLAY "SHIPCONF: NOTHING PICKED     - " SHC-ORDERS-EMPTY
    DISPLAY "SHIPCONF: CANCELLED, DROPPED - " SHC-ORDERS-CANCELLED
    DISPLAY "SHIPCONF: LINES CUT ONLINE   - " SHC-LINES-CUT-COUNT
    DISPLAY "SHIPCONF: SHORT PICKS        - " SHC-SHORT-PICK-COUNT
    DISPLAY "SHIPCONF: OVER PICKS CAPPED  - " SHC-OVER-PICK-COUNT
    DISPLAY "SHIPCONF: ORPHAN CONFIRMS    - "
        SHC-ORPHAN-CONFIRM-COUNT
    DISPLAY "SHIPCONF: BAD CONFIRMS       - " SHC-BAD-CONFIRM-COUNT
    DISPLAY "SHIPCONF: UNITS RESTORED     - " SHC-UNITS-RESTORED
    IF SHC-CANCEL-MISMATCH-COUNT > ZERO
        DISPLAY "SHIPCONF: CANCELS NOT APPLIED- "
            SHC-CANCEL-MISMATCH-COUNT
    END-IF
    IF SHC-CONFIRM-OVERFLOW-CT > ZERO
        DISPLAY "SHIPCONF: CONFIRMS PAST TABLE- "
            SHC-CONFIRM-OVERFLOW-CT
    CLOSE SHIPPED-LINE-FILE
    CLOSE UNSHIPPED-HEADER-FILE
    CLOSE UNSHIPPED-LINE-FILE
    CLOSE INVENTORY-MOVE-HIST
    CLOSE ORDER-CANCEL-FILE.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT SHC-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT SHC-STEP-START-TIME FROM TIME
    SET SHC-PREREQ-1-SW TO "N"
    IF SHC-PREREQ-STEP-1 = SPACES
        SET SHC-PREREQ-1-SW TO "Y"
    END-IF
    SET SHC-PREREQ-2-SW TO "N"
    IF SHC-PREREQ-STEP-2 = SPACES
        SET SHC-PREREQ-2-SW TO "Y"
    END-IF
    SET SHC-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF SHC-LEDGER-MISSING
        SET SHC-LEDGER-EOF TO TRUE
    END-IF
    IF NOT SHC-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL SHC-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO SHC-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT SHC-PREREQ-1-DONE
            STRING SHC-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO SHC-LEDGER-REASON
        WHEN NOT SHC-PREREQ-2-DONE
            STRING SHC-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO SHC-LEDGER-REASON
        WHEN SHC-ALREADY-RAN AND NOT SHC-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO SHC-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF SHC-LEDGER-REASON NOT = SPACES
        SET SHC-LEDGER-REFUSED TO TRUE
        DISPLAY "SHIPCONF: RUN REFUSED - " SHC-LEDGER-REASON
        DISPLAY "SHIPCONF: BUSINESS DATE " SHC-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE SHC-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET SHC-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = SHC-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = SHC-STEP-NAME
            SET SHC-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = SHC-PREREQ-STEP-1
            SET SHC-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = SHC-PREREQ-STEP-2
            SET SHC-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE SHC-STEP-NAME TO RLG-STEP-NAME
    MOVE SHC-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE SHC-STEP-START-DATE TO RLG-START-DATE
    MOVE SHC-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "ORDERS / SHIPPED / CARRIED" TO RLG-COUNT-TEXT
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
    MOVE SHC-ORDERS-READ TO RLG-COUNT-1
    MOVE SHC-ORDERS-SHIPPED TO RLG-COUNT-2
    MOVE SHC-ORDERS-UNSHIPPED TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
