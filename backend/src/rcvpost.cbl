    SELECT OPEN-PO-OUTPUT ASSIGN TO "POOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RCP-PO-OUT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RCP-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
FD  OPEN-PO-INPUT.
    COPY POREC.
FD  OPEN-PO-OUTPUT.
01  RCP-PO-OUT-RECORD               PIC X(42).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  RCP-PRODMSTR-STATUS         PIC X(2).
01  RCP-RECEIPT-STATUS          PIC X(2).
01  RCP-REJECTED-COUNT          PIC 9(5) COMP VALUE ZERO.
01  RCP-UNITS-POSTED            PIC 9(7) VALUE ZERO.
01  RCP-OLD-ON-HAND             PIC 9(7).
01  RCP-OLD-AVERAGE-COST        PIC 9(5)V9(4).
01  RCP-RECEIPT-UNIT-COST       PIC 9(5)V9(4).
01  RCP-NO-COST-COUNT           PIC 9(5) COMP VALUE ZERO.
*>  THE OPEN PO LINES ARE HELD HERE FOR THE RUN SO EACH RECEIPT
*>  CAN BE APPLIED AGAINST THE ORDER THAT ASKED FOR IT, OLDEST
*>  LINE FIRST.  WHAT IS STILL OPEN AT END OF RUN IS REWRITTEN TO
        10  RCP-PO-ORDER-QTY     PIC 9(5).
        10  RCP-PO-OPEN-QTY      PIC 9(5).
        10  RCP-PO-ORDER-DATE    PIC 9(8).
        10  RCP-PO-UNIT-COST     PIC 9(5)V99.
01  RCP-PO-COUNT                PIC 9(3) COMP VALUE ZERO.
01  RCP-PO-OVERFLOW-CT          PIC 9(5) COMP VALUE ZERO.
01  RCP-PO-ENTRY-FOUND-SW       PIC X(1).
01  RCP-COUNT-EDIT              PIC ZZZZ9.
01  RCP-ON-HAND-EDIT            PIC ZZZZZZ9.
01  RCP-NEW-ON-HAND-EDIT        PIC ZZZZZZ9.
01  RCP-COST-EDIT               PIC ZZZZ9.9999.
01  RCP-OLD-AVERAGE-EDIT        PIC ZZZZ9.9999.
01  RCP-NEW-AVERAGE-EDIT        PIC ZZZZ9.9999.
01  RCP-LEDGER-STATUS           PIC X(2).
    88  RCP-LEDGER-EOF               VALUE "10".
    88  RCP-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  RCP-STEP-NAME               PIC X(8) VALUE "RCVPOST".
01  RCP-PREREQ-STEP-1           PIC X(8) VALUE "REPLEN".
01  RCP-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  RCP-PREREQ-1-SW             PIC X(1).
    88  RCP-PREREQ-1-DONE            VALUE "Y".
01  RCP-PREREQ-2-SW             PIC X(1).
    88  RCP-PREREQ-2-DONE            VALUE "Y".
01  RCP-ALREADY-RAN-SW          PIC X(1).
    88  RCP-ALREADY-RAN              VALUE "Y".
01  RCP-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  RCP-RERUN-ALLOWED            VALUE "Y".
01  RCP-LEDGER-SW               PIC X(1) VALUE "N".
    88  RCP-LEDGER-REFUSED           VALUE "Y".
01  RCP-LEDGER-REASON           PIC X(40).
01  RCP-STEP-START-DATE         PIC 9(8).
01  RCP-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
PostReceipts.
    PERFORM CheckRunLedger
    IF RCP-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM LoadOpenOrders
        PERFORM ReadNextReceipt
        PERFORM ProcessReceipt UNTIL RCP-RECEIPT-EOF
        PERFORM CarryOpenOrders
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
        MOVE PO-ORDER-QTY TO RCP-PO-ORDER-QTY (RCP-PO-IX)
        MOVE PO-OPEN-QTY TO RCP-PO-OPEN-QTY (RCP-PO-IX)
        MOVE PO-ORDER-DATE TO RCP-PO-ORDER-DATE (RCP-PO-IX)
        MOVE PO-UNIT-COST TO RCP-PO-UNIT-COST (RCP-PO-IX)
    END-IF
    PERFORM ReadNextOpenPo.

*>  PRICES AND AUDIT-PRICE-HIST.
    PERFORM MatchReceiptToPo
    MOVE CAT-ON-HAND-QTY TO RCP-OLD-ON-HAND
    MOVE CAT-AVERAGE-COST TO RCP-OLD-AVERAGE-COST
    MOVE CAT-AVERAGE-COST TO RCP-RECEIPT-UNIT-COST
    IF RCP-PO-ENTRY-FOUND
        PERFORM AverageInReceiptCost
    END-IF
    ADD RCV-QUANTITY TO CAT-ON-HAND-QTY
    REWRITE CAT-PRODUCT-RECORD
    MOVE CAT-PRODUCT-ID TO INV-PRODUCT-ID
    MOVE CAT-ON-HAND-QTY TO INV-NEW-ON-HAND
    MOVE RCV-RECEIPT-DATE TO INV-MOVE-DATE
    MOVE RCV-BRAND-CODE TO INV-POSTED-BY
    MOVE RCP-RECEIPT-UNIT-COST TO INV-UNIT-COST
    WRITE INV-MOVE-RECORD
    ADD 1 TO RCP-POSTED-COUNT
    ADD RCV-QUANTITY TO RCP-UNITS-POSTED
           RCP-NEW-ON-HAND-EDIT DELIMITED BY SIZE
        INTO RCP-REGISTER-LINE
    PERFORM WriteRegisterLine
    PERFORM WriteMatchNote
    PERFORM WriteCostNote.

AverageInReceiptCost.
*>  A RECEIPT MATCHED TO A PO IS COSTED AT THE LINE'S VENDOR COST
*>  AND AVERAGED INTO THE UNITS ALREADY ON HAND, WEIGHTED BY
*>  QUANTITY.  STOCK WITH NO COST YET - NOTHING ON HAND, OR A
*>  PRODUCT NEVER COSTED - SIMPLY TAKES THE RECEIPT'S COST.  A PO
*>  LINE CUT BEFORE LINES CARRIED A COST LEAVES THE AVERAGE ALONE
*>  AND THE UNITS GO IN AT THE CURRENT AVERAGE.  A RECEIPT WITH NO
*>  PO HAS NO AGREED COST AND NEVER MOVES THE AVERAGE.
    IF RCP-PO-UNIT-COST (RCP-PO-IX) = ZERO
        ADD 1 TO RCP-NO-COST-COUNT
        DISPLAY "RCVPOST: " RCV-PRODUCT-ID " ON " RCP-MATCHED-PO-ID
            " HAS NO PO COST - AVERAGE COST NOT RECALCULATED"
    ELSE
        MOVE RCP-PO-UNIT-COST (RCP-PO-IX) TO RCP-RECEIPT-UNIT-COST
        IF CAT-ON-HAND-QTY = ZERO OR CAT-AVERAGE-COST = ZERO
            MOVE RCP-RECEIPT-UNIT-COST TO CAT-AVERAGE-COST
        ELSE
            COMPUTE CAT-AVERAGE-COST ROUNDED =
                ((CAT-ON-HAND-QTY * CAT-AVERAGE-COST)
                 + (RCV-QUANTITY * RCP-RECEIPT-UNIT-COST))
                / (CAT-ON-HAND-QTY + RCV-QUANTITY)
        END-IF
    END-IF.

MatchReceiptToPo.
*>  THE RECEIPT IS APPLIED AGAINST THE OLDEST OPEN PO LINE FOR ITS
    END-EVALUATE
    PERFORM WriteRegisterLine.

WriteCostNote.
    MOVE RCP-RECEIPT-UNIT-COST TO RCP-COST-EDIT
    MOVE RCP-OLD-AVERAGE-COST TO RCP-OLD-AVERAGE-EDIT
    MOVE CAT-AVERAGE-COST TO RCP-NEW-AVERAGE-EDIT
    MOVE SPACES TO RCP-REGISTER-LINE
    STRING "   COSTED AT " DELIMITED BY SIZE
           RCP-COST-EDIT DELIMITED BY SIZE
           "  AVERAGE COST " DELIMITED BY SIZE
           RCP-OLD-AVERAGE-EDIT DELIMITED BY SIZE
           " -> " DELIMITED BY SIZE
           RCP-NEW-AVERAGE-EDIT DELIMITED BY SIZE
        INTO RCP-REGISTER-LINE
    PERFORM WriteRegisterLine.

CarryOpenOrders.
*>  PO LINES STILL OPEN AFTER THE DAY'S RECEIPTS ARE CARRIED TO
*>  THE REBUILT FILE; FULLY RECEIVED LINES DROP OFF, THE SAME WAY
        MOVE RCP-PO-ORDER-QTY (RCP-PO-IX) TO PO-ORDER-QTY
        MOVE RCP-PO-OPEN-QTY (RCP-PO-IX) TO PO-OPEN-QTY
        MOVE RCP-PO-ORDER-DATE (RCP-PO-IX) TO PO-ORDER-DATE
        MOVE RCP-PO-UNIT-COST (RCP-PO-IX) TO PO-UNIT-COST
        WRITE RCP-PO-OUT-RECORD FROM PO-ORDER-RECORD
        ADD 1 TO RCP-PO-CARRIED-COUNT
    ELSE
    DISPLAY "RCVPOST: MATCHED TO PO     - " RCP-MATCHED-COUNT
    DISPLAY "RCVPOST: OVER-SHIPMENTS    - " RCP-OVER-SHIP-COUNT
    DISPLAY "RCVPOST: NEVER ORDERED     - " RCP-NO-PO-COUNT
    DISPLAY "RCVPOST: NO PO COST        - " RCP-NO-COST-COUNT
    DISPLAY "RCVPOST: PO LINES FILLED   - " RCP-PO-FILLED-COUNT
    DISPLAY "RCVPOST: PO LINES CARRIED  - " RCP-PO-CARRIED-COUNT
    MOVE SPACES TO RCP-REGISTER-LINE
    CLOSE INVENTORY-MOVE-HIST
    CLOSE OPEN-PO-INPUT
    CLOSE OPEN-PO-OUTPUT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT RCP-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT RCP-STEP-START-TIME FROM TIME
    SET RCP-PREREQ-1-SW TO "N"
    IF RCP-PREREQ-STEP-1 = SPACES
        SET RCP-PREREQ-1-SW TO "Y"
    END-IF
    SET RCP-PREREQ-2-SW TO "N"
    IF RCP-PREREQ-STEP-2 = SPACES
        SET RCP-PREREQ-2-SW TO "Y"
    END-IF
    SET RCP-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF RCP-LEDGER-MISSING
        SET RCP-LEDGER-EOF TO TRUE
    END-IF
    IF NOT RCP-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL RCP-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO RCP-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT RCP-PREREQ-1-DONE
            STRING RCP-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RCP-LEDGER-REASON
        WHEN NOT RCP-PREREQ-2-DONE
            STRING RCP-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RCP-LEDGER-REASON
        WHEN RCP-ALREADY-RAN AND NOT RCP-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO RCP-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF RCP-LEDGER-REASON NOT = SPACES
        SET RCP-LEDGER-REFUSED TO TRUE
        DISPLAY "RCVPOST: RUN REFUSED - " RCP-LEDGER-REASON
        DISPLAY "RCVPOST: BUSINESS DATE " RCP-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE RCP-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET RCP-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = RCP-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = RCP-STEP-NAME
            SET RCP-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RCP-PREREQ-STEP-1
            SET RCP-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RCP-PREREQ-STEP-2
            SET RCP-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE RCP-STEP-NAME TO RLG-STEP-NAME
    MOVE RCP-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE RCP-STEP-START-DATE TO RLG-START-DATE
    MOVE RCP-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "POSTED / MATCHED / REJECTED" TO RLG-COUNT-TEXT
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
    MOVE RCP-POSTED-COUNT TO RLG-COUNT-1
    MOVE RCP-MATCHED-COUNT TO RLG-COUNT-2
    MOVE RCP-REJECTED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
