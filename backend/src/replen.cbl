    SELECT PO-DOCUMENT ASSIGN TO "PODOC"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RPL-DOCUMENT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RPL-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
FD  PO-DOCUMENT
    RECORDING MODE IS F.
01  RPL-DOCUMENT-RECORD             PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  RPL-PRODMSTR-STATUS         PIC X(2).
    88  RPL-PRODMSTR-EOF            VALUE "10".
01  RPL-NO-VENDOR-COUNT         PIC 9(5) COMP VALUE ZERO.
01  RPL-ORDER-QTY               PIC S9(7).
01  RPL-PO-TOTAL-UNITS          PIC 9(7).
01  RPL-LINE-COST               PIC 9(9)V99.
01  RPL-PO-TOTAL-COST           PIC 9(9)V99.
01  RPL-NO-COST-COUNT           PIC 9(5) COMP VALUE ZERO.
*>  OPEN PO LINES ALREADY ON THE FILE, SUMMED PER PRODUCT, SO A
*>  PRODUCT WHOSE SHORTFALL IS ALREADY ON ORDER WITH THE VENDOR IS
*>  NOT ORDERED A SECOND TIME EVERY NIGHT IT STAYS LOW.
        10  RPL-LOW-PRODUCT-NAME PIC X(20).
        10  RPL-LOW-BRAND-CODE   PIC X(4).
        10  RPL-LOW-ORDER-QTY    PIC 9(5).
        10  RPL-LOW-UNIT-COST    PIC 9(5)V99.
        10  RPL-LOW-DONE-SW      PIC X(1).
            88  RPL-LOW-DONE         VALUE "Y".
01  RPL-LOW-COUNT               PIC 9(3) COMP VALUE ZERO.
01  RPL-DOCUMENT-LINE           PIC X(132).
01  RPL-QTY-EDIT                PIC ZZZZ9.
01  RPL-UNITS-EDIT              PIC ZZZZZZ9.
01  RPL-COST-EDIT               PIC ZZZZ9.99.
01  RPL-LINE-COST-EDIT          PIC ZZZZZZZZ9.99.
01  RPL-LEDGER-STATUS           PIC X(2).
    88  RPL-LEDGER-EOF               VALUE "10".
    88  RPL-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  RPL-STEP-NAME               PIC X(8) VALUE "REPLEN".
01  RPL-PREREQ-STEP-1           PIC X(8) VALUE "ORDPROC".
01  RPL-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  RPL-PREREQ-1-SW             PIC X(1).
    88  RPL-PREREQ-1-DONE            VALUE "Y".
01  RPL-PREREQ-2-SW             PIC X(1).
    88  RPL-PREREQ-2-DONE            VALUE "Y".
01  RPL-ALREADY-RAN-SW          PIC X(1).
    88  RPL-ALREADY-RAN              VALUE "Y".
01  RPL-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  RPL-RERUN-ALLOWED            VALUE "Y".
01  RPL-LEDGER-SW               PIC X(1) VALUE "N".
    88  RPL-LEDGER-REFUSED           VALUE "Y".
01  RPL-LEDGER-REASON           PIC X(40).
01  RPL-STEP-START-DATE         PIC 9(8).
01  RPL-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ReplenishStock.
    PERFORM CheckRunLedger
    IF RPL-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM LoadOpenOrders
        PERFORM CollectLowProducts
        PERFORM CutBrandOrders
        PERFORM WriteControlFile
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
        MOVE CAT-PRODUCT-NAME TO RPL-LOW-PRODUCT-NAME (RPL-LOW-IX)
        MOVE CAT-BRAND-CODE TO RPL-LOW-BRAND-CODE (RPL-LOW-IX)
        MOVE RPL-ORDER-QTY TO RPL-LOW-ORDER-QTY (RPL-LOW-IX)
        MOVE CAT-VENDOR-COST TO RPL-LOW-UNIT-COST (RPL-LOW-IX)
        IF CAT-VENDOR-COST = ZERO
*>          THE LINE IS STILL ORDERED - RUNNING OUT COSTS MORE THAN
*>          A MISSING PRICE - BUT PURCHASING MUST CONFIRM THE COST
*>          WITH THE VENDOR BEFORE THE PO GOES OUT.
            ADD 1 TO RPL-NO-COST-COUNT
            DISPLAY "REPLEN: " CAT-PRODUCT-ID " HAS NO VENDOR COST"
                " ON PRODUCT-MASTER - PO LINE PRICED AT ZERO"
        END-IF
        MOVE "N" TO RPL-LOW-DONE-SW (RPL-LOW-IX)
    END-IF.

        INTO RPL-CUR-PO-ID
    ADD 1 TO RPL-PO-COUNT
    MOVE ZERO TO RPL-PO-TOTAL-UNITS
    MOVE ZERO TO RPL-PO-TOTAL-COST
    MOVE SPACES TO RPL-DOCUMENT-LINE
    PERFORM WriteDocumentLine
    MOVE SPACES TO RPL-DOCUMENT-LINE
           BRD-VENDOR-CONTACT DELIMITED BY SIZE
        INTO RPL-DOCUMENT-LINE
    PERFORM WriteDocumentLine
    MOVE "PROD  PRODUCT NAME            QTY    COST      EXTENDED"
        TO RPL-DOCUMENT-LINE
    PERFORM WriteDocumentLine
    PERFORM WriteBrandOrderLine
        VARYING RPL-LOW-IX FROM 1 BY 1
           RPL-UNITS-EDIT DELIMITED BY SIZE
        INTO RPL-DOCUMENT-LINE
    PERFORM WriteDocumentLine
    MOVE RPL-PO-TOTAL-COST TO RPL-LINE-COST-EDIT
    MOVE SPACES TO RPL-DOCUMENT-LINE
    STRING "TOTAL ORDER COST                           " DELIMITED BY SIZE
           RPL-LINE-COST-EDIT DELIMITED BY SIZE
        INTO RPL-DOCUMENT-LINE
    PERFORM WriteDocumentLine
    DISPLAY "REPLEN: " RPL-CUR-PO-ID " CUT FOR BRAND "
        RPL-CUR-BRAND-CODE " - " RPL-PO-TOTAL-UNITS " UNITS".

        MOVE RPL-LOW-ORDER-QTY (RPL-LOW-IX) TO PO-ORDER-QTY
        MOVE RPL-LOW-ORDER-QTY (RPL-LOW-IX) TO PO-OPEN-QTY
        MOVE RPL-RUN-DATE TO PO-ORDER-DATE
        MOVE RPL-LOW-UNIT-COST (RPL-LOW-IX) TO PO-UNIT-COST
        WRITE PO-ORDER-RECORD
        ADD 1 TO RPL-LINE-COUNT
        ADD RPL-LOW-ORDER-QTY (RPL-LOW-IX) TO RPL-PO-TOTAL-UNITS
        COMPUTE RPL-LINE-COST = RPL-LOW-ORDER-QTY (RPL-LOW-IX)
            * RPL-LOW-UNIT-COST (RPL-LOW-IX)
        ADD RPL-LINE-COST TO RPL-PO-TOTAL-COST
        MOVE RPL-LOW-ORDER-QTY (RPL-LOW-IX) TO RPL-QTY-EDIT
        MOVE RPL-LOW-UNIT-COST (RPL-LOW-IX) TO RPL-COST-EDIT
        MOVE RPL-LINE-COST TO RPL-LINE-COST-EDIT
        MOVE SPACES TO RPL-DOCUMENT-LINE
        STRING RPL-LOW-PRODUCT-ID (RPL-LOW-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RPL-LOW-PRODUCT-NAME (RPL-LOW-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RPL-QTY-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RPL-COST-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RPL-LINE-COST-EDIT DELIMITED BY SIZE
            INTO RPL-DOCUMENT-LINE
        PERFORM WriteDocumentLine
        SET RPL-LOW-DONE (RPL-LOW-IX) TO TRUE
    DISPLAY "REPLEN: PO LINES WRITTEN    - " RPL-LINE-COUNT
    DISPLAY "REPLEN: COVERED BY OPEN PO  - " RPL-COVERED-COUNT
    DISPLAY "REPLEN: NO ACTIVE VENDOR    - " RPL-NO-VENDOR-COUNT
    DISPLAY "REPLEN: NO VENDOR COST      - " RPL-NO-COST-COUNT
    IF RPL-LOW-OVERFLOW-CT > ZERO
        DISPLAY "REPLEN: NOT ORDERED (TABLE FULL) - "
            RPL-LOW-OVERFLOW-CT
    CLOSE PRODUCT-MASTER
    CLOSE BRAND-MASTER
    CLOSE PO-DOCUMENT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT RPL-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT RPL-STEP-START-TIME FROM TIME
    SET RPL-PREREQ-1-SW TO "N"
    IF RPL-PREREQ-STEP-1 = SPACES
        SET RPL-PREREQ-1-SW TO "Y"
    END-IF
    SET RPL-PREREQ-2-SW TO "N"
    IF RPL-PREREQ-STEP-2 = SPACES
        SET RPL-PREREQ-2-SW TO "Y"
    END-IF
    SET RPL-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF RPL-LEDGER-MISSING
        SET RPL-LEDGER-EOF TO TRUE
    END-IF
    IF NOT RPL-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL RPL-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO RPL-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT RPL-PREREQ-1-DONE
            STRING RPL-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RPL-LEDGER-REASON
        WHEN NOT RPL-PREREQ-2-DONE
            STRING RPL-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RPL-LEDGER-REASON
        WHEN RPL-ALREADY-RAN AND NOT RPL-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO RPL-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF RPL-LEDGER-REASON NOT = SPACES
        SET RPL-LEDGER-REFUSED TO TRUE
        DISPLAY "REPLEN: RUN REFUSED - " RPL-LEDGER-REASON
        DISPLAY "REPLEN: BUSINESS DATE " RPL-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE RPL-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET RPL-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = RPL-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = RPL-STEP-NAME
            SET RPL-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RPL-PREREQ-STEP-1
            SET RPL-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RPL-PREREQ-STEP-2
            SET RPL-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE RPL-STEP-NAME TO RLG-STEP-NAME
    MOVE RPL-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE RPL-STEP-START-DATE TO RLG-START-DATE
    MOVE RPL-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "POS / PO LINES / NO VENDOR" TO RLG-COUNT-TEXT
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
    MOVE RPL-PO-COUNT TO RLG-COUNT-1
    MOVE RPL-LINE-COUNT TO RLG-COUNT-2
    MOVE RPL-NO-VENDOR-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
