    SELECT RECON-REPORT ASSIGN TO "RECONRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RCN-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RCN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
        88  RCN-SRT-SHIPPED         VALUE "O".
        88  RCN-SRT-ADJUSTMENT      VALUE "A".
        88  RCN-SRT-SHORT-PICK      VALUE "S".
        88  RCN-SRT-RETURN          VALUE "T".
    05  RCN-SRT-QTY             PIC S9(9).
FD  MOVE-SUMMARY-FILE.
01  RCN-SUMMARY-RECORD.
        88  RCN-SUM-HAS-OPENING     VALUE "Y".
    05  RCN-SUM-OPENING-QTY     PIC 9(7).
    05  RCN-SUM-RECEIPT-QTY     PIC 9(9).
    05  RCN-SUM-RETURN-QTY      PIC 9(9).
    05  RCN-SUM-SHIPPED-QTY     PIC 9(9).
    05  RCN-SUM-ADJUST-QTY      PIC S9(9).
FD  RECON-REPORT
    RECORDING MODE IS F.
01  RCN-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  RCN-PRODMSTR-STATUS         PIC X(2).
    88  RCN-PRODMSTR-EOF            VALUE "10".
01  RCN-CUR-OPENING-SW          PIC X(1).
01  RCN-CUR-OPENING-QTY         PIC 9(7).
01  RCN-CUR-RECEIPT-QTY         PIC 9(9).
01  RCN-CUR-RETURN-QTY          PIC 9(9).
01  RCN-CUR-SHIPPED-QTY         PIC 9(9).
01  RCN-CUR-ADJUST-QTY          PIC S9(9).
01  RCN-EXPECTED-CLOSING        PIC S9(9).
01  RCN-MOVES-RELEASED          PIC 9(7) COMP VALUE ZERO.
01  RCN-CLOSING-VALUE           PIC 9(11)V99.
01  RCN-GRAND-CLOSING-VALUE     PIC 9(13)V99 VALUE ZERO.
01  RCN-CLOSING-COST            PIC 9(11)V99.
01  RCN-GRAND-CLOSING-COST      PIC 9(13)V99 VALUE ZERO.
01  RCN-NO-COST-COUNT           PIC 9(5) COMP VALUE ZERO.
*>  BRAND SUBTOTALS FOR THE VALUATION, ROLLED UP THE SAME WAY
*>  DEMO'S BRAND SUMMARY TABLE IS - A 51ST DISTINCT BRAND IS
*>  COUNTED AND LEFT OUT RATHER THAN INDEXED PAST THE END.
        10  RCN-BSUM-CODE            PIC X(4).
        10  RCN-BSUM-UNITS           PIC 9(9).
        10  RCN-BSUM-VALUE           PIC 9(11)V99.
        10  RCN-BSUM-COST            PIC 9(11)V99.
01  RCN-BRAND-COUNT             PIC 9(3) COMP VALUE ZERO.
01  RCN-BRAND-OVERFLOW-CT       PIC 9(5) COMP VALUE ZERO.
01  RCN-BRAND-ENTRY-FOUND-SW    PIC X(1).
01  RCN-QTY-EDIT                PIC ---------9.
01  RCN-OPENING-EDIT            PIC ZZZZZZ9.
01  RCN-RECEIPT-EDIT            PIC ZZZZZZZZ9.
01  RCN-RETURN-EDIT             PIC ZZZZZZZZ9.
01  RCN-SHIPPED-EDIT            PIC ZZZZZZZZ9.
01  RCN-ADJUST-EDIT             PIC ---------9.
01  RCN-CLOSING-EDIT            PIC ZZZZZZ9.
01  RCN-UNITS-EDIT              PIC ZZZZZZZZ9.
01  RCN-VALUE-EDIT              PIC ZZZZZZZZZZ9.99.
01  RCN-COST-EDIT               PIC ZZZZZZZZZZ9.99.
01  RCN-GRAND-VALUE-EDIT        PIC ZZZZZZZZZZZZ9.99.
01  RCN-LEDGER-STATUS           PIC X(2).
    88  RCN-LEDGER-EOF               VALUE "10".
    88  RCN-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  RCN-STEP-NAME               PIC X(8) VALUE "INVRECON".
01  RCN-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  RCN-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  RCN-PREREQ-1-SW             PIC X(1).
    88  RCN-PREREQ-1-DONE            VALUE "Y".
01  RCN-PREREQ-2-SW             PIC X(1).
    88  RCN-PREREQ-2-DONE            VALUE "Y".
01  RCN-ALREADY-RAN-SW          PIC X(1).
    88  RCN-ALREADY-RAN              VALUE "Y".
01  RCN-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  RCN-RERUN-ALLOWED            VALUE "Y".
01  RCN-LEDGER-SW               PIC X(1) VALUE "N".
    88  RCN-LEDGER-REFUSED           VALUE "Y".
01  RCN-LEDGER-REASON           PIC X(40).
01  RCN-STEP-START-DATE         PIC 9(8).
01  RCN-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ReconcileInventory.
    PERFORM CheckRunLedger
    IF RCN-LEDGER-REFUSED
*>      A REFUSAL MUST NOT LOOK LIKE A VARIANCE - STEP2 STILL COPIES
*>      THE SNAPSHOT ON RC 8, AND A REFUSED RUN HAS WRITTEN NONE.
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
*>      EVERY MOVEMENT SOURCE IS NORMALIZED INTO ONE STREAM - OPENING
*>      POSITION, PERIOD RECEIPTS, CUSTOMER RETURNS RESTOCKED, UNITS
*>      SHIPPED ON ORDLINE, COUNT ADJUSTMENTS, SHORT-PICK RESTORES AND
*>      ORDER-CANCELLATION RESTORES - AND SORTED BY PRODUCT,
*>      SO EACH PRODUCT'S WHOLE PERIOD ARRIVES TOGETHER AT THE BREAK.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY RCN-SRT-PRODUCT-ID
            INPUT PROCEDURE IS ReleaseAllMovements
            OUTPUT PROCEDURE IS SummarizeByProduct
        PERFORM ReconcileAgainstMaster
        PERFORM PrintValuation
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
                SET RCN-SRT-RECEIPT TO TRUE
            WHEN INV-MOVE-SHORT-PICK
                SET RCN-SRT-SHORT-PICK TO TRUE
            WHEN INV-MOVE-RETURN
                SET RCN-SRT-RETURN TO TRUE
            WHEN OTHER
                SET RCN-SRT-ADJUSTMENT TO TRUE
        END-EVALUATE
        MOVE "N" TO RCN-CUR-OPENING-SW
        MOVE ZERO TO RCN-CUR-OPENING-QTY
        MOVE ZERO TO RCN-CUR-RECEIPT-QTY
        MOVE ZERO TO RCN-CUR-RETURN-QTY
        MOVE ZERO TO RCN-CUR-SHIPPED-QTY
        MOVE ZERO TO RCN-CUR-ADJUST-QTY
    END-IF
            MOVE RCN-SRT-QTY TO RCN-CUR-OPENING-QTY
        WHEN RCN-SRT-RECEIPT
            ADD RCN-SRT-QTY TO RCN-CUR-RECEIPT-QTY
        WHEN RCN-SRT-RETURN
            ADD RCN-SRT-QTY TO RCN-CUR-RETURN-QTY
        WHEN RCN-SRT-SHIPPED
            ADD RCN-SRT-QTY TO RCN-CUR-SHIPPED-QTY
        WHEN OTHER
*>          COUNT ADJUSTMENTS CARRY THEIR SIGN; SHORT-PICK AND
*>          ORDER-CANCELLATION RESTORES ARE ALWAYS ADDITIONS BACK
*>          TO THE SHELF AGAINST UNITS ORDLINE STILL COUNTS AS GONE.
            ADD RCN-SRT-QTY TO RCN-CUR-ADJUST-QTY
    END-EVALUATE
    PERFORM ReturnNextMovement.
    MOVE RCN-CUR-OPENING-SW TO RCN-SUM-OPENING-SW
    MOVE RCN-CUR-OPENING-QTY TO RCN-SUM-OPENING-QTY
    MOVE RCN-CUR-RECEIPT-QTY TO RCN-SUM-RECEIPT-QTY
    MOVE RCN-CUR-RETURN-QTY TO RCN-SUM-RETURN-QTY
    MOVE RCN-CUR-SHIPPED-QTY TO RCN-SUM-SHIPPED-QTY
    MOVE RCN-CUR-ADJUST-QTY TO RCN-SUM-ADJUST-QTY
    WRITE RCN-SUMMARY-RECORD.
ReconcileAgainstMaster.
*>  THE SUMMARY WORK FILE IS IN PRODUCT-ID SEQUENCE, THE SAME
*>  ORDER A FULL BROWSE OF THE MASTER DELIVERS, SO ONE MATCHED
*>  PASS PROVES EVERY PRODUCT:  OPENING + RECEIPTS + RETURNS
*>  - SHIPPED +/- ADJUSTMENTS MUST EQUAL THE CLOSING ON-HAND.  EVERY
*>  PRODUCT'S CLOSING POSITION IS VALUED AT CAT-PRICE AND AT
*>  CAT-AVERAGE-COST AND SNAPSHOTTED FOR NEXT PERIOD WHETHER OR
*>  NOT IT MOVED.
    MOVE SPACES TO RCN-REPORT-LINE
    PERFORM WriteReportLine
    IF RCN-BASELINE-RUN
            TO RCN-REPORT-LINE
        PERFORM WriteReportLine
    ELSE
        MOVE "PRODUCTS FAILING OPENING + RECEIPTS + RETURNS - SHIPPED +/- ADJUSTMENTS = CLOSING"
            TO RCN-REPORT-LINE
        PERFORM WriteReportLine
        MOVE "PROD  OPENING  RECEIPTS   RETURNS   SHIPPED    ADJUST  EXPECTED   CLOSING  VARIANCE"
            TO RCN-REPORT-LINE
        PERFORM WriteReportLine
    END-IF
    COMPUTE RCN-EXPECTED-CLOSING =
        RCN-SUM-OPENING-QTY
        + RCN-SUM-RECEIPT-QTY
        + RCN-SUM-RETURN-QTY
        - RCN-SUM-SHIPPED-QTY
        + RCN-SUM-ADJUST-QTY
    COMPUTE RCN-VARIANCE = CAT-ON-HAND-QTY - RCN-EXPECTED-CLOSING
        ADD 1 TO RCN-VARIANCE-COUNT
        MOVE RCN-SUM-OPENING-QTY TO RCN-OPENING-EDIT
        MOVE RCN-SUM-RECEIPT-QTY TO RCN-RECEIPT-EDIT
        MOVE RCN-SUM-RETURN-QTY TO RCN-RETURN-EDIT
        MOVE RCN-SUM-SHIPPED-QTY TO RCN-SHIPPED-EDIT
        MOVE RCN-SUM-ADJUST-QTY TO RCN-ADJUST-EDIT
        MOVE RCN-EXPECTED-CLOSING TO RCN-QTY-EDIT
               " " DELIMITED BY SIZE
               RCN-RECEIPT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCN-RETURN-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCN-SHIPPED-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCN-ADJUST-EDIT DELIMITED BY SIZE
        MOVE RCN-VARIANCE TO RCN-QTY-EDIT
        STRING " " DELIMITED BY SIZE
               RCN-QTY-EDIT DELIMITED BY SIZE
            INTO RCN-REPORT-LINE (84:)
        PERFORM WriteReportLine
        DISPLAY "INVRECON: " CAT-PRODUCT-ID
            " DOES NOT RECONCILE - VARIANCE " RCN-VARIANCE
ValueClosingStock.
    COMPUTE RCN-CLOSING-VALUE = CAT-ON-HAND-QTY * CAT-PRICE
    ADD RCN-CLOSING-VALUE TO RCN-GRAND-CLOSING-VALUE
    COMPUTE RCN-CLOSING-COST ROUNDED =
        CAT-ON-HAND-QTY * CAT-AVERAGE-COST
    ADD RCN-CLOSING-COST TO RCN-GRAND-CLOSING-COST
    IF CAT-ON-HAND-QTY NOT = ZERO AND CAT-AVERAGE-COST = ZERO
*>      STOCK WITH NO COST ON FILE IS CARRIED AT NOTHING IN THE
*>      COST VALUATION - CALLED OUT SO FINANCE KNOWS THE COST
*>      TOTAL IS UNDERSTATED UNTIL A VENDOR COST IS SET.
        ADD 1 TO RCN-NO-COST-COUNT
        DISPLAY "INVRECON: " CAT-PRODUCT-ID " HOLDS STOCK WITH NO"
            " AVERAGE COST - VALUED AT ZERO COST"
    END-IF
    SET RCN-BRAND-ENTRY-FOUND-SW TO "N"
    PERFORM FindBrandEntry
        VARYING RCN-BRAND-IX FROM 1 BY 1
            MOVE CAT-BRAND-CODE TO RCN-BSUM-CODE (RCN-BRAND-IX)
            MOVE ZERO TO RCN-BSUM-UNITS (RCN-BRAND-IX)
            MOVE ZERO TO RCN-BSUM-VALUE (RCN-BRAND-IX)
            MOVE ZERO TO RCN-BSUM-COST (RCN-BRAND-IX)
        END-IF
        ADD CAT-ON-HAND-QTY TO RCN-BSUM-UNITS (RCN-BRAND-IX)
        ADD RCN-CLOSING-VALUE TO RCN-BSUM-VALUE (RCN-BRAND-IX)
        ADD RCN-CLOSING-COST TO RCN-BSUM-COST (RCN-BRAND-IX)
    END-IF.

FindBrandEntry.
PrintValuation.
    MOVE SPACES TO RCN-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "CLOSING STOCK VALUATION AT CATALOG PRICE AND AVERAGE COST"
        TO RCN-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "BRAND     UNITS   RETAIL VALUE     COST VALUE"
        TO RCN-REPORT-LINE
    PERFORM WriteReportLine
    PERFORM PrintBrandValueLine
        VARYING RCN-BRAND-IX FROM 1 BY 1
    END-IF
    MOVE RCN-GRAND-CLOSING-VALUE TO RCN-GRAND-VALUE-EDIT
    MOVE SPACES TO RCN-REPORT-LINE
    STRING "TOTAL STOCK VALUE AT RETAIL " DELIMITED BY SIZE
           RCN-GRAND-VALUE-EDIT DELIMITED BY SIZE
        INTO RCN-REPORT-LINE
    PERFORM WriteReportLine
    MOVE RCN-GRAND-CLOSING-COST TO RCN-GRAND-VALUE-EDIT
    MOVE SPACES TO RCN-REPORT-LINE
    STRING "TOTAL STOCK VALUE AT COST   " DELIMITED BY SIZE
           RCN-GRAND-VALUE-EDIT DELIMITED BY SIZE
        INTO RCN-REPORT-LINE
    PERFORM WriteReportLine
    IF RCN-NO-COST-COUNT > ZERO
        MOVE RCN-NO-COST-COUNT TO RCN-UNITS-EDIT
        MOVE SPACES TO RCN-REPORT-LINE
        STRING RCN-UNITS-EDIT DELIMITED BY SIZE
               " PRODUCT(S) HOLDING STOCK WITH NO AVERAGE COST -"
                   DELIMITED BY SIZE
               " COST VALUE UNDERSTATED" DELIMITED BY SIZE
            INTO RCN-REPORT-LINE
        PERFORM WriteReportLine
    END-IF.

PrintBrandValueLine.
    MOVE RCN-BSUM-UNITS (RCN-BRAND-IX) TO RCN-UNITS-EDIT
    MOVE RCN-BSUM-VALUE (RCN-BRAND-IX) TO RCN-VALUE-EDIT
    MOVE RCN-BSUM-COST (RCN-BRAND-IX) TO RCN-COST-EDIT
    MOVE SPACES TO RCN-REPORT-LINE
    STRING RCN-BSUM-CODE (RCN-BRAND-IX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RCN-UNITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RCN-VALUE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RCN-COST-EDIT DELIMITED BY SIZE
        INTO RCN-REPORT-LINE
    PERFORM WriteReportLine.

    DISPLAY "INVRECON: PRODUCTS CHECKED   - " RCN-PRODUCTS-CHECKED
    DISPLAY "INVRECON: VARIANCES          - " RCN-VARIANCE-COUNT
    DISPLAY "INVRECON: ORPHAN MOVEMENTS   - " RCN-ORPHAN-MOVE-COUNT
    DISPLAY "INVRECON: STOCK WITH NO COST - " RCN-NO-COST-COUNT
    IF RCN-VARIANCE-COUNT > ZERO
*>      A BAD RETURN CODE HOLDS THE PERIOD CLOSE IN THE SCHEDULER
*>      THE SAME WAY ORDBAL HOLDS THE NIGHTLY JOBS - FINANCE GETS
    CLOSE PRODUCT-MASTER
    CLOSE CLOSING-POSITION-FILE
    CLOSE RECON-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT RCN-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT RCN-STEP-START-TIME FROM TIME
    SET RCN-PREREQ-1-SW TO "N"
    IF RCN-PREREQ-STEP-1 = SPACES
        SET RCN-PREREQ-1-SW TO "Y"
    END-IF
    SET RCN-PREREQ-2-SW TO "N"
    IF RCN-PREREQ-STEP-2 = SPACES
        SET RCN-PREREQ-2-SW TO "Y"
    END-IF
    SET RCN-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF RCN-LEDGER-MISSING
        SET RCN-LEDGER-EOF TO TRUE
    END-IF
    IF NOT RCN-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL RCN-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO RCN-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT RCN-PREREQ-1-DONE
            STRING RCN-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RCN-LEDGER-REASON
        WHEN NOT RCN-PREREQ-2-DONE
            STRING RCN-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RCN-LEDGER-REASON
        WHEN RCN-ALREADY-RAN AND NOT RCN-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO RCN-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF RCN-LEDGER-REASON NOT = SPACES
        SET RCN-LEDGER-REFUSED TO TRUE
        DISPLAY "INVRECON: RUN REFUSED - " RCN-LEDGER-REASON
        DISPLAY "INVRECON: BUSINESS DATE " RCN-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE RCN-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET RCN-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = RCN-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = RCN-STEP-NAME
            SET RCN-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RCN-PREREQ-STEP-1
            SET RCN-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RCN-PREREQ-STEP-2
            SET RCN-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE RCN-STEP-NAME TO RLG-STEP-NAME
    MOVE RCN-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE RCN-STEP-START-DATE TO RLG-START-DATE
    MOVE RCN-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "PRODUCTS / MOVES / VARIANCES" TO RLG-COUNT-TEXT
    MOVE SPACES TO RLG-MESSAGE.

WriteLedgerEnd.
*>  A VARIANCE (RC 8) IS A FINISHED RECONCILIATION - THE CLOSING
*>  SNAPSHOT IS TAKEN EITHER WAY - SO IT COMPLETES ON THE LEDGER AND
*>  IS NOT RUN AGAIN AGAINST THE SNAPSHOT IT HAS JUST REPLACED.
    PERFORM StartLedgerRecord
    ACCEPT RLG-END-DATE FROM DATE YYYYMMDD
    ACCEPT RLG-END-TIME FROM TIME
    MOVE RETURN-CODE TO RLG-RETURN-CODE
    IF RETURN-CODE > 8
        SET RLG-STEP-FAILED TO TRUE
        MOVE "ENDED WITH A BAD RETURN CODE" TO RLG-MESSAGE
    ELSE
        IF RETURN-CODE > 4
            MOVE "PERIOD DOES NOT RECONCILE" TO RLG-MESSAGE
        END-IF
        SET RLG-STEP-COMPLETED TO TRUE
    END-IF
    MOVE RCN-PRODUCTS-CHECKED TO RLG-COUNT-1
    MOVE RCN-MOVES-RELEASED TO RLG-COUNT-2
    MOVE RCN-VARIANCE-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
