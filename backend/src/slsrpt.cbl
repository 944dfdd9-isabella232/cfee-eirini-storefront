    SELECT SALES-REPORT ASSIGN TO "SLSRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS SLS-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS SLS-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    05  SLS-SSM-BRAND-CODE      PIC X(4).
    05  SLS-SSM-UNITS           PIC 9(9).
    05  SLS-SSM-REVENUE         PIC 9(11)V99.
    05  SLS-SSM-COST            PIC 9(11)V99.
FD  PRODUCT-SUMMARY-FILE.
01  SLS-SUMMARY-RECORD.
    05  SLS-SUM-PRODUCT-ID      PIC X(5).
    05  SLS-SUM-BRAND-CODE      PIC X(4).
    05  SLS-SUM-UNITS           PIC 9(9).
    05  SLS-SUM-REVENUE         PIC 9(11)V99.
    05  SLS-SUM-COST            PIC 9(11)V99.
FD  SALES-REPORT
    RECORDING MODE IS F.
01  SLS-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  SLS-PRODMSTR-STATUS         PIC X(2).
    88  SLS-PRODMSTR-EOF            VALUE "10".
01  SLS-CURRENT-BRAND           PIC X(4).
01  SLS-BRAND-UNITS             PIC 9(9).
01  SLS-BRAND-REVENUE           PIC 9(11)V99.
01  SLS-BRAND-COST              PIC 9(11)V99.
*>  COST OF GOODS IS THE UNITS SOLD AT THE PRODUCT'S MOVING
*>  WEIGHTED-AVERAGE COST; MARGIN IS REVENUE LESS THAT COST, AS A
*>  PERCENTAGE OF REVENUE.  A PRODUCT WHOSE REVENUE FOR THE PERIOD
*>  DOES NOT COVER ITS COST IS SELLING BELOW COST.
01  SLS-MARGIN-REVENUE          PIC 9(11)V99.
01  SLS-MARGIN-COST             PIC 9(11)V99.
01  SLS-MARGIN                  PIC S9(11)V99.
01  SLS-MARGIN-PCT              PIC S9(5)V9.
01  SLS-MARGIN-FLAG             PIC X(10).
01  SLS-BELOW-COST-COUNT        PIC 9(5) COMP VALUE ZERO.
01  SLS-NO-COST-COUNT           PIC 9(5) COMP VALUE ZERO.
01  SLS-RANK-NO                 PIC 9(5) VALUE ZERO.
01  SLS-ZERO-SALES-COUNT        PIC 9(5) COMP VALUE ZERO.
01  SLS-REPORT-LINE             PIC X(132).
01  SLS-RANK-EDIT               PIC ZZZZ9.
01  SLS-UNITS-EDIT              PIC ZZZZZZZZ9.
01  SLS-REVENUE-EDIT            PIC ZZZZZZZZZZ9.99.
01  SLS-COST-EDIT               PIC ZZZZZZZZZZ9.99.
01  SLS-MARGIN-EDIT             PIC -----------9.99.
01  SLS-PCT-EDIT                PIC -----9.9.
01  SLS-LEDGER-STATUS           PIC X(2).
    88  SLS-LEDGER-EOF               VALUE "10".
    88  SLS-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  SLS-STEP-NAME               PIC X(8) VALUE "SLSRPT".
01  SLS-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  SLS-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  SLS-PREREQ-1-SW             PIC X(1).
    88  SLS-PREREQ-1-DONE            VALUE "Y".
01  SLS-PREREQ-2-SW             PIC X(1).
    88  SLS-PREREQ-2-DONE            VALUE "Y".
01  SLS-ALREADY-RAN-SW          PIC X(1).
    88  SLS-ALREADY-RAN              VALUE "Y".
*>  A READ-ONLY REPORT CHANGES NOTHING, SO IT MAY BE RUN AGAIN
*>  ON A DATE IT HAS ALREADY COMPLETED.
01  SLS-RERUN-ALLOWED-SW        PIC X(1) VALUE "Y".
    88  SLS-RERUN-ALLOWED            VALUE "Y".
01  SLS-LEDGER-SW               PIC X(1) VALUE "N".
    88  SLS-LEDGER-REFUSED           VALUE "Y".
01  SLS-LEDGER-REASON           PIC X(40).
01  SLS-STEP-START-DATE         PIC 9(8).
01  SLS-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
AnalyzeSales.
    PERFORM CheckRunLedger
    IF SLS-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
*>      THE PERIOD'S LINES ARE SORTED INTO PRODUCT SEQUENCE AND ROLLED
*>      UP AT THE PRODUCT BREAK INTO A SUMMARY WORK FILE; THE RANKING
*>      AND BRAND SECTIONS ARE EACH A RE-SORT OF THAT SUMMARY.  NO
*>      IN-MEMORY TABLE, SO NO LINE IS EVER OMITTED HOWEVER BUSY THE
*>      PERIOD.
        SORT SORT-LINE-FILE
            ON ASCENDING KEY SLS-SRT-PRODUCT-ID
            USING ORDER-LINE-FILE
            OUTPUT PROCEDURE IS SummarizeByProduct
        SORT SORT-SUMMARY-FILE
            ON DESCENDING KEY SLS-SSM-UNITS
            USING PRODUCT-SUMMARY-FILE
            OUTPUT PROCEDURE IS PrintTopSellers
        SORT SORT-SUMMARY-FILE
            ON ASCENDING KEY SLS-SSM-BRAND-CODE
            USING PRODUCT-SUMMARY-FILE
            OUTPUT PROCEDURE IS PrintBrandRevenue
        PERFORM PrintBelowCost
        PERFORM PrintZeroSales
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    IF SLS-PRODUCT-FOUND
        MOVE CAT-PRODUCT-NAME TO SLS-SUM-PRODUCT-NAME
        MOVE CAT-BRAND-CODE TO SLS-SUM-BRAND-CODE
        COMPUTE SLS-SUM-COST ROUNDED =
            SLS-CUR-UNITS * CAT-AVERAGE-COST
    ELSE
        MOVE "(NOT ON CATALOG)" TO SLS-SUM-PRODUCT-NAME
        MOVE "????" TO SLS-SUM-BRAND-CODE
        MOVE ZERO TO SLS-SUM-COST
    END-IF
    IF SLS-SUM-COST = ZERO
        ADD 1 TO SLS-NO-COST-COUNT
    END-IF.

PrintTopSellers.
    PERFORM WriteReportLine
    MOVE "TOP SELLERS BY UNITS" TO SLS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "RANK  PROD  PRODUCT NAME         BRAND    UNITS        REVENUE  COST OF GOODS          MARGIN  MARGIN%"
        TO SLS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE ZERO TO SLS-RANK-NO
    MOVE SLS-RANK-NO TO SLS-RANK-EDIT
    MOVE SLS-SSM-UNITS TO SLS-UNITS-EDIT
    MOVE SLS-SSM-REVENUE TO SLS-REVENUE-EDIT
    MOVE SLS-SSM-REVENUE TO SLS-MARGIN-REVENUE
    MOVE SLS-SSM-COST TO SLS-MARGIN-COST
    PERFORM ComputeMargin
    MOVE SPACES TO SLS-REPORT-LINE
    STRING SLS-RANK-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-UNITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-REVENUE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-COST-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-MARGIN-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-PCT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-MARGIN-FLAG DELIMITED BY SIZE
        INTO SLS-REPORT-LINE
    PERFORM WriteReportLine
    PERFORM ReturnNextRankedProduct.

ComputeMargin.
    MOVE SLS-MARGIN-COST TO SLS-COST-EDIT
    COMPUTE SLS-MARGIN = SLS-MARGIN-REVENUE - SLS-MARGIN-COST
    MOVE SLS-MARGIN TO SLS-MARGIN-EDIT
    IF SLS-MARGIN-REVENUE > ZERO
        COMPUTE SLS-MARGIN-PCT ROUNDED =
            SLS-MARGIN * 100 / SLS-MARGIN-REVENUE
    ELSE
        MOVE ZERO TO SLS-MARGIN-PCT
    END-IF
    MOVE SLS-MARGIN-PCT TO SLS-PCT-EDIT
    EVALUATE TRUE
        WHEN SLS-MARGIN-COST = ZERO
            MOVE "NO COST" TO SLS-MARGIN-FLAG
        WHEN SLS-MARGIN < ZERO
            MOVE "BELOW COST" TO SLS-MARGIN-FLAG
        WHEN OTHER
            MOVE SPACES TO SLS-MARGIN-FLAG
    END-EVALUATE.

PrintBrandRevenue.
    MOVE SPACES TO SLS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "REVENUE AND MARGIN BY BRAND" TO SLS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "BRAND     UNITS        REVENUE  COST OF GOODS          MARGIN  MARGIN%"
        TO SLS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE SPACES TO SLS-CURRENT-BRAND
    MOVE "N" TO SLS-SORT-EOF-SW
        MOVE SLS-SSM-BRAND-CODE TO SLS-CURRENT-BRAND
        MOVE ZERO TO SLS-BRAND-UNITS
        MOVE ZERO TO SLS-BRAND-REVENUE
        MOVE ZERO TO SLS-BRAND-COST
    END-IF
    ADD SLS-SSM-UNITS TO SLS-BRAND-UNITS
    ADD SLS-SSM-REVENUE TO SLS-BRAND-REVENUE
    ADD SLS-SSM-COST TO SLS-BRAND-COST
    PERFORM ReturnNextBrandProduct.

PrintBrandLine.
    ADD 1 TO SLS-BRAND-COUNT
    MOVE SLS-BRAND-UNITS TO SLS-UNITS-EDIT
    MOVE SLS-BRAND-REVENUE TO SLS-REVENUE-EDIT
    MOVE SLS-BRAND-REVENUE TO SLS-MARGIN-REVENUE
    MOVE SLS-BRAND-COST TO SLS-MARGIN-COST
    PERFORM ComputeMargin
    MOVE SPACES TO SLS-REPORT-LINE
    STRING SLS-CURRENT-BRAND DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SLS-UNITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-REVENUE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-COST-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-MARGIN-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-PCT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SLS-MARGIN-FLAG DELIMITED BY SIZE
        INTO SLS-REPORT-LINE
    PERFORM WriteReportLine.

PrintBelowCost.
*>  EVERY PRODUCT WHOSE PERIOD REVENUE FELL SHORT OF ITS COST OF
*>  GOODS, IN PRODUCT SEQUENCE OFF THE SUMMARY WORK FILE, FOR
*>  MERCHANDISING TO RE-PRICE OR RENEGOTIATE WITH THE VENDOR.
    MOVE SPACES TO SLS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "PRODUCTS SELLING BELOW COST" TO SLS-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "PROD  PRODUCT NAME         BRAND    UNITS        REVENUE  COST OF GOODS          MARGIN"
        TO SLS-REPORT-LINE
    PERFORM WriteReportLine
    OPEN INPUT PRODUCT-SUMMARY-FILE
    PERFORM ReadNextSummary
    PERFORM CheckBelowCost UNTIL SLS-SUMMARY-EOF
    CLOSE PRODUCT-SUMMARY-FILE
    IF SLS-BELOW-COST-COUNT = ZERO
        MOVE "NONE - EVERY PRODUCT SOLD AT OR ABOVE COST"
            TO SLS-REPORT-LINE
        PERFORM WriteReportLine
    END-IF.

CheckBelowCost.
    IF SLS-SUM-COST > SLS-SUM-REVENUE
        ADD 1 TO SLS-BELOW-COST-COUNT
        MOVE SLS-SUM-UNITS TO SLS-UNITS-EDIT
        MOVE SLS-SUM-REVENUE TO SLS-REVENUE-EDIT
        MOVE SLS-SUM-REVENUE TO SLS-MARGIN-REVENUE
        MOVE SLS-SUM-COST TO SLS-MARGIN-COST
        PERFORM ComputeMargin
        MOVE SPACES TO SLS-REPORT-LINE
        STRING SLS-SUM-PRODUCT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLS-SUM-PRODUCT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLS-SUM-BRAND-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLS-UNITS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLS-REVENUE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLS-COST-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLS-MARGIN-EDIT DELIMITED BY SIZE
            INTO SLS-REPORT-LINE
        PERFORM WriteReportLine
        DISPLAY "SLSRPT: " SLS-SUM-PRODUCT-ID " SOLD BELOW COST IN"
            " THE PERIOD"
    END-IF
    PERFORM ReadNextSummary.

PrintZeroSales.
*>  THE SUMMARY WORK FILE IS IN PRODUCT-ID SEQUENCE, THE SAME
*>  ORDER A FULL BROWSE OF THE MASTER DELIVERS - SO A MATCHED
    DISPLAY "SLSRPT: ORDER LINES READ   - " SLS-LINES-READ
    DISPLAY "SLSRPT: PRODUCTS WITH SALES- " SLS-PRODUCT-COUNT
    DISPLAY "SLSRPT: BRANDS WITH SALES  - " SLS-BRAND-COUNT
    DISPLAY "SLSRPT: ZERO-SALES PRODUCTS- " SLS-ZERO-SALES-COUNT
    DISPLAY "SLSRPT: SOLD BELOW COST    - " SLS-BELOW-COST-COUNT
    DISPLAY "SLSRPT: SOLD WITH NO COST  - " SLS-NO-COST-COUNT.

TerminateRun.
    CLOSE PRODUCT-MASTER
    CLOSE SALES-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT SLS-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT SLS-STEP-START-TIME FROM TIME
    SET SLS-PREREQ-1-SW TO "N"
    IF SLS-PREREQ-STEP-1 = SPACES
        SET SLS-PREREQ-1-SW TO "Y"
    END-IF
    SET SLS-PREREQ-2-SW TO "N"
    IF SLS-PREREQ-STEP-2 = SPACES
        SET SLS-PREREQ-2-SW TO "Y"
    END-IF
    SET SLS-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF SLS-LEDGER-MISSING
        SET SLS-LEDGER-EOF TO TRUE
    END-IF
    IF NOT SLS-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL SLS-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO SLS-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT SLS-PREREQ-1-DONE
            STRING SLS-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO SLS-LEDGER-REASON
        WHEN NOT SLS-PREREQ-2-DONE
            STRING SLS-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO SLS-LEDGER-REASON
        WHEN SLS-ALREADY-RAN AND NOT SLS-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO SLS-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF SLS-LEDGER-REASON NOT = SPACES
        SET SLS-LEDGER-REFUSED TO TRUE
        DISPLAY "SLSRPT: RUN REFUSED - " SLS-LEDGER-REASON
        DISPLAY "SLSRPT: BUSINESS DATE " SLS-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE SLS-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET SLS-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = SLS-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = SLS-STEP-NAME
            SET SLS-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = SLS-PREREQ-STEP-1
            SET SLS-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = SLS-PREREQ-STEP-2
            SET SLS-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE SLS-STEP-NAME TO RLG-STEP-NAME
    MOVE SLS-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE SLS-STEP-START-DATE TO RLG-START-DATE
    MOVE SLS-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "LINES / PRODUCTS / BELOW COST" TO RLG-COUNT-TEXT
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
    MOVE SLS-LINES-READ TO RLG-COUNT-1
    MOVE SLS-PRODUCT-COUNT TO RLG-COUNT-2
    MOVE SLS-BELOW-COST-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
