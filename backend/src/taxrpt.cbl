IDENTIFICATION DIVISION.
PROGRAM-ID.  TAXRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TAX-JURISDICTION
        FILE STATUS IS TXR-TAXRATE-STATUS.
    SELECT OPTIONAL SALES-TAX-HIST ASSIGN TO "TAXHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS TXR-TAX-HIST-STATUS.
    SELECT SORT-TAX-FILE ASSIGN TO "SORTWK".
    SELECT TAX-REPORT ASSIGN TO "TAXRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS TXR-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS TXR-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TAX-RATE-TABLE.
    COPY TAXREC.
FD  SALES-TAX-HIST.
    COPY TXHREC.
SD  SORT-TAX-FILE.
01  TXR-SORT-RECORD.
    05  TXR-SRT-JURISDICTION    PIC X(4).
    05  TXR-SRT-DOCUMENT-DATE   PIC 9(8).
    05  TXR-SRT-DOCUMENT-ID     PIC X(8).
    05  TXR-SRT-DOCUMENT-TYPE   PIC X(1).
        88  TXR-SRT-CREDIT-MEMO     VALUE "C".
    05  TXR-SRT-CUSTOMER-ID     PIC X(6).
    05  TXR-SRT-TAX-RATE        PIC 9V9(4).
    05  TXR-SRT-TAXABLE-AMOUNT  PIC 9(7)V99.
    05  TXR-SRT-EXEMPT-AMOUNT   PIC 9(7)V99.
    05  TXR-SRT-TAX-AMOUNT      PIC 9(7)V99.
    05  TXR-SRT-FREIGHT-AMOUNT  PIC 9(7)V99.
FD  TAX-REPORT
    RECORDING MODE IS F.
01  TXR-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  TXR-TAXRATE-STATUS          PIC X(2).
01  TXR-TAX-HIST-STATUS         PIC X(2).
01  TXR-REPORT-STATUS           PIC X(2).
01  TXR-SORT-EOF-SW             PIC X(1).
    88  TXR-SORT-EOF                 VALUE "Y".
01  TXR-RATE-FOUND-SW           PIC X(1).
    88  TXR-RATE-FOUND               VALUE "Y".
01  TXR-RUN-DATE                PIC 9(8).
01  TXR-RECORDS-READ            PIC 9(7) COMP VALUE ZERO.
01  TXR-INVOICE-COUNT           PIC 9(7) COMP VALUE ZERO.
01  TXR-CREDIT-COUNT            PIC 9(7) COMP VALUE ZERO.
01  TXR-JURISDICTION-COUNT      PIC 9(5) COMP VALUE ZERO.
01  TXR-FIRST-DATE              PIC 9(8) VALUE ZERO.
01  TXR-LAST-DATE               PIC 9(8) VALUE ZERO.
*>  ONE JURISDICTION'S PERIOD TOTALS, CARRIED ACROSS THE CONTROL
*>  BREAK ON THE SORTED HISTORY.  A CREDIT MEMO SUBTRACTS, SO A
*>  JURISDICTION WHOSE RETURNS OUTRAN ITS SALES FOR THE MONTH CAN
*>  SHOW NEGATIVE - THE TOTALS ARE SIGNED.
01  TXR-CURRENT-JURISDICTION    PIC X(4).
01  TXR-CUR-TAXABLE             PIC S9(11)V99.
01  TXR-CUR-EXEMPT              PIC S9(11)V99.
01  TXR-CUR-TAX                 PIC S9(11)V99.
01  TXR-CUR-FREIGHT             PIC S9(11)V99.
01  TXR-GRAND-TAXABLE           PIC S9(11)V99 VALUE ZERO.
01  TXR-GRAND-EXEMPT            PIC S9(11)V99 VALUE ZERO.
01  TXR-GRAND-TAX               PIC S9(11)V99 VALUE ZERO.
01  TXR-GRAND-FREIGHT           PIC S9(11)V99 VALUE ZERO.
01  TXR-JURISDICTION-NAME-PRT   PIC X(20).
01  TXR-REPORT-LINE             PIC X(132).
01  TXR-RATE-EDIT               PIC 9.9999.
01  TXR-TAXABLE-EDIT            PIC ZZZZZZZZZZ9.99-.
01  TXR-EXEMPT-EDIT             PIC ZZZZZZZZZZ9.99-.
01  TXR-TAX-EDIT                PIC ZZZZZZZZZZ9.99-.
01  TXR-FREIGHT-EDIT            PIC ZZZZZZZZZZ9.99-.
01  TXR-LEDGER-STATUS           PIC X(2).
    88  TXR-LEDGER-EOF               VALUE "10".
    88  TXR-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  TXR-STEP-NAME               PIC X(8) VALUE "TAXRPT".
01  TXR-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  TXR-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  TXR-PREREQ-1-SW             PIC X(1).
    88  TXR-PREREQ-1-DONE            VALUE "Y".
01  TXR-PREREQ-2-SW             PIC X(1).
    88  TXR-PREREQ-2-DONE            VALUE "Y".
01  TXR-ALREADY-RAN-SW          PIC X(1).
    88  TXR-ALREADY-RAN              VALUE "Y".
01  TXR-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  TXR-RERUN-ALLOWED            VALUE "Y".
01  TXR-LEDGER-SW               PIC X(1) VALUE "N".
    88  TXR-LEDGER-REFUSED           VALUE "Y".
01  TXR-LEDGER-REASON           PIC X(40).
01  TXR-STEP-START-DATE         PIC 9(8).
01  TXR-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ReportTaxLiability.
    PERFORM CheckRunLedger
    IF TXR-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
*>      THE MONTH'S HISTORY IS SORTED INTO JURISDICTION SEQUENCE AND
*>      ROLLED UP AT THE BREAK.  NO IN-MEMORY TABLE, SO EVERY INVOICE
*>      AND CREDIT MEMO IN THE MONTH IS COUNTED HOWEVER MANY
*>      JURISDICTIONS WE BILL INTO.
        SORT SORT-TAX-FILE
            ON ASCENDING KEY TXR-SRT-JURISDICTION
                             TXR-SRT-DOCUMENT-DATE
            USING SALES-TAX-HIST
            OUTPUT PROCEDURE IS SummarizeByJurisdiction
        PERFORM PrintGrandTotals
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    ACCEPT TXR-RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT TAX-RATE-TABLE
    OPEN OUTPUT TAX-REPORT
    DISPLAY "TAXRPT: SALES TAX LIABILITY RUN STARTED FOR " TXR-RUN-DATE
    MOVE SPACES TO TXR-REPORT-LINE
    STRING "TAXRPT SALES TAX LIABILITY BY JURISDICTION RUN "
               DELIMITED BY SIZE
           TXR-RUN-DATE DELIMITED BY SIZE
        INTO TXR-REPORT-LINE
    PERFORM WriteReportLine
    MOVE SPACES TO TXR-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "JURS JURISDICTION NAME      RATE   TAXABLE SALES     EXEMPT SALES    TAX COLLECTED   FREIGHT BILLED"
        TO TXR-REPORT-LINE
    PERFORM WriteReportLine.

SummarizeByJurisdiction.
    MOVE SPACES TO TXR-CURRENT-JURISDICTION
    MOVE "N" TO TXR-SORT-EOF-SW
    PERFORM ReturnNextTaxRecord
    PERFORM RollUpTaxRecord UNTIL TXR-SORT-EOF
    IF TXR-RECORDS-READ > ZERO
        PERFORM PrintJurisdictionLine
    END-IF.

ReturnNextTaxRecord.
    RETURN SORT-TAX-FILE
        AT END SET TXR-SORT-EOF TO TRUE
    END-RETURN.

RollUpTaxRecord.
    ADD 1 TO TXR-RECORDS-READ
    IF TXR-RECORDS-READ = 1
        OR TXR-SRT-JURISDICTION NOT = TXR-CURRENT-JURISDICTION
        IF TXR-RECORDS-READ > 1
            PERFORM PrintJurisdictionLine
        END-IF
        MOVE TXR-SRT-JURISDICTION TO TXR-CURRENT-JURISDICTION
        MOVE ZERO TO TXR-CUR-TAXABLE
        MOVE ZERO TO TXR-CUR-EXEMPT
        MOVE ZERO TO TXR-CUR-TAX
        MOVE ZERO TO TXR-CUR-FREIGHT
    END-IF
*>  THE DATE RANGE ACTUALLY FOUND ON THE FILE IS PRINTED WITH THE
*>  TOTALS, SO A MONTH RUN AGAINST THE WRONG HISTORY SHOWS AT ONCE.
    IF TXR-FIRST-DATE = ZERO
        OR TXR-SRT-DOCUMENT-DATE < TXR-FIRST-DATE
        MOVE TXR-SRT-DOCUMENT-DATE TO TXR-FIRST-DATE
    END-IF
    IF TXR-SRT-DOCUMENT-DATE > TXR-LAST-DATE
        MOVE TXR-SRT-DOCUMENT-DATE TO TXR-LAST-DATE
    END-IF
    IF TXR-SRT-CREDIT-MEMO
        ADD 1 TO TXR-CREDIT-COUNT
        SUBTRACT TXR-SRT-TAXABLE-AMOUNT FROM TXR-CUR-TAXABLE
        SUBTRACT TXR-SRT-EXEMPT-AMOUNT FROM TXR-CUR-EXEMPT
        SUBTRACT TXR-SRT-TAX-AMOUNT FROM TXR-CUR-TAX
        SUBTRACT TXR-SRT-FREIGHT-AMOUNT FROM TXR-CUR-FREIGHT
    ELSE
        ADD 1 TO TXR-INVOICE-COUNT
        ADD TXR-SRT-TAXABLE-AMOUNT TO TXR-CUR-TAXABLE
        ADD TXR-SRT-EXEMPT-AMOUNT TO TXR-CUR-EXEMPT
        ADD TXR-SRT-TAX-AMOUNT TO TXR-CUR-TAX
        ADD TXR-SRT-FREIGHT-AMOUNT TO TXR-CUR-FREIGHT
    END-IF
    PERFORM ReturnNextTaxRecord.

PrintJurisdictionLine.
    ADD 1 TO TXR-JURISDICTION-COUNT
    PERFORM FindJurisdictionName
    ADD TXR-CUR-TAXABLE TO TXR-GRAND-TAXABLE
    ADD TXR-CUR-EXEMPT TO TXR-GRAND-EXEMPT
    ADD TXR-CUR-TAX TO TXR-GRAND-TAX
    ADD TXR-CUR-FREIGHT TO TXR-GRAND-FREIGHT
    MOVE TXR-CUR-TAXABLE TO TXR-TAXABLE-EDIT
    MOVE TXR-CUR-EXEMPT TO TXR-EXEMPT-EDIT
    MOVE TXR-CUR-TAX TO TXR-TAX-EDIT
    MOVE TXR-CUR-FREIGHT TO TXR-FREIGHT-EDIT
    MOVE SPACES TO TXR-REPORT-LINE
    STRING TXR-CURRENT-JURISDICTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TXR-JURISDICTION-NAME-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TXR-RATE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TXR-TAXABLE-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TXR-EXEMPT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TXR-TAX-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TXR-FREIGHT-EDIT DELIMITED BY SIZE
        INTO TXR-REPORT-LINE
    PERFORM WriteReportLine.

FindJurisdictionName.
*>  SALES TO A CUSTOMER WITH NO JURISDICTION, OR ONE SINCE DROPPED
*>  FROM THE RATE TABLE, STILL SHOW UNDER THEIR OWN LINE RATHER
*>  THAN VANISHING FROM THE RETURN.
    SET TXR-RATE-FOUND-SW TO "Y"
    MOVE TXR-CURRENT-JURISDICTION TO TAX-JURISDICTION
    READ TAX-RATE-TABLE
        INVALID KEY SET TXR-RATE-FOUND-SW TO "N"
    END-READ
    IF TXR-RATE-FOUND
        MOVE TAX-JURISDICTION-NAME TO TXR-JURISDICTION-NAME-PRT
        MOVE TAX-RATE TO TXR-RATE-EDIT
    ELSE
        MOVE "(NOT ON RATE TABLE)" TO TXR-JURISDICTION-NAME-PRT
        MOVE ZERO TO TXR-RATE-EDIT
    END-IF.

PrintGrandTotals.
    MOVE SPACES TO TXR-REPORT-LINE
    PERFORM WriteReportLine
    IF TXR-RECORDS-READ = ZERO
        MOVE "NO INVOICES OR CREDIT MEMOS ON THE TAX HISTORY FOR THE PERIOD"
            TO TXR-REPORT-LINE
        PERFORM WriteReportLine
    ELSE
        MOVE TXR-GRAND-TAXABLE TO TXR-TAXABLE-EDIT
        MOVE TXR-GRAND-EXEMPT TO TXR-EXEMPT-EDIT
        MOVE TXR-GRAND-TAX TO TXR-TAX-EDIT
        MOVE TXR-GRAND-FREIGHT TO TXR-FREIGHT-EDIT
        MOVE SPACES TO TXR-REPORT-LINE
        STRING "TOTAL ALL JURISDICTIONS          " DELIMITED BY SIZE
               TXR-TAXABLE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TXR-EXEMPT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TXR-TAX-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TXR-FREIGHT-EDIT DELIMITED BY SIZE
            INTO TXR-REPORT-LINE
        PERFORM WriteReportLine
        MOVE SPACES TO TXR-REPORT-LINE
        STRING "DOCUMENTS DATED " DELIMITED BY SIZE
               TXR-FIRST-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TXR-LAST-DATE DELIMITED BY SIZE
            INTO TXR-REPORT-LINE
        PERFORM WriteReportLine
    END-IF.

WriteReportLine.
    MOVE TXR-REPORT-LINE TO TXR-REPORT-RECORD
    WRITE TXR-REPORT-RECORD.

WriteRunSummary.
    DISPLAY "TAXRPT: HISTORY RECORDS READ- " TXR-RECORDS-READ
    DISPLAY "TAXRPT: INVOICES            - " TXR-INVOICE-COUNT
    DISPLAY "TAXRPT: CREDIT MEMOS        - " TXR-CREDIT-COUNT
    DISPLAY "TAXRPT: JURISDICTIONS       - " TXR-JURISDICTION-COUNT.

TerminateRun.
    CLOSE TAX-RATE-TABLE
    CLOSE TAX-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT TXR-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT TXR-STEP-START-TIME FROM TIME
    SET TXR-PREREQ-1-SW TO "N"
    IF TXR-PREREQ-STEP-1 = SPACES
        SET TXR-PREREQ-1-SW TO "Y"
    END-IF
    SET TXR-PREREQ-2-SW TO "N"
    IF TXR-PREREQ-STEP-2 = SPACES
        SET TXR-PREREQ-2-SW TO "Y"
    END-IF
    SET TXR-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF TXR-LEDGER-MISSING
        SET TXR-LEDGER-EOF TO TRUE
    END-IF
    IF NOT TXR-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL TXR-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO TXR-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT TXR-PREREQ-1-DONE
            STRING TXR-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO TXR-LEDGER-REASON
        WHEN NOT TXR-PREREQ-2-DONE
            STRING TXR-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO TXR-LEDGER-REASON
        WHEN TXR-ALREADY-RAN AND NOT TXR-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO TXR-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF TXR-LEDGER-REASON NOT = SPACES
        SET TXR-LEDGER-REFUSED TO TRUE
        DISPLAY "TAXRPT: RUN REFUSED - " TXR-LEDGER-REASON
        DISPLAY "TAXRPT: BUSINESS DATE " TXR-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE TXR-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET TXR-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = TXR-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = TXR-STEP-NAME
            SET TXR-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = TXR-PREREQ-STEP-1
            SET TXR-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = TXR-PREREQ-STEP-2
            SET TXR-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE TXR-STEP-NAME TO RLG-STEP-NAME
    MOVE TXR-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE TXR-STEP-START-DATE TO RLG-START-DATE
    MOVE TXR-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "RECORDS / INVOICES / CR MEMOS" TO RLG-COUNT-TEXT
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
    MOVE TXR-RECORDS-READ TO RLG-COUNT-1
    MOVE TXR-INVOICE-COUNT TO RLG-COUNT-2
    MOVE TXR-CREDIT-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
