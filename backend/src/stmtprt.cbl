IDENTIFICATION DIVISION.
PROGRAM-ID.  STMTPRT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUS-CUSTOMER-ID
        FILE STATUS IS STM-CUSTMSTR-STATUS.
    SELECT OPTIONAL AR-ITEM-FILE ASSIGN TO "ARITEMS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-AR-ITEM-STATUS.
    SELECT OPTIONAL SALES-TAX-HIST ASSIGN TO "TAXHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-TAX-HIST-STATUS.
    SELECT OPTIONAL CASH-APPLIED-HIST ASSIGN TO "CSHHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-CASH-HIST-STATUS.
    SELECT OPTIONAL STATEMENT-PARM-FILE ASSIGN TO "STMTPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-PARM-STATUS.
    SELECT OPTIONAL STATEMENT-CONTROL-FILE ASSIGN TO "STMTCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-CONTROL-STATUS.
    SELECT STATUS-HIST-FILE ASSIGN TO "CSTSHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-STATUS-HIST-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
    SELECT STATEMENT-PRINT ASSIGN TO "STMTPRT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-PRINT-STATUS.
    SELECT SUSPENSION-LISTING ASSIGN TO "STMTSUSP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-LISTING-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STM-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER.
    COPY CUSTREC.
FD  AR-ITEM-FILE.
    COPY ARITMREC.
FD  SALES-TAX-HIST.
    COPY TXHREC.
FD  CASH-APPLIED-HIST.
    COPY CAHREC.
FD  STATEMENT-PARM-FILE.
01  STM-PARM-RECORD.
    05  STM-PARM-TERMS-DAYS         PIC 9(3).
    05  STM-PARM-SUSPEND-DAYS       PIC 9(3).
    05  STM-PARM-SUSPEND-AMOUNT     PIC 9(7)V99.
    05  FILLER                      PIC X(65).
FD  STATEMENT-CONTROL-FILE.
    COPY STCTLRC.
FD  STATUS-HIST-FILE.
    COPY CSTHREC.
SD  SORT-WORK-FILE.
01  STM-SORT-RECORD.
    05  STM-SRT-CUSTOMER-ID     PIC X(6).
    05  STM-SRT-SECTION         PIC X(1).
        88  STM-SRT-ACTIVITY        VALUE "1".
        88  STM-SRT-OPEN-ITEM       VALUE "2".
    05  STM-SRT-DATE            PIC 9(8).
    05  STM-SRT-REFERENCE       PIC X(8).
    05  STM-SRT-ENTRY-TYPE      PIC X(1).
        88  STM-SRT-INVOICE         VALUE "I".
        88  STM-SRT-CREDIT-MEMO     VALUE "C".
        88  STM-SRT-CASH-APPLIED    VALUE "A".
        88  STM-SRT-CASH-ON-ACCOUNT VALUE "O".
        88  STM-SRT-CREDIT-ITEM     VALUE "C" "U".
    05  STM-SRT-AMOUNT          PIC 9(7)V99.
    05  STM-SRT-ORIGINAL        PIC 9(7)V99.
FD  STATEMENT-PRINT
    RECORDING MODE IS F.
01  STM-PRINT-RECORD                PIC X(132).
FD  SUSPENSION-LISTING
    RECORDING MODE IS F.
01  STM-LISTING-RECORD              PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  STM-CUSTMSTR-STATUS         PIC X(2).
01  STM-AR-ITEM-STATUS          PIC X(2).
    88  STM-AR-ITEM-EOF              VALUE "10".
    88  STM-AR-ITEM-MISSING          VALUE "05".
01  STM-TAX-HIST-STATUS         PIC X(2).
    88  STM-TAX-HIST-EOF             VALUE "10".
    88  STM-TAX-HIST-MISSING         VALUE "05".
01  STM-CASH-HIST-STATUS        PIC X(2).
    88  STM-CASH-HIST-EOF            VALUE "10".
    88  STM-CASH-HIST-MISSING        VALUE "05".
01  STM-PARM-STATUS             PIC X(2).
01  STM-CONTROL-STATUS          PIC X(2).
01  STM-STATUS-HIST-STATUS      PIC X(2).
01  STM-PRINT-STATUS            PIC X(2).
01  STM-LISTING-STATUS          PIC X(2).
01  STM-SORT-EOF-SW             PIC X(1).
    88  STM-SORT-EOF                 VALUE "Y".
01  STM-RERUN-SW                PIC X(1) VALUE "N".
    88  STM-RERUN-BLOCKED            VALUE "Y".
01  STM-CUSTOMER-FOUND-SW       PIC X(1).
    88  STM-CUSTOMER-FOUND           VALUE "Y".
01  STM-RUN-DATE                PIC 9(8).
01  STM-RUN-DAY-NO              PIC 9(7).
01  STM-ITEM-DAY-NO             PIC 9(7).
01  STM-ITEM-AGE-DAYS           PIC S9(7).
01  STM-DAYS-PAST-DUE           PIC S9(7).
*>  THE PERIOD RUNS FROM THE DAY AFTER THE LAST STATEMENT DATE ON
*>  STMTCTL UP TO TODAY.  THE FIRST RUN, WITH NO CONTROL RECORD,
*>  TAKES ACTIVITY AFTER THE SAME DAY OF THE PREVIOUS MONTH.
01  STM-LAST-STATEMENT-DATE     PIC 9(8) VALUE ZERO.
01  STM-PERIOD-AFTER            PIC 9(8).
01  STM-RUN-YEAR-MONTH          PIC 9(6).
01  STM-RUN-YEAR                PIC 9(4).
01  STM-RUN-MONTH               PIC 9(2).
01  STM-RUN-DAY                 PIC 9(2).
*>  STANDING CREDIT POLICY, OVERRIDDEN BY THE STMTPARM CARD: AN
*>  INVOICE FALLS DUE THIS MANY DAYS AFTER ITS INVOICE DATE, AND AN
*>  ACTIVE ACCOUNT IS SUSPENDED WHEN WHAT IT OWES ON ITEMS MORE THAN
*>  THE SUSPEND DAYS PAST DUE, LESS ANY CREDIT IT HOLDS, IS OVER THE
*>  SUSPEND AMOUNT.
01  STM-TERMS-DAYS              PIC 9(3) VALUE 30.
01  STM-SUSPEND-DAYS            PIC 9(3) VALUE 60.
01  STM-SUSPEND-AMOUNT          PIC 9(7)V99 VALUE 500.00.
01  STM-CURRENT-CUSTOMER        PIC X(6).
01  STM-CUST-INVOICES           PIC 9(9)V99.
01  STM-CUST-CREDIT-MEMOS       PIC 9(9)V99.
01  STM-CUST-CASH               PIC 9(9)V99.
01  STM-CUST-OPEN-COUNT         PIC 9(5) COMP.
01  STM-CUST-CURRENT            PIC 9(9)V99.
01  STM-CUST-OVER-30            PIC 9(9)V99.
01  STM-CUST-OVER-60            PIC 9(9)V99.
01  STM-CUST-OVER-90            PIC 9(9)V99.
01  STM-CUST-CREDITS            PIC 9(9)V99.
01  STM-CUST-PAST-DUE           PIC 9(9)V99.
01  STM-CUST-OVERDUE            PIC 9(9)V99.
01  STM-OLDEST-PAST-DUE         PIC 9(5).
01  STM-OPENING-BALANCE         PIC S9(9)V99.
01  STM-CLOSING-BALANCE         PIC S9(9)V99.
01  STM-NET-OVERDUE             PIC S9(9)V99.
01  STM-OLD-STATUS              PIC X(1) VALUE SPACES.
*>  ONE STATEMENT'S DETAIL IS HELD UNTIL THE CUSTOMER BREAK, SINCE
*>  THE OPENING BALANCE PRINTED AT THE TOP IS WORKED BACK FROM THE
*>  OPEN ITEMS THAT SORT LAST.  AN ENTRY PAST THE 200TH IS STILL IN
*>  THE TOTALS AND IS NOTED ON THE STATEMENT RATHER THAN ITEMISED.
01  STM-ACTIVITY-TABLE.
    05  STM-ACTIVITY-ENTRY OCCURS 200 TIMES INDEXED BY STM-ACT-IX.
        10  STM-ACT-TYPE             PIC X(1).
        10  STM-ACT-REFERENCE        PIC X(8).
        10  STM-ACT-DATE             PIC 9(8).
        10  STM-ACT-AMOUNT           PIC 9(7)V99.
01  STM-ACTIVITY-COUNT          PIC 9(3) COMP.
01  STM-ACT-OVERFLOW-CT         PIC 9(5) COMP.
01  STM-OPEN-ITEM-TABLE.
    05  STM-OPEN-ITEM-ENTRY OCCURS 200 TIMES INDEXED BY STM-OPN-IX.
        10  STM-OPN-TYPE             PIC X(1).
        10  STM-OPN-REFERENCE        PIC X(8).
        10  STM-OPN-DATE             PIC 9(8).
        10  STM-OPN-ORIGINAL         PIC 9(7)V99.
        10  STM-OPN-OPEN             PIC 9(7)V99.
        10  STM-OPN-PAST-DUE         PIC 9(5).
01  STM-OPEN-ITEM-COUNT         PIC 9(3) COMP.
01  STM-OPN-OVERFLOW-CT         PIC 9(5) COMP.
01  STM-ITEMS-READ              PIC 9(5) COMP VALUE ZERO.
01  STM-DOCUMENTS-TAKEN         PIC 9(5) COMP VALUE ZERO.
01  STM-CASH-TAKEN              PIC 9(5) COMP VALUE ZERO.
01  STM-STATEMENTS-PRINTED      PIC 9(5) COMP VALUE ZERO.
01  STM-ACCOUNTS-SUSPENDED      PIC 9(5) COMP VALUE ZERO.
01  STM-ALREADY-SUSPENDED       PIC 9(5) COMP VALUE ZERO.
01  STM-NOT-ON-FILE-COUNT       PIC 9(5) COMP VALUE ZERO.
01  STM-NO-OPEN-ITEM-COUNT      PIC 9(5) COMP VALUE ZERO.
01  STM-PAGE-NO                 PIC 9(5) VALUE ZERO.
01  STM-LINES-ON-PAGE           PIC 9(3) VALUE ZERO.
*>  50 DETAIL LINES TO A PAGE, AS ON THE INVOICE; A LONG STATEMENT
*>  CONTINUES ON A FRESH PAGE WITH ITS HEADING REPEATED.
01  STM-PAGE-LIMIT              PIC 9(3) VALUE 50.
01  STM-CUSTOMER-NAME-PRT       PIC X(20).
01  STM-SHIP-TO-PRT             PIC X(30).
01  STM-DESCRIPTION-PRT         PIC X(20).
01  STM-DUNNING-TEXT            PIC X(100).
01  STM-PRINT-LINE              PIC X(132).
01  STM-LISTING-LINE            PIC X(132).
01  STM-PAGE-NO-EDIT            PIC ZZZZ9.
01  STM-AMOUNT-EDIT             PIC ZZZZZZZZ9.99.
01  STM-ORIGINAL-EDIT           PIC ZZZZZZZZ9.99.
01  STM-BALANCE-EDIT            PIC ZZZZZZZZ9.99-.
01  STM-CURRENT-EDIT            PIC ZZZZZZZZ9.99.
01  STM-OVER-30-EDIT            PIC ZZZZZZZZ9.99.
01  STM-OVER-60-EDIT            PIC ZZZZZZZZ9.99.
01  STM-OVER-90-EDIT            PIC ZZZZZZZZ9.99.
01  STM-CREDITS-EDIT            PIC ZZZZZZZZ9.99.
01  STM-DAYS-EDIT               PIC ZZZZ9.
01  STM-COUNT-EDIT              PIC ZZZZ9.
01  STM-LEDGER-STATUS           PIC X(2).
    88  STM-LEDGER-EOF               VALUE "10".
    88  STM-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  STM-STEP-NAME               PIC X(8) VALUE "STMTPRT".
01  STM-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  STM-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  STM-PREREQ-1-SW             PIC X(1).
    88  STM-PREREQ-1-DONE            VALUE "Y".
01  STM-PREREQ-2-SW             PIC X(1).
    88  STM-PREREQ-2-DONE            VALUE "Y".
01  STM-ALREADY-RAN-SW          PIC X(1).
    88  STM-ALREADY-RAN              VALUE "Y".
01  STM-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  STM-RERUN-ALLOWED            VALUE "Y".
01  STM-LEDGER-SW               PIC X(1) VALUE "N".
    88  STM-LEDGER-REFUSED           VALUE "Y".
01  STM-LEDGER-REASON           PIC X(40).
01  STM-STEP-START-DATE         PIC 9(8).
01  STM-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
PrintCustomerStatements.
    PERFORM CheckRunLedger
    IF STM-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        IF STM-RERUN-BLOCKED
            MOVE 8 TO RETURN-CODE
        ELSE
*>          EVERY SOURCE IS NORMALIZED INTO ONE STREAM - THE PERIOD'S
*>          INVOICES AND CREDIT MEMOS FROM TAXHIST, ITS CASH FROM
*>          CSHHIST, AND THE OPEN ITEMS STILL ON ARITEMS - AND SORTED
*>          BY CUSTOMER, SO EACH ACCOUNT ARRIVES WHOLE AT THE BREAK.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY STM-SRT-CUSTOMER-ID
                                 STM-SRT-SECTION
                                 STM-SRT-DATE
                                 STM-SRT-REFERENCE
                INPUT PROCEDURE IS ReleaseStatementEntries
                OUTPUT PROCEDURE IS PrintStatements
            PERFORM PrintListingTotals
            PERFORM WriteControlFile
            PERFORM WriteRunSummary
            PERFORM TerminateRun
        END-IF
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    ACCEPT STM-RUN-DATE FROM DATE YYYYMMDD
*>  AGING NEEDS REAL CALENDAR ARITHMETIC ACROSS MONTH AND YEAR
*>  ENDS, SO THE RUN DATE AND EACH INVOICE DATE ARE TAKEN TO DAY
*>  NUMBERS THE SAME WAY ARAGE DOES.
    COMPUTE STM-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (STM-RUN-DATE)
    PERFORM ReadControlFile
    IF STM-RERUN-BLOCKED
        DISPLAY "STMTPRT: RUN REFUSED - STATEMENTS ALREADY PRINTED FOR "
            STM-LAST-STATEMENT-DATE
        DISPLAY "STMTPRT: A RESUBMIT WOULD SEND EVERY CUSTOMER A SECOND"
            " STATEMENT - CLEAR THE CONTROL DATE IF THIS RERUN IS INTENDED"
    ELSE
        PERFORM ReadStatementParameters
        OPEN I-O CUSTOMER-MASTER
        OPEN EXTEND STATUS-HIST-FILE
        OPEN OUTPUT STATEMENT-PRINT
        OPEN OUTPUT SUSPENSION-LISTING
        DISPLAY "STMTPRT: MONTH-END STATEMENT RUN STARTED FOR "
            STM-RUN-DATE
        DISPLAY "STMTPRT: ACTIVITY AFTER " STM-PERIOD-AFTER
        PERFORM StartSuspensionListing
    END-IF.

ReadControlFile.
*>  THE CONTROL RECORD CARRIES THE LAST STATEMENT DATE.  A RUN FOR
*>  THAT DATE OR AN EARLIER ONE IS AN ACCIDENTAL RESUBMIT AND IS
*>  REFUSED BEFORE ANY FILE IS TOUCHED, AS GLEXTR DOES.
    MOVE ZERO TO STC-LAST-STATEMENT-DATE
    OPEN INPUT STATEMENT-CONTROL-FILE
    IF STM-CONTROL-STATUS NOT = "05"
        READ STATEMENT-CONTROL-FILE
            AT END CONTINUE
        END-READ
    END-IF
    CLOSE STATEMENT-CONTROL-FILE
    MOVE STC-LAST-STATEMENT-DATE TO STM-LAST-STATEMENT-DATE
    IF STM-LAST-STATEMENT-DATE NOT < STM-RUN-DATE
        SET STM-RERUN-BLOCKED TO TRUE
    END-IF
    IF STM-LAST-STATEMENT-DATE = ZERO
        DIVIDE STM-RUN-DATE BY 100
            GIVING STM-RUN-YEAR-MONTH REMAINDER STM-RUN-DAY
        DIVIDE STM-RUN-YEAR-MONTH BY 100
            GIVING STM-RUN-YEAR REMAINDER STM-RUN-MONTH
        IF STM-RUN-MONTH = 1
            SUBTRACT 1 FROM STM-RUN-YEAR
            MOVE 12 TO STM-RUN-MONTH
        ELSE
            SUBTRACT 1 FROM STM-RUN-MONTH
        END-IF
        COMPUTE STM-PERIOD-AFTER =
            STM-RUN-YEAR * 10000 + STM-RUN-MONTH * 100 + STM-RUN-DAY
    ELSE
        MOVE STM-LAST-STATEMENT-DATE TO STM-PERIOD-AFTER
    END-IF.

ReadStatementParameters.
*>  A MISSING OR EMPTY STMTPARM, OR A ZERO OR NON-NUMERIC FIELD ON
*>  THE CARD, LEAVES THE STANDING VALUE IN FORCE FOR THAT FIELD.
    OPEN INPUT STATEMENT-PARM-FILE
    READ STATEMENT-PARM-FILE
        AT END MOVE ZERO TO STM-PARM-RECORD
    END-READ
    IF STM-PARM-TERMS-DAYS NUMERIC AND STM-PARM-TERMS-DAYS > ZERO
        MOVE STM-PARM-TERMS-DAYS TO STM-TERMS-DAYS
    END-IF
    IF STM-PARM-SUSPEND-DAYS NUMERIC AND STM-PARM-SUSPEND-DAYS > ZERO
        MOVE STM-PARM-SUSPEND-DAYS TO STM-SUSPEND-DAYS
    END-IF
    IF STM-PARM-SUSPEND-AMOUNT NUMERIC
        AND STM-PARM-SUSPEND-AMOUNT > ZERO
        MOVE STM-PARM-SUSPEND-AMOUNT TO STM-SUSPEND-AMOUNT
    END-IF
    CLOSE STATEMENT-PARM-FILE
    MOVE STM-SUSPEND-AMOUNT TO STM-AMOUNT-EDIT
    DISPLAY "STMTPRT: TERMS " STM-TERMS-DAYS " DAYS - SUSPEND OVER "
        STM-AMOUNT-EDIT " MORE THAN " STM-SUSPEND-DAYS " DAYS PAST DUE".

StartSuspensionListing.
    MOVE SPACES TO STM-LISTING-LINE
    STRING "STMTPRT ACCOUNT STATUS CHANGES FROM MONTH-END STATEMENTS OF "
               DELIMITED BY SIZE
           STM-RUN-DATE DELIMITED BY SIZE
        INTO STM-LISTING-LINE
    PERFORM WriteListingLine
    MOVE STM-SUSPEND-AMOUNT TO STM-AMOUNT-EDIT
    MOVE SPACES TO STM-LISTING-LINE
    STRING "SUSPENDED WHEN OWING MORE THAN " DELIMITED BY SIZE
           STM-AMOUNT-EDIT DELIMITED BY SIZE
           " ON ITEMS OVER " DELIMITED BY SIZE
           STM-SUSPEND-DAYS DELIMITED BY SIZE
           " DAYS PAST DUE (TERMS " DELIMITED BY SIZE
           STM-TERMS-DAYS DELIMITED BY SIZE
           " DAYS), NET OF CREDITS HELD" DELIMITED BY SIZE
        INTO STM-LISTING-LINE
    PERFORM WriteListingLine
    MOVE SPACES TO STM-LISTING-LINE
    PERFORM WriteListingLine
    MOVE "CUST   CUSTOMER NAME         OLDEST DAYS    AMOUNT OVERDUE    ACCOUNT BALANCE  STATUS"
        TO STM-LISTING-LINE
    PERFORM WriteListingLine.

ReleaseStatementEntries.
    PERFORM ReleaseOpenItems
    PERFORM ReleasePeriodDocuments
    PERFORM ReleasePeriodCash.

ReleaseOpenItems.
    OPEN INPUT AR-ITEM-FILE
    IF STM-AR-ITEM-MISSING
        SET STM-AR-ITEM-EOF TO TRUE
    END-IF
    IF NOT STM-AR-ITEM-EOF
        PERFORM ReadNextItem
        PERFORM ReleaseOneOpenItem UNTIL STM-AR-ITEM-EOF
    END-IF
    CLOSE AR-ITEM-FILE.

ReadNextItem.
    READ AR-ITEM-FILE
        AT END SET STM-AR-ITEM-EOF TO TRUE
    END-READ.

ReleaseOneOpenItem.
    ADD 1 TO STM-ITEMS-READ
    MOVE ARI-CUSTOMER-ID TO STM-SRT-CUSTOMER-ID
    SET STM-SRT-OPEN-ITEM TO TRUE
    MOVE ARI-INVOICE-DATE TO STM-SRT-DATE
    MOVE ARI-ORDER-ID TO STM-SRT-REFERENCE
    MOVE ARI-ITEM-TYPE TO STM-SRT-ENTRY-TYPE
    MOVE ARI-OPEN-AMOUNT TO STM-SRT-AMOUNT
    MOVE ARI-ORIGINAL-AMOUNT TO STM-SRT-ORIGINAL
    RELEASE STM-SORT-RECORD
    PERFORM ReadNextItem.

ReleasePeriodDocuments.
*>  EVERY INVOICE AND CREDIT MEMO OF THE PERIOD IS ON TAXHIST AT
*>  ITS GROSS - GOODS, TAX AND FREIGHT - EVEN ONCE CSHPOST HAS
*>  PAID IT OFF ARITEMS.  TAXRPT EMPTIES TAXHIST AT MONTH END, SO
*>  THE STATEMENTS MUST BE PRINTED FIRST.
    OPEN INPUT SALES-TAX-HIST
    IF STM-TAX-HIST-MISSING
        SET STM-TAX-HIST-EOF TO TRUE
    END-IF
    IF NOT STM-TAX-HIST-EOF
        PERFORM ReadNextDocument
        PERFORM ReleaseOneDocument UNTIL STM-TAX-HIST-EOF
    END-IF
    CLOSE SALES-TAX-HIST.

ReadNextDocument.
    READ SALES-TAX-HIST
        AT END SET STM-TAX-HIST-EOF TO TRUE
    END-READ.

ReleaseOneDocument.
    IF TXH-DOCUMENT-DATE > STM-PERIOD-AFTER
        AND TXH-DOCUMENT-DATE NOT > STM-RUN-DATE
        ADD 1 TO STM-DOCUMENTS-TAKEN
        MOVE TXH-CUSTOMER-ID TO STM-SRT-CUSTOMER-ID
        SET STM-SRT-ACTIVITY TO TRUE
        MOVE TXH-DOCUMENT-DATE TO STM-SRT-DATE
        MOVE TXH-DOCUMENT-ID TO STM-SRT-REFERENCE
        MOVE TXH-DOCUMENT-TYPE TO STM-SRT-ENTRY-TYPE
        COMPUTE STM-SRT-AMOUNT =
            TXH-TAXABLE-AMOUNT + TXH-EXEMPT-AMOUNT
            + TXH-TAX-AMOUNT + TXH-FREIGHT-AMOUNT
        MOVE ZERO TO STM-SRT-ORIGINAL
        RELEASE STM-SORT-RECORD
    END-IF
    PERFORM ReadNextDocument.

ReleasePeriodCash.
*>  CASH APPLIED TO AN ITEM AND CASH PUT ON ACCOUNT BOTH LOWER THE
*>  BALANCE.  AN EARLIER ON-ACCOUNT CREDIT SPENT ON AN INVOICE DOES
*>  NOT - THAT MONEY WAS ALREADY CREDITED WHEN IT CAME IN.
    OPEN INPUT CASH-APPLIED-HIST
    IF STM-CASH-HIST-MISSING
        SET STM-CASH-HIST-EOF TO TRUE
    END-IF
    IF NOT STM-CASH-HIST-EOF
        PERFORM ReadNextCash
        PERFORM ReleaseOneCash UNTIL STM-CASH-HIST-EOF
    END-IF
    CLOSE CASH-APPLIED-HIST.

ReadNextCash.
    READ CASH-APPLIED-HIST
        AT END SET STM-CASH-HIST-EOF TO TRUE
    END-READ.

ReleaseOneCash.
    IF CAH-APPLIED-DATE > STM-PERIOD-AFTER
        AND CAH-APPLIED-DATE NOT > STM-RUN-DATE
        AND NOT CAH-CREDIT-APPLIED
        ADD 1 TO STM-CASH-TAKEN
        MOVE CAH-CUSTOMER-ID TO STM-SRT-CUSTOMER-ID
        SET STM-SRT-ACTIVITY TO TRUE
        MOVE CAH-APPLIED-DATE TO STM-SRT-DATE
        IF CAH-CASH-ON-ACCOUNT AND CAH-REFERENCE-NO NOT = SPACES
            MOVE CAH-REFERENCE-NO TO STM-SRT-REFERENCE
        ELSE
            MOVE CAH-ORDER-ID TO STM-SRT-REFERENCE
        END-IF
        MOVE CAH-ENTRY-TYPE TO STM-SRT-ENTRY-TYPE
        MOVE CAH-APPLIED-AMOUNT TO STM-SRT-AMOUNT
        MOVE ZERO TO STM-SRT-ORIGINAL
        RELEASE STM-SORT-RECORD
    END-IF
    PERFORM ReadNextCash.

PrintStatements.
    MOVE SPACES TO STM-CURRENT-CUSTOMER
    MOVE "N" TO STM-SORT-EOF-SW
    PERFORM ReturnNextEntry
    PERFORM GatherCustomerEntry UNTIL STM-SORT-EOF
    IF STM-CURRENT-CUSTOMER NOT = SPACES
        PERFORM CloseCustomerAccount
    END-IF.

ReturnNextEntry.
    RETURN SORT-WORK-FILE
        AT END SET STM-SORT-EOF TO TRUE
    END-RETURN.

GatherCustomerEntry.
    IF STM-SRT-CUSTOMER-ID NOT = STM-CURRENT-CUSTOMER
        IF STM-CURRENT-CUSTOMER NOT = SPACES
            PERFORM CloseCustomerAccount
        END-IF
        PERFORM StartCustomerAccount
    END-IF
    IF STM-SRT-ACTIVITY
        PERFORM AddActivityEntry
    ELSE
        PERFORM AddOpenItemEntry
    END-IF
    PERFORM ReturnNextEntry.

StartCustomerAccount.
    MOVE STM-SRT-CUSTOMER-ID TO STM-CURRENT-CUSTOMER
    MOVE ZERO TO STM-CUST-INVOICES
    MOVE ZERO TO STM-CUST-CREDIT-MEMOS
    MOVE ZERO TO STM-CUST-CASH
    MOVE ZERO TO STM-CUST-OPEN-COUNT
    MOVE ZERO TO STM-CUST-CURRENT
    MOVE ZERO TO STM-CUST-OVER-30
    MOVE ZERO TO STM-CUST-OVER-60
    MOVE ZERO TO STM-CUST-OVER-90
    MOVE ZERO TO STM-CUST-CREDITS
    MOVE ZERO TO STM-CUST-PAST-DUE
    MOVE ZERO TO STM-CUST-OVERDUE
    MOVE ZERO TO STM-OLDEST-PAST-DUE
    MOVE ZERO TO STM-ACTIVITY-COUNT
    MOVE ZERO TO STM-ACT-OVERFLOW-CT
    MOVE ZERO TO STM-OPEN-ITEM-COUNT
    MOVE ZERO TO STM-OPN-OVERFLOW-CT.

AddActivityEntry.
    EVALUATE TRUE
        WHEN STM-SRT-INVOICE
            ADD STM-SRT-AMOUNT TO STM-CUST-INVOICES
        WHEN STM-SRT-CREDIT-MEMO
            ADD STM-SRT-AMOUNT TO STM-CUST-CREDIT-MEMOS
        WHEN OTHER
            ADD STM-SRT-AMOUNT TO STM-CUST-CASH
    END-EVALUATE
    IF STM-ACTIVITY-COUNT >= 200
        ADD 1 TO STM-ACT-OVERFLOW-CT
    ELSE
        ADD 1 TO STM-ACTIVITY-COUNT
        SET STM-ACT-IX TO STM-ACTIVITY-COUNT
        MOVE STM-SRT-ENTRY-TYPE TO STM-ACT-TYPE (STM-ACT-IX)
        MOVE STM-SRT-REFERENCE TO STM-ACT-REFERENCE (STM-ACT-IX)
        MOVE STM-SRT-DATE TO STM-ACT-DATE (STM-ACT-IX)
        MOVE STM-SRT-AMOUNT TO STM-ACT-AMOUNT (STM-ACT-IX)
    END-IF.

AddOpenItemEntry.
*>  CREDIT ITEMS ARE NOT AGED - THEY ARE HELD IN THEIR OWN COLUMN
*>  AND NETTED OFF THE BALANCE, AS ON THE AGED TRIAL BALANCE.
    ADD 1 TO STM-CUST-OPEN-COUNT
    MOVE ZERO TO STM-DAYS-PAST-DUE
    IF STM-SRT-CREDIT-ITEM
        ADD STM-SRT-AMOUNT TO STM-CUST-CREDITS
    ELSE
        PERFORM AgeOpenItem
        EVALUATE TRUE
            WHEN STM-ITEM-AGE-DAYS > 90
                ADD STM-SRT-AMOUNT TO STM-CUST-OVER-90
            WHEN STM-ITEM-AGE-DAYS > 60
                ADD STM-SRT-AMOUNT TO STM-CUST-OVER-60
            WHEN STM-ITEM-AGE-DAYS > 30
                ADD STM-SRT-AMOUNT TO STM-CUST-OVER-30
            WHEN OTHER
                ADD STM-SRT-AMOUNT TO STM-CUST-CURRENT
        END-EVALUATE
        IF STM-DAYS-PAST-DUE > ZERO
            ADD STM-SRT-AMOUNT TO STM-CUST-PAST-DUE
            IF STM-DAYS-PAST-DUE > STM-OLDEST-PAST-DUE
                MOVE STM-DAYS-PAST-DUE TO STM-OLDEST-PAST-DUE
            END-IF
        END-IF
        IF STM-DAYS-PAST-DUE > STM-SUSPEND-DAYS
            ADD STM-SRT-AMOUNT TO STM-CUST-OVERDUE
        END-IF
    END-IF
    IF STM-OPEN-ITEM-COUNT >= 200
        ADD 1 TO STM-OPN-OVERFLOW-CT
    ELSE
        ADD 1 TO STM-OPEN-ITEM-COUNT
        SET STM-OPN-IX TO STM-OPEN-ITEM-COUNT
        MOVE STM-SRT-ENTRY-TYPE TO STM-OPN-TYPE (STM-OPN-IX)
        MOVE STM-SRT-REFERENCE TO STM-OPN-REFERENCE (STM-OPN-IX)
        MOVE STM-SRT-DATE TO STM-OPN-DATE (STM-OPN-IX)
        MOVE STM-SRT-ORIGINAL TO STM-OPN-ORIGINAL (STM-OPN-IX)
        MOVE STM-SRT-AMOUNT TO STM-OPN-OPEN (STM-OPN-IX)
        MOVE STM-DAYS-PAST-DUE TO STM-OPN-PAST-DUE (STM-OPN-IX)
    END-IF.

AgeOpenItem.
    IF STM-SRT-DATE NUMERIC AND STM-SRT-DATE > ZERO
        COMPUTE STM-ITEM-DAY-NO =
            FUNCTION INTEGER-OF-DATE (STM-SRT-DATE)
        COMPUTE STM-ITEM-AGE-DAYS = STM-RUN-DAY-NO - STM-ITEM-DAY-NO
    ELSE
*>      AN ITEM WITH AN UNREADABLE INVOICE DATE CANNOT BE YOUNG -
*>      IT GOES TO THE OLDEST BUCKET SO IT IS CHASED, NOT HIDDEN.
        MOVE 999 TO STM-ITEM-AGE-DAYS
    END-IF
    IF STM-ITEM-AGE-DAYS > STM-TERMS-DAYS
        COMPUTE STM-DAYS-PAST-DUE = STM-ITEM-AGE-DAYS - STM-TERMS-DAYS
    END-IF.

CloseCustomerAccount.
*>  ONLY A CUSTOMER WITH SOMETHING STILL OPEN ON ARITEMS GETS A
*>  STATEMENT - ONE WHOSE PERIOD ACTIVITY ALL CLEARED OWES NOTHING.
*>  THE OPENING BALANCE IS WORKED BACK FROM THE CLOSING ONE: WHAT
*>  IS OPEN NOW, LESS THE PERIOD'S INVOICES, PLUS ITS CREDIT MEMOS
*>  AND CASH.
    IF STM-CUST-OPEN-COUNT = ZERO
        ADD 1 TO STM-NO-OPEN-ITEM-COUNT
    ELSE
        PERFORM FindStatementCustomer
        COMPUTE STM-CLOSING-BALANCE =
            STM-CUST-CURRENT + STM-CUST-OVER-30
            + STM-CUST-OVER-60 + STM-CUST-OVER-90
            - STM-CUST-CREDITS
        COMPUTE STM-OPENING-BALANCE =
            STM-CLOSING-BALANCE - STM-CUST-INVOICES
            + STM-CUST-CREDIT-MEMOS + STM-CUST-CASH
        PERFORM CheckForSuspension
        PERFORM PrintStatement
    END-IF.

FindStatementCustomer.
    SET STM-CUSTOMER-FOUND-SW TO "Y"
    MOVE STM-CURRENT-CUSTOMER TO CUS-CUSTOMER-ID
    READ CUSTOMER-MASTER
        INVALID KEY SET STM-CUSTOMER-FOUND-SW TO "N"
    END-READ
    IF STM-CUSTOMER-FOUND
        MOVE CUS-CUSTOMER-NAME TO STM-CUSTOMER-NAME-PRT
        MOVE CUS-SHIP-TO-ADDRESS TO STM-SHIP-TO-PRT
    ELSE
        ADD 1 TO STM-NOT-ON-FILE-COUNT
        MOVE "(NOT ON FILE)" TO STM-CUSTOMER-NAME-PRT
        MOVE SPACES TO STM-SHIP-TO-PRT
        DISPLAY "STMTPRT: CUSTOMER " STM-CURRENT-CUSTOMER
            " HAS OPEN ITEMS BUT IS NOT ON CUSTOMER-MASTER"
    END-IF.

CheckForSuspension.
*>  WHAT THE ACCOUNT OWES ON ITEMS BEYOND THE SUSPEND DAYS, LESS
*>  CREDIT IT ALREADY HOLDS, IS SET AGAINST THE SUSPEND AMOUNT.  AN
*>  ACTIVE ACCOUNT OVER IT IS SUSPENDED HERE, SO ORDPROC REJECTS ITS
*>  NEXT ORDER; REACTIVATION STAYS A CREDIT DECISION MADE IN CUSTMNT.
    COMPUTE STM-NET-OVERDUE = STM-CUST-OVERDUE - STM-CUST-CREDITS
    IF STM-CUSTOMER-FOUND AND STM-NET-OVERDUE > STM-SUSPEND-AMOUNT
        IF CUS-CUSTOMER-SUSPENDED
            ADD 1 TO STM-ALREADY-SUSPENDED
            PERFORM ListStatusChange
        ELSE
            PERFORM SuspendCustomer
        END-IF
    END-IF.

SuspendCustomer.
    MOVE CUS-CUSTOMER-STATUS TO STM-OLD-STATUS
    SET CUS-CUSTOMER-SUSPENDED TO TRUE
    REWRITE CUS-CUSTOMER-RECORD
    ADD 1 TO STM-ACCOUNTS-SUSPENDED
    MOVE CUS-CUSTOMER-ID TO CST-CUSTOMER-ID
    MOVE STM-OLD-STATUS TO CST-OLD-STATUS
    MOVE CUS-CUSTOMER-STATUS TO CST-NEW-STATUS
    MOVE STM-RUN-DATE TO CST-CHANGE-DATE
    MOVE "STMTPRT" TO CST-CHANGED-BY
    SET CST-AUTOMATIC-CHANGE TO TRUE
    MOVE STM-OLDEST-PAST-DUE TO CST-DAYS-PAST-DUE
    MOVE STM-NET-OVERDUE TO CST-PAST-DUE-AMOUNT
    MOVE STM-CLOSING-BALANCE TO CST-ACCOUNT-BALANCE
    WRITE CST-STATUS-HIST-RECORD
    PERFORM ListStatusChange.

ListStatusChange.
    MOVE STM-OLDEST-PAST-DUE TO STM-DAYS-EDIT
    MOVE STM-NET-OVERDUE TO STM-AMOUNT-EDIT
    MOVE STM-CLOSING-BALANCE TO STM-BALANCE-EDIT
    MOVE SPACES TO STM-LISTING-LINE
    STRING STM-CURRENT-CUSTOMER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STM-CUSTOMER-NAME-PRT DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           STM-DAYS-EDIT DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           STM-AMOUNT-EDIT DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           STM-BALANCE-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
        INTO STM-LISTING-LINE
    IF STM-OLD-STATUS = SPACES
        MOVE "ALREADY SUSPENDED" TO STM-LISTING-LINE (80:17)
    ELSE
        MOVE "SUSPENDED" TO STM-LISTING-LINE (80:9)
    END-IF
    MOVE SPACES TO STM-OLD-STATUS
    PERFORM WriteListingLine.

PrintStatement.
    ADD 1 TO STM-STATEMENTS-PRINTED
    MOVE ZERO TO STM-PAGE-NO
    PERFORM StartStatementPage
    MOVE SPACES TO STM-PRINT-LINE
    STRING "ACCOUNT " DELIMITED BY SIZE
           STM-CURRENT-CUSTOMER DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           STM-CUSTOMER-NAME-PRT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE SPACES TO STM-PRINT-LINE
    STRING "                " DELIMITED BY SIZE
           STM-SHIP-TO-PRT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE SPACES TO STM-PRINT-LINE
    STRING "ACTIVITY AFTER " DELIMITED BY SIZE
           STM-PERIOD-AFTER DELIMITED BY SIZE
           " THROUGH " DELIMITED BY SIZE
           STM-RUN-DATE DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE STM-OPENING-BALANCE TO STM-BALANCE-EDIT
    MOVE SPACES TO STM-PRINT-LINE
    STRING "OPENING BALANCE                                    "
               DELIMITED BY SIZE
           STM-BALANCE-EDIT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE "DATE      REFERENCE  DESCRIPTION               CHARGES       CREDITS"
        TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    IF STM-ACTIVITY-COUNT = ZERO
        MOVE "          NO INVOICES, CREDITS OR PAYMENTS THIS PERIOD"
            TO STM-PRINT-LINE
        PERFORM WriteStatementLine
    END-IF
    PERFORM PrintActivityLine
        VARYING STM-ACT-IX FROM 1 BY 1
        UNTIL STM-ACT-IX > STM-ACTIVITY-COUNT
    IF STM-ACT-OVERFLOW-CT > ZERO
        MOVE STM-ACT-OVERFLOW-CT TO STM-COUNT-EDIT
        MOVE SPACES TO STM-PRINT-LINE
        STRING "          " DELIMITED BY SIZE
               STM-COUNT-EDIT DELIMITED BY SIZE
               " FURTHER ENTRIES INCLUDED IN THE TOTALS BELOW"
                   DELIMITED BY SIZE
            INTO STM-PRINT-LINE
        PERFORM WriteStatementLine
    END-IF
    PERFORM PrintPeriodTotals
    PERFORM PrintOpenItems
    PERFORM PrintAgingSummary
    PERFORM PrintDunningMessage.

StartStatementPage.
    ADD 1 TO STM-PAGE-NO
    MOVE ZERO TO STM-LINES-ON-PAGE
    MOVE STM-PAGE-NO TO STM-PAGE-NO-EDIT
    MOVE SPACES TO STM-PRINT-LINE
    STRING "STOREFRONT CUSTOMER STATEMENT" DELIMITED BY SIZE
           "              STATEMENT DATE " DELIMITED BY SIZE
           STM-RUN-DATE DELIMITED BY SIZE
           "  ACCOUNT " DELIMITED BY SIZE
           STM-CURRENT-CUSTOMER DELIMITED BY SIZE
           "      PAGE " DELIMITED BY SIZE
           STM-PAGE-NO-EDIT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine.

PrintActivityLine.
    IF STM-LINES-ON-PAGE NOT < STM-PAGE-LIMIT
        PERFORM StartStatementPage
    END-IF
    MOVE STM-ACT-AMOUNT (STM-ACT-IX) TO STM-AMOUNT-EDIT
    EVALUATE STM-ACT-TYPE (STM-ACT-IX)
        WHEN "I"
            MOVE "INVOICE" TO STM-DESCRIPTION-PRT
        WHEN "C"
            MOVE "CREDIT MEMO" TO STM-DESCRIPTION-PRT
        WHEN "O"
            MOVE "PAYMENT ON ACCOUNT" TO STM-DESCRIPTION-PRT
        WHEN OTHER
            MOVE "PAYMENT - THANK YOU" TO STM-DESCRIPTION-PRT
    END-EVALUATE
    MOVE SPACES TO STM-PRINT-LINE
    IF STM-ACT-TYPE (STM-ACT-IX) = "I"
        STRING STM-ACT-DATE (STM-ACT-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STM-ACT-REFERENCE (STM-ACT-IX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               STM-DESCRIPTION-PRT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STM-AMOUNT-EDIT DELIMITED BY SIZE
            INTO STM-PRINT-LINE
    ELSE
        STRING STM-ACT-DATE (STM-ACT-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STM-ACT-REFERENCE (STM-ACT-IX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               STM-DESCRIPTION-PRT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               "            " DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STM-AMOUNT-EDIT DELIMITED BY SIZE
            INTO STM-PRINT-LINE
    END-IF
    PERFORM WriteStatementLine.

PrintPeriodTotals.
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE STM-CUST-INVOICES TO STM-AMOUNT-EDIT
    MOVE SPACES TO STM-PRINT-LINE
    STRING "INVOICES THIS PERIOD                    " DELIMITED BY SIZE
           STM-AMOUNT-EDIT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE STM-CUST-CREDIT-MEMOS TO STM-AMOUNT-EDIT
    MOVE SPACES TO STM-PRINT-LINE
    STRING "CREDIT MEMOS THIS PERIOD                              "
               DELIMITED BY SIZE
           STM-AMOUNT-EDIT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE STM-CUST-CASH TO STM-AMOUNT-EDIT
    MOVE SPACES TO STM-PRINT-LINE
    STRING "PAYMENTS RECEIVED THIS PERIOD                         "
               DELIMITED BY SIZE
           STM-AMOUNT-EDIT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE STM-CLOSING-BALANCE TO STM-BALANCE-EDIT
    MOVE SPACES TO STM-PRINT-LINE
    STRING "CLOSING BALANCE                                    "
               DELIMITED BY SIZE
           STM-BALANCE-EDIT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine.

PrintOpenItems.
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE "OPEN ITEMS MAKING UP THE CLOSING BALANCE" TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE "DATE      REFERENCE  DESCRIPTION               ORIGINAL     OPEN AMOUNT  DAYS PAST DUE"
        TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    PERFORM PrintOpenItemLine
        VARYING STM-OPN-IX FROM 1 BY 1
        UNTIL STM-OPN-IX > STM-OPEN-ITEM-COUNT
    IF STM-OPN-OVERFLOW-CT > ZERO
        MOVE STM-OPN-OVERFLOW-CT TO STM-COUNT-EDIT
        MOVE SPACES TO STM-PRINT-LINE
        STRING "          " DELIMITED BY SIZE
               STM-COUNT-EDIT DELIMITED BY SIZE
               " FURTHER OPEN ITEMS INCLUDED IN THE BALANCE"
                   DELIMITED BY SIZE
            INTO STM-PRINT-LINE
        PERFORM WriteStatementLine
    END-IF.

PrintOpenItemLine.
    IF STM-LINES-ON-PAGE NOT < STM-PAGE-LIMIT
        PERFORM StartStatementPage
    END-IF
    EVALUATE STM-OPN-TYPE (STM-OPN-IX)
        WHEN "C"
            MOVE "CREDIT MEMO" TO STM-DESCRIPTION-PRT
        WHEN "U"
            MOVE "UNAPPLIED PAYMENT" TO STM-DESCRIPTION-PRT
        WHEN OTHER
            MOVE "INVOICE" TO STM-DESCRIPTION-PRT
    END-EVALUATE
    MOVE STM-OPN-ORIGINAL (STM-OPN-IX) TO STM-ORIGINAL-EDIT
    MOVE STM-OPN-OPEN (STM-OPN-IX) TO STM-AMOUNT-EDIT
    MOVE SPACES TO STM-PRINT-LINE
    STRING STM-OPN-DATE (STM-OPN-IX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           STM-OPN-REFERENCE (STM-OPN-IX) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           STM-DESCRIPTION-PRT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           STM-ORIGINAL-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           STM-AMOUNT-EDIT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    IF STM-OPN-PAST-DUE (STM-OPN-IX) > ZERO
        MOVE STM-OPN-PAST-DUE (STM-OPN-IX) TO STM-DAYS-EDIT
        MOVE STM-DAYS-EDIT TO STM-PRINT-LINE (83:5)
    END-IF
    PERFORM WriteStatementLine.

PrintAgingSummary.
    MOVE STM-CUST-CURRENT TO STM-CURRENT-EDIT
    MOVE STM-CUST-OVER-30 TO STM-OVER-30-EDIT
    MOVE STM-CUST-OVER-60 TO STM-OVER-60-EDIT
    MOVE STM-CUST-OVER-90 TO STM-OVER-90-EDIT
    MOVE STM-CUST-CREDITS TO STM-CREDITS-EDIT
    MOVE STM-CLOSING-BALANCE TO STM-BALANCE-EDIT
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE "     CURRENT        31-60        61-90      OVER 90      CREDITS    BALANCE DUE"
        TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE SPACES TO STM-PRINT-LINE
    STRING STM-CURRENT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STM-OVER-30-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STM-OVER-60-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STM-OVER-90-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STM-CREDITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STM-BALANCE-EDIT DELIMITED BY SIZE
        INTO STM-PRINT-LINE
    PERFORM WriteStatementLine
    IF STM-CUST-PAST-DUE > ZERO
        MOVE STM-CUST-PAST-DUE TO STM-AMOUNT-EDIT
        MOVE SPACES TO STM-PRINT-LINE
        STRING "AMOUNT NOW PAST DUE " DELIMITED BY SIZE
               STM-AMOUNT-EDIT DELIMITED BY SIZE
            INTO STM-PRINT-LINE
        PERFORM WriteStatementLine
    END-IF.

PrintDunningMessage.
*>  THE MESSAGE ESCALATES WITH THE OLDEST ITEM'S DAYS PAST DUE -
*>  A REMINDER, A SECOND NOTICE PAST 30 DAYS, A FINAL NOTICE PAST
*>  60 - AND A SUSPENDED ACCOUNT IS TOLD IT IS ON CREDIT HOLD.
    EVALUATE TRUE
        WHEN STM-CLOSING-BALANCE NOT > ZERO
            MOVE "YOUR ACCOUNT HAS A CREDIT BALANCE - NO PAYMENT IS DUE."
                TO STM-DUNNING-TEXT
        WHEN STM-OLDEST-PAST-DUE = ZERO
            MOVE "THANK YOU FOR YOUR BUSINESS - NO PART OF YOUR BALANCE IS PAST DUE."
                TO STM-DUNNING-TEXT
        WHEN STM-OLDEST-PAST-DUE NOT > 30
            MOVE "REMINDER - PART OF YOUR BALANCE IS PAST DUE. PLEASE REMIT THE PAST DUE AMOUNT PROMPTLY."
                TO STM-DUNNING-TEXT
        WHEN STM-OLDEST-PAST-DUE NOT > 60
            MOVE "SECOND NOTICE - YOUR ACCOUNT IS MORE THAN 30 DAYS PAST DUE. PLEASE REMIT IMMEDIATELY."
                TO STM-DUNNING-TEXT
        WHEN OTHER
            MOVE "FINAL NOTICE - YOUR ACCOUNT IS MORE THAN 60 DAYS PAST DUE. FURTHER ORDERS MAY BE REFUSED."
                TO STM-DUNNING-TEXT
    END-EVALUATE
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    MOVE STM-DUNNING-TEXT TO STM-PRINT-LINE
    PERFORM WriteStatementLine
    IF STM-CUSTOMER-FOUND AND CUS-CUSTOMER-SUSPENDED
        MOVE "YOUR ACCOUNT IS ON CREDIT HOLD - NO NEW ORDERS WILL BE ACCEPTED UNTIL THE PAST DUE BALANCE IS PAID."
            TO STM-PRINT-LINE
        PERFORM WriteStatementLine
    END-IF
    MOVE SPACES TO STM-PRINT-LINE
    PERFORM WriteStatementLine.

WriteStatementLine.
    MOVE STM-PRINT-LINE TO STM-PRINT-RECORD
    WRITE STM-PRINT-RECORD
    ADD 1 TO STM-LINES-ON-PAGE.

WriteListingLine.
    MOVE STM-LISTING-LINE TO STM-LISTING-RECORD
    WRITE STM-LISTING-RECORD.

PrintListingTotals.
    MOVE SPACES TO STM-LISTING-LINE
    PERFORM WriteListingLine
    IF STM-ACCOUNTS-SUSPENDED = ZERO AND STM-ALREADY-SUSPENDED = ZERO
        MOVE "NO ACCOUNT IS OVER THE SUSPENSION THRESHOLD"
            TO STM-LISTING-LINE
        PERFORM WriteListingLine
    END-IF
    MOVE STM-ACCOUNTS-SUSPENDED TO STM-COUNT-EDIT
    MOVE SPACES TO STM-LISTING-LINE
    STRING "ACCOUNTS SUSPENDED THIS RUN       " DELIMITED BY SIZE
           STM-COUNT-EDIT DELIMITED BY SIZE
        INTO STM-LISTING-LINE
    PERFORM WriteListingLine
    MOVE STM-ALREADY-SUSPENDED TO STM-COUNT-EDIT
    MOVE SPACES TO STM-LISTING-LINE
    STRING "ALREADY SUSPENDED, STILL OVER     " DELIMITED BY SIZE
           STM-COUNT-EDIT DELIMITED BY SIZE
        INTO STM-LISTING-LINE
    PERFORM WriteListingLine
    MOVE STM-STATEMENTS-PRINTED TO STM-COUNT-EDIT
    MOVE SPACES TO STM-LISTING-LINE
    STRING "STATEMENTS PRINTED                " DELIMITED BY SIZE
           STM-COUNT-EDIT DELIMITED BY SIZE
        INTO STM-LISTING-LINE
    PERFORM WriteListingLine.

WriteControlFile.
    MOVE STM-RUN-DATE TO STC-LAST-STATEMENT-DATE
    MOVE STM-STATEMENTS-PRINTED TO STC-STATEMENTS-PRINTED
    MOVE STM-ACCOUNTS-SUSPENDED TO STC-ACCOUNTS-SUSPENDED
    OPEN OUTPUT STATEMENT-CONTROL-FILE
    WRITE STC-CONTROL-RECORD
    CLOSE STATEMENT-CONTROL-FILE.

WriteRunSummary.
    DISPLAY "STMTPRT: OPEN ITEMS READ         - " STM-ITEMS-READ
    DISPLAY "STMTPRT: PERIOD DOCUMENTS        - " STM-DOCUMENTS-TAKEN
    DISPLAY "STMTPRT: PERIOD CASH ENTRIES     - " STM-CASH-TAKEN
    DISPLAY "STMTPRT: STATEMENTS PRINTED      - " STM-STATEMENTS-PRINTED
    DISPLAY "STMTPRT: NOTHING OPEN, NO STMT   - " STM-NO-OPEN-ITEM-COUNT
    DISPLAY "STMTPRT: CUSTOMERS NOT ON FILE   - " STM-NOT-ON-FILE-COUNT
    DISPLAY "STMTPRT: ACCOUNTS SUSPENDED      - " STM-ACCOUNTS-SUSPENDED
    DISPLAY "STMTPRT: ALREADY SUSPENDED, OVER - " STM-ALREADY-SUSPENDED.

TerminateRun.
    CLOSE CUSTOMER-MASTER
    CLOSE STATUS-HIST-FILE
    CLOSE STATEMENT-PRINT
    CLOSE SUSPENSION-LISTING.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT STM-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT STM-STEP-START-TIME FROM TIME
    SET STM-PREREQ-1-SW TO "N"
    IF STM-PREREQ-STEP-1 = SPACES
        SET STM-PREREQ-1-SW TO "Y"
    END-IF
    SET STM-PREREQ-2-SW TO "N"
    IF STM-PREREQ-STEP-2 = SPACES
        SET STM-PREREQ-2-SW TO "Y"
    END-IF
    SET STM-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF STM-LEDGER-MISSING
        SET STM-LEDGER-EOF TO TRUE
    END-IF
    IF NOT STM-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL STM-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO STM-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT STM-PREREQ-1-DONE
            STRING STM-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO STM-LEDGER-REASON
        WHEN NOT STM-PREREQ-2-DONE
            STRING STM-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO STM-LEDGER-REASON
        WHEN STM-ALREADY-RAN AND NOT STM-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO STM-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF STM-LEDGER-REASON NOT = SPACES
        SET STM-LEDGER-REFUSED TO TRUE
        DISPLAY "STMTPRT: RUN REFUSED - " STM-LEDGER-REASON
        DISPLAY "STMTPRT: BUSINESS DATE " STM-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE STM-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET STM-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = STM-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = STM-STEP-NAME
            SET STM-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = STM-PREREQ-STEP-1
            SET STM-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = STM-PREREQ-STEP-2
            SET STM-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE STM-STEP-NAME TO RLG-STEP-NAME
    MOVE STM-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE STM-STEP-START-DATE TO RLG-START-DATE
    MOVE STM-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "OPEN ITEMS / STMTS / SUSPENDED" TO RLG-COUNT-TEXT
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
    MOVE STM-ITEMS-READ TO RLG-COUNT-1
    MOVE STM-STATEMENTS-PRINTED TO RLG-COUNT-2
    MOVE STM-ACCOUNTS-SUSPENDED TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
