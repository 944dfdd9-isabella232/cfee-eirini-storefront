IDENTIFICATION DIVISION.
PROGRAM-ID.  GLEXTR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GLM-MAP-KEY
        FILE STATUS IS GLX-MAP-STATUS.
    SELECT OPTIONAL SALES-TAX-HIST ASSIGN TO "TAXHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS GLX-TAX-HIST-STATUS.
    SELECT OPTIONAL CASH-APPLIED-HIST ASSIGN TO "CSHHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS GLX-CASH-HIST-STATUS.
    SELECT OPTIONAL INVENTORY-MOVE-HIST ASSIGN TO "INVMHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS GLX-MOVE-HIST-STATUS.
    SELECT OPTIONAL GL-CONTROL-FILE ASSIGN TO "GLCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS GLX-CONTROL-STATUS.
    SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS GLX-JOURNAL-STATUS.
    SELECT JOURNAL-REPORT ASSIGN TO "GLXRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS GLX-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS GLX-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  GL-ACCOUNT-MAP.
    COPY GLMREC.
FD  SALES-TAX-HIST.
    COPY TXHREC.
FD  CASH-APPLIED-HIST.
    COPY CAHREC.
FD  INVENTORY-MOVE-HIST.
    COPY INVMREC.
FD  GL-CONTROL-FILE.
    COPY GLCTLRC.
FD  GL-JOURNAL-FILE.
    COPY GLJREC.
FD  JOURNAL-REPORT
    RECORDING MODE IS F.
01  GLX-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  GLX-MAP-STATUS              PIC X(2).
01  GLX-TAX-HIST-STATUS         PIC X(2).
    88  GLX-TAX-HIST-EOF             VALUE "10".
    88  GLX-TAX-HIST-MISSING         VALUE "05".
01  GLX-CASH-HIST-STATUS        PIC X(2).
    88  GLX-CASH-HIST-EOF            VALUE "10".
    88  GLX-CASH-HIST-MISSING        VALUE "05".
01  GLX-MOVE-HIST-STATUS        PIC X(2).
    88  GLX-MOVE-HIST-EOF            VALUE "10".
    88  GLX-MOVE-HIST-MISSING        VALUE "05".
01  GLX-CONTROL-STATUS          PIC X(2).
01  GLX-JOURNAL-STATUS          PIC X(2).
01  GLX-REPORT-STATUS           PIC X(2).
01  GLX-RERUN-SW                PIC X(1) VALUE "N".
    88  GLX-RERUN-BLOCKED            VALUE "Y".
01  GLX-MAPPED-SW               PIC X(1).
    88  GLX-MAPPED                   VALUE "Y".
01  GLX-BUSINESS-DATE           PIC 9(8).
01  GLX-LAST-BUSINESS-DATE      PIC 9(8) VALUE ZERO.
01  GLX-MOVES-ALREADY-TAKEN     PIC 9(9) VALUE ZERO.
01  GLX-MOVES-ON-FILE           PIC 9(9) VALUE ZERO.
01  GLX-INVOICE-COUNT           PIC 9(7) COMP VALUE ZERO.
01  GLX-CREDIT-MEMO-COUNT       PIC 9(7) COMP VALUE ZERO.
01  GLX-CASH-COUNT              PIC 9(7) COMP VALUE ZERO.
01  GLX-CREDIT-REUSED-COUNT     PIC 9(7) COMP VALUE ZERO.
01  GLX-MOVE-COUNT              PIC 9(7) COMP VALUE ZERO.
01  GLX-MOVE-IGNORED-COUNT      PIC 9(7) COMP VALUE ZERO.
01  GLX-UNVALUED-COUNT          PIC 9(7) COMP VALUE ZERO.
01  GLX-UNMAPPED-COUNT          PIC 9(7) COMP VALUE ZERO.
01  GLX-JOURNAL-LINE-COUNT      PIC 9(7) VALUE ZERO.
*>  ONE JOURNAL LINE IS STAGED HERE BY THE SOURCE PARAGRAPHS AND
*>  POSTED BY PostJournalLine, WHICH LOOKS UP THE ACCOUNT, WRITES
*>  THE LINE, PRINTS IT AND FOOTS IT INTO THE DEBIT OR CREDIT
*>  TOTAL.  A ZERO AMOUNT - NO TAX ON AN EXEMPT SALE, NO FREIGHT
*>  ON A FLAT-FREE ACCOUNT - IS NOT POSTED.
01  GLX-POST-SOURCE             PIC X(3).
01  GLX-POST-COMPONENT          PIC X(3).
01  GLX-POST-SIDE               PIC X(1).
    88  GLX-POST-DEBIT               VALUE "D".
    88  GLX-POST-CREDIT              VALUE "C".
01  GLX-POST-AMOUNT             PIC 9(9)V99.
01  GLX-POST-REFERENCE          PIC X(8).
01  GLX-GOODS-AMOUNT            PIC 9(9)V99.
01  GLX-GROSS-AMOUNT            PIC 9(9)V99.
01  GLX-MOVE-UNITS              PIC 9(7).
01  GLX-MOVE-VALUE              PIC 9(9)V99.
01  GLX-SECTION-DEBITS          PIC 9(11)V99.
01  GLX-SECTION-CREDITS         PIC 9(11)V99.
01  GLX-TOTAL-DEBITS            PIC 9(11)V99 VALUE ZERO.
01  GLX-TOTAL-CREDITS           PIC 9(11)V99 VALUE ZERO.
01  GLX-SECTION-NAME            PIC X(20).
01  GLX-REPORT-LINE             PIC X(132).
01  GLX-LINE-EDIT               PIC ZZZZZ9.
01  GLX-AMOUNT-EDIT             PIC ZZZZZZZZZZ9.99.
01  GLX-DEBIT-PRT               PIC X(14).
01  GLX-CREDIT-PRT              PIC X(14).
01  GLX-TOTAL-DEBIT-EDIT        PIC ZZZZZZZZZZ9.99.
01  GLX-TOTAL-CREDIT-EDIT       PIC ZZZZZZZZZZ9.99.
01  GLX-COUNT-EDIT              PIC ZZZZZZ9.
01  GLX-LEDGER-STATUS           PIC X(2).
    88  GLX-LEDGER-EOF               VALUE "10".
    88  GLX-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  GLX-STEP-NAME               PIC X(8) VALUE "GLEXTR".
01  GLX-PREREQ-STEP-1           PIC X(8) VALUE "CSHPOST".
01  GLX-PREREQ-STEP-2           PIC X(8) VALUE "RCVPOST".
01  GLX-PREREQ-1-SW             PIC X(1).
    88  GLX-PREREQ-1-DONE            VALUE "Y".
01  GLX-PREREQ-2-SW             PIC X(1).
    88  GLX-PREREQ-2-DONE            VALUE "Y".
01  GLX-ALREADY-RAN-SW          PIC X(1).
    88  GLX-ALREADY-RAN              VALUE "Y".
01  GLX-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  GLX-RERUN-ALLOWED            VALUE "Y".
01  GLX-LEDGER-SW               PIC X(1) VALUE "N".
    88  GLX-LEDGER-REFUSED           VALUE "Y".
01  GLX-LEDGER-REASON           PIC X(40).
01  GLX-STEP-START-DATE         PIC 9(8).
01  GLX-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ExtractJournal.
    PERFORM CheckRunLedger
    IF GLX-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        IF GLX-RERUN-BLOCKED
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM JournalBillingHistory
            PERFORM JournalCashApplied
            PERFORM JournalInventoryMoves
            PERFORM PrintJournalTotals
            PERFORM WriteRunSummary
            PERFORM TerminateRun
        END-IF
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    ACCEPT GLX-BUSINESS-DATE FROM DATE YYYYMMDD
    PERFORM ReadControlFile
    IF GLX-RERUN-BLOCKED
        DISPLAY "GLEXTR: RUN REFUSED - BUSINESS DATE " GLX-BUSINESS-DATE
            " ALREADY EXTRACTED (LAST EXTRACT "
            GLX-LAST-BUSINESS-DATE ")"
        DISPLAY "GLEXTR: A RESUBMIT WOULD JOURNAL THE DAY TWICE -"
            " CLEAR THE CONTROL DATE IF THIS RERUN IS INTENDED"
    ELSE
        OPEN INPUT GL-ACCOUNT-MAP
        OPEN OUTPUT GL-JOURNAL-FILE
        OPEN OUTPUT JOURNAL-REPORT
        DISPLAY "GLEXTR: GL JOURNAL EXTRACT STARTED FOR " GLX-BUSINESS-DATE
        DISPLAY "GLEXTR: ACTIVITY AFTER " GLX-LAST-BUSINESS-DATE
            " - MOVES AFTER RECORD " GLX-MOVES-ALREADY-TAKEN
        MOVE SPACES TO GLX-REPORT-LINE
        STRING "GLEXTR GENERAL LEDGER JOURNAL FOR BUSINESS DATE "
                   DELIMITED BY SIZE
               GLX-BUSINESS-DATE DELIMITED BY SIZE
               "  (ACTIVITY AFTER " DELIMITED BY SIZE
               GLX-LAST-BUSINESS-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO GLX-REPORT-LINE
        PERFORM WriteReportLine
        MOVE SPACES TO GLX-REPORT-LINE
        PERFORM WriteReportLine
        MOVE "  LINE SRC COM ACCOUNT  DESCRIPTION          REFERENCE         DEBIT         CREDIT"
            TO GLX-REPORT-LINE
        PERFORM WriteReportLine
    END-IF.

ReadControlFile.
*>  THE CONTROL RECORD CARRIES THE LAST BUSINESS DATE JOURNALLED.
*>  A RUN FOR THAT DATE, OR AN EARLIER ONE, IS AN ACCIDENTAL
*>  RESUBMIT AND IS REFUSED BEFORE ANY FILE IS TOUCHED.  ACTIVITY
*>  IS TAKEN FROM THE DAY AFTER THE LAST EXTRACT UP TO TODAY, SO A
*>  NIGHT THE EXTRACT DID NOT RUN IS PICKED UP BY THE NEXT ONE
*>  RATHER THAN LOST.
    MOVE ZERO TO GLC-LAST-BUSINESS-DATE
    MOVE ZERO TO GLC-MOVES-EXTRACTED
    OPEN INPUT GL-CONTROL-FILE
    IF GLX-CONTROL-STATUS NOT = "05"
        READ GL-CONTROL-FILE
            AT END CONTINUE
        END-READ
    END-IF
    CLOSE GL-CONTROL-FILE
    MOVE GLC-LAST-BUSINESS-DATE TO GLX-LAST-BUSINESS-DATE
    MOVE GLC-MOVES-EXTRACTED TO GLX-MOVES-ALREADY-TAKEN
    IF GLX-LAST-BUSINESS-DATE NOT < GLX-BUSINESS-DATE
        SET GLX-RERUN-BLOCKED TO TRUE
    END-IF.

JournalBillingHistory.
*>  EVERY INVOICE INVPRINT OPENS ON ARITEMS, AND EVERY CREDIT MEMO
*>  RTNPOST OPENS, IS RECORDED ON SALES-TAX-HIST WITH ITS GOODS,
*>  TAX AND FREIGHT SPLIT IN THE SAME STEP THAT WRITES THE ITEM -
*>  AND UNLIKE ARITEMS THE RECORD IS STILL THERE ONCE CSHPOST HAS
*>  PAID THE ITEM OFF.  THE JOURNAL IS TAKEN FROM HERE.
    MOVE "BILLING" TO GLX-SECTION-NAME
    PERFORM StartSection
    OPEN INPUT SALES-TAX-HIST
    IF GLX-TAX-HIST-MISSING
        SET GLX-TAX-HIST-EOF TO TRUE
    END-IF
    IF NOT GLX-TAX-HIST-EOF
        PERFORM ReadNextBillingRecord
        PERFORM JournalBillingRecord UNTIL GLX-TAX-HIST-EOF
    END-IF
    CLOSE SALES-TAX-HIST
    PERFORM PrintSectionTotals.

ReadNextBillingRecord.
    READ SALES-TAX-HIST
        AT END SET GLX-TAX-HIST-EOF TO TRUE
    END-READ.

JournalBillingRecord.
    IF TXH-DOCUMENT-DATE > GLX-LAST-BUSINESS-DATE
        AND TXH-DOCUMENT-DATE NOT > GLX-BUSINESS-DATE
        COMPUTE GLX-GOODS-AMOUNT =
            TXH-TAXABLE-AMOUNT + TXH-EXEMPT-AMOUNT
        COMPUTE GLX-GROSS-AMOUNT =
            GLX-GOODS-AMOUNT + TXH-TAX-AMOUNT + TXH-FREIGHT-AMOUNT
        MOVE TXH-DOCUMENT-ID TO GLX-POST-REFERENCE
        IF TXH-CREDIT-MEMO
            PERFORM JournalCreditMemo
        ELSE
            PERFORM JournalInvoice
        END-IF
    END-IF
    PERFORM ReadNextBillingRecord.

JournalInvoice.
*>  THE CUSTOMER OWES THE GROSS; GOODS, TAX AND FREIGHT ARE EACH
*>  EARNED OR OWED ON TO THEIR OWN ACCOUNT.
    ADD 1 TO GLX-INVOICE-COUNT
    MOVE "INV" TO GLX-POST-SOURCE
    MOVE "ARC" TO GLX-POST-COMPONENT
    SET GLX-POST-DEBIT TO TRUE
    MOVE GLX-GROSS-AMOUNT TO GLX-POST-AMOUNT
    PERFORM PostJournalLine
    MOVE "SLS" TO GLX-POST-COMPONENT
    SET GLX-POST-CREDIT TO TRUE
    MOVE GLX-GOODS-AMOUNT TO GLX-POST-AMOUNT
    PERFORM PostJournalLine
    MOVE "TAX" TO GLX-POST-COMPONENT
    MOVE TXH-TAX-AMOUNT TO GLX-POST-AMOUNT
    PERFORM PostJournalLine
    MOVE "FRT" TO GLX-POST-COMPONENT
    MOVE TXH-FREIGHT-AMOUNT TO GLX-POST-AMOUNT
    PERFORM PostJournalLine.

JournalCreditMemo.
*>  THE MIRROR OF AN INVOICE: THE RETURNED GOODS AND THE TAX GIVEN
*>  BACK ARE DEBITED AND THE CUSTOMER'S BALANCE CREDITED.  RTNPOST
*>  REFUNDS NO FREIGHT, SO THAT LINE IS NORMALLY ZERO AND SKIPPED.
    ADD 1 TO GLX-CREDIT-MEMO-COUNT
    MOVE "CRM" TO GLX-POST-SOURCE
    MOVE "RTN" TO GLX-POST-COMPONENT
    SET GLX-POST-DEBIT TO TRUE
    MOVE GLX-GOODS-AMOUNT TO GLX-POST-AMOUNT
    PERFORM PostJournalLine
    MOVE "TAX" TO GLX-POST-COMPONENT
    MOVE TXH-TAX-AMOUNT TO GLX-POST-AMOUNT
    PERFORM PostJournalLine
    MOVE "FRT" TO GLX-POST-COMPONENT
    MOVE TXH-FREIGHT-AMOUNT TO GLX-POST-AMOUNT
    PERFORM PostJournalLine
    MOVE "ARC" TO GLX-POST-COMPONENT
    SET GLX-POST-CREDIT TO TRUE
    MOVE GLX-GROSS-AMOUNT TO GLX-POST-AMOUNT
    PERFORM PostJournalLine.

JournalCashApplied.
    MOVE "CASH APPLIED" TO GLX-SECTION-NAME
    PERFORM StartSection
    OPEN INPUT CASH-APPLIED-HIST
    IF GLX-CASH-HIST-MISSING
        SET GLX-CASH-HIST-EOF TO TRUE
    END-IF
    IF NOT GLX-CASH-HIST-EOF
        PERFORM ReadNextCashRecord
        PERFORM JournalCashRecord UNTIL GLX-CASH-HIST-EOF
    END-IF
    CLOSE CASH-APPLIED-HIST
    PERFORM PrintSectionTotals.

ReadNextCashRecord.
    READ CASH-APPLIED-HIST
        AT END SET GLX-CASH-HIST-EOF TO TRUE
    END-READ.

JournalCashRecord.
*>  CASH APPLIED TO AN ITEM AND CASH LEFT ON ACCOUNT ARE BOTH NEW
*>  MONEY IN THE BANK AGAINST RECEIVABLES.  AN ON-ACCOUNT CREDIT
*>  SPENT ON A LATER INVOICE MOVES NOTHING - IT WAS JOURNALLED THE
*>  DAY IT WAS RECEIVED - SO IT IS COUNTED AND PASSED OVER.
    IF CAH-APPLIED-DATE > GLX-LAST-BUSINESS-DATE
        AND CAH-APPLIED-DATE NOT > GLX-BUSINESS-DATE
        AND CAH-CREDIT-APPLIED
        ADD 1 TO GLX-CREDIT-REUSED-COUNT
    END-IF
    IF CAH-APPLIED-DATE > GLX-LAST-BUSINESS-DATE
        AND CAH-APPLIED-DATE NOT > GLX-BUSINESS-DATE
        AND NOT CAH-CREDIT-APPLIED
        ADD 1 TO GLX-CASH-COUNT
        MOVE CAH-ORDER-ID TO GLX-POST-REFERENCE
        MOVE "CSH" TO GLX-POST-SOURCE
        MOVE "BNK" TO GLX-POST-COMPONENT
        SET GLX-POST-DEBIT TO TRUE
        MOVE CAH-APPLIED-AMOUNT TO GLX-POST-AMOUNT
        PERFORM PostJournalLine
        MOVE "ARC" TO GLX-POST-COMPONENT
        SET GLX-POST-CREDIT TO TRUE
        PERFORM PostJournalLine
    END-IF
    PERFORM ReadNextCashRecord.

JournalInventoryMoves.
*>  A MOVE CARRIES THE RECEIPT OR COUNT DATE, NOT THE DATE IT WAS
*>  POSTED, SO THE HISTORY IS TAKEN BY POSITION INSTEAD: THE
*>  CONTROL RECORD HOLDS HOW MANY RECORDS EARLIER EXTRACTS HAVE
*>  ALREADY JOURNALLED AND ONLY THOSE APPENDED SINCE ARE READ.
*>  EACH MOVE IS VALUED AT THE UNIT COST IT CARRIES - THE PO COST
*>  FOR A MATCHED RECEIPT, THE AVERAGE COST AT THE TIME FOR
*>  ANYTHING ELSE.
    MOVE "INVENTORY MOVES" TO GLX-SECTION-NAME
    PERFORM StartSection
    MOVE ZERO TO GLX-MOVES-ON-FILE
    OPEN INPUT INVENTORY-MOVE-HIST
    IF GLX-MOVE-HIST-MISSING
        SET GLX-MOVE-HIST-EOF TO TRUE
    END-IF
    IF NOT GLX-MOVE-HIST-EOF
        PERFORM ReadNextMoveRecord
        PERFORM JournalMoveRecord UNTIL GLX-MOVE-HIST-EOF
    END-IF
    CLOSE INVENTORY-MOVE-HIST
    IF GLX-MOVES-ON-FILE < GLX-MOVES-ALREADY-TAKEN
*>      THE FILE IS SHORTER THAN WHEN IT WAS LAST EXTRACTED - IT
*>      HAS BEEN RELOADED OR RESTORED.  NOTHING ON IT CAN BE TOLD
*>      NEW FROM OLD, SO NOTHING IS JOURNALLED AND THE MARK IS
*>      RESET TO THE FILE AS IT STANDS.
        DISPLAY "GLEXTR: WARNING - INVMHIST HOLDS " GLX-MOVES-ON-FILE
            " RECORDS BUT " GLX-MOVES-ALREADY-TAKEN
            " WERE ALREADY EXTRACTED - CHECK FOR A RELOAD"
    END-IF
    PERFORM PrintSectionTotals.

ReadNextMoveRecord.
    READ INVENTORY-MOVE-HIST
        AT END SET GLX-MOVE-HIST-EOF TO TRUE
    END-READ.

JournalMoveRecord.
    ADD 1 TO GLX-MOVES-ON-FILE
    IF GLX-MOVES-ON-FILE > GLX-MOVES-ALREADY-TAKEN
        PERFORM ValueMove
        PERFORM JournalOneMove
    END-IF
    PERFORM ReadNextMoveRecord.

ValueMove.
    IF INV-MOVE-QTY < ZERO
        COMPUTE GLX-MOVE-UNITS = ZERO - INV-MOVE-QTY
    ELSE
        MOVE INV-MOVE-QTY TO GLX-MOVE-UNITS
    END-IF
    COMPUTE GLX-MOVE-VALUE ROUNDED = GLX-MOVE-UNITS * INV-UNIT-COST
    IF GLX-MOVE-VALUE = ZERO
        ADD 1 TO GLX-UNVALUED-COUNT
        DISPLAY "GLEXTR: MOVE FOR " INV-PRODUCT-ID
            " NOT VALUED - NO UNIT COST ON THE MOVE"
    END-IF
    MOVE INV-PRODUCT-ID TO GLX-POST-REFERENCE
    MOVE GLX-MOVE-VALUE TO GLX-POST-AMOUNT.

JournalOneMove.
*>  STOCK COMING IN IS DEBITED TO INVENTORY AGAINST THE ACCOUNT
*>  THAT EXPLAINS IT; A COUNT BELOW BOOK REVERSES THE SIDES.
    ADD 1 TO GLX-MOVE-COUNT
    EVALUATE TRUE
        WHEN INV-MOVE-RECEIPT
            MOVE "RCV" TO GLX-POST-SOURCE
            MOVE "INV" TO GLX-POST-COMPONENT
            SET GLX-POST-DEBIT TO TRUE
            PERFORM PostJournalLine
            MOVE "ACR" TO GLX-POST-COMPONENT
            SET GLX-POST-CREDIT TO TRUE
            PERFORM PostJournalLine
        WHEN INV-MOVE-ADJUSTMENT
            MOVE "ADJ" TO GLX-POST-SOURCE
            MOVE "INV" TO GLX-POST-COMPONENT
            IF INV-MOVE-QTY < ZERO
                SET GLX-POST-CREDIT TO TRUE
            ELSE
                SET GLX-POST-DEBIT TO TRUE
            END-IF
            PERFORM PostJournalLine
            MOVE "VAR" TO GLX-POST-COMPONENT
            IF INV-MOVE-QTY < ZERO
                SET GLX-POST-DEBIT TO TRUE
            ELSE
                SET GLX-POST-CREDIT TO TRUE
            END-IF
            PERFORM PostJournalLine
        WHEN INV-MOVE-SHORT-PICK
            MOVE "SPK" TO GLX-POST-SOURCE
            MOVE "INV" TO GLX-POST-COMPONENT
            SET GLX-POST-DEBIT TO TRUE
            PERFORM PostJournalLine
            MOVE "CLR" TO GLX-POST-COMPONENT
            SET GLX-POST-CREDIT TO TRUE
            PERFORM PostJournalLine
        WHEN INV-MOVE-CANCELLATION
            MOVE "CAN" TO GLX-POST-SOURCE
            MOVE "INV" TO GLX-POST-COMPONENT
            SET GLX-POST-DEBIT TO TRUE
            PERFORM PostJournalLine
            MOVE "CLR" TO GLX-POST-COMPONENT
            SET GLX-POST-CREDIT TO TRUE
            PERFORM PostJournalLine
        WHEN INV-MOVE-RETURN
            MOVE "RST" TO GLX-POST-SOURCE
            MOVE "INV" TO GLX-POST-COMPONENT
            SET GLX-POST-DEBIT TO TRUE
            PERFORM PostJournalLine
            MOVE "CLR" TO GLX-POST-COMPONENT
            SET GLX-POST-CREDIT TO TRUE
            PERFORM PostJournalLine
        WHEN OTHER
            SUBTRACT 1 FROM GLX-MOVE-COUNT
            ADD 1 TO GLX-MOVE-IGNORED-COUNT
            DISPLAY "GLEXTR: MOVE TYPE '" INV-MOVE-TYPE "' FOR "
                INV-PRODUCT-ID " NOT JOURNALLED - UNKNOWN TYPE"
    END-EVALUATE.

PostJournalLine.
    IF GLX-POST-AMOUNT > ZERO
        PERFORM FindAccountMapping
        ADD 1 TO GLX-JOURNAL-LINE-COUNT
        MOVE GLX-BUSINESS-DATE TO GLJ-BUSINESS-DATE
        MOVE GLX-JOURNAL-LINE-COUNT TO GLJ-LINE-NO
        MOVE GLX-POST-SIDE TO GLJ-DEBIT-CREDIT
        MOVE GLX-POST-AMOUNT TO GLJ-AMOUNT
        MOVE GLX-POST-SOURCE TO GLJ-SOURCE
        MOVE GLX-POST-COMPONENT TO GLJ-COMPONENT
        MOVE GLX-POST-REFERENCE TO GLJ-REFERENCE
        WRITE GLJ-JOURNAL-RECORD
        MOVE GLX-POST-AMOUNT TO GLX-AMOUNT-EDIT
        MOVE SPACES TO GLX-DEBIT-PRT
        MOVE SPACES TO GLX-CREDIT-PRT
        IF GLX-POST-DEBIT
            ADD GLX-POST-AMOUNT TO GLX-TOTAL-DEBITS
            ADD GLX-POST-AMOUNT TO GLX-SECTION-DEBITS
            MOVE GLX-AMOUNT-EDIT TO GLX-DEBIT-PRT
        ELSE
            ADD GLX-POST-AMOUNT TO GLX-TOTAL-CREDITS
            ADD GLX-POST-AMOUNT TO GLX-SECTION-CREDITS
            MOVE GLX-AMOUNT-EDIT TO GLX-CREDIT-PRT
        END-IF
        PERFORM PrintJournalLine
    END-IF.

FindAccountMapping.
*>  A SOURCE AND COMPONENT WITH NO MAPPING IS STILL WRITTEN, UNDER
*>  A VISIBLE PLACEHOLDER ACCOUNT, SO THE JOURNAL STAYS COMPLETE
*>  AND IN BALANCE - BUT THE RUN ENDS WITH A BAD RETURN CODE AND
*>  THE CONTROL DATE IS NOT ADVANCED, SO THE GL LOAD IS HELD UNTIL
*>  THE MAPPING IS ADDED THROUGH GLMMNT AND THE DAY RE-EXTRACTED.
    SET GLX-MAPPED-SW TO "Y"
    MOVE GLX-POST-SOURCE TO GLM-SOURCE
    MOVE GLX-POST-COMPONENT TO GLM-COMPONENT
    READ GL-ACCOUNT-MAP
        INVALID KEY SET GLX-MAPPED-SW TO "N"
    END-READ
    IF GLX-MAPPED
        MOVE GLM-ACCOUNT TO GLJ-ACCOUNT
        MOVE GLM-DESCRIPTION TO GLJ-DESCRIPTION
    ELSE
        ADD 1 TO GLX-UNMAPPED-COUNT
        MOVE "UNMAPPED" TO GLJ-ACCOUNT
        MOVE "*** NO GL MAPPING **" TO GLJ-DESCRIPTION
        DISPLAY "GLEXTR: NO GL ACCOUNT MAPPED FOR "
            GLX-POST-SOURCE "/" GLX-POST-COMPONENT
            " - REFERENCE " GLX-POST-REFERENCE
    END-IF.

PrintJournalLine.
    MOVE GLJ-LINE-NO TO GLX-LINE-EDIT
    MOVE SPACES TO GLX-REPORT-LINE
    STRING GLX-LINE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLJ-SOURCE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLJ-COMPONENT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLJ-ACCOUNT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLJ-DESCRIPTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLJ-REFERENCE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLX-DEBIT-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLX-CREDIT-PRT DELIMITED BY SIZE
        INTO GLX-REPORT-LINE
    PERFORM WriteReportLine.

StartSection.
    MOVE ZERO TO GLX-SECTION-DEBITS
    MOVE ZERO TO GLX-SECTION-CREDITS.

PrintSectionTotals.
    MOVE GLX-SECTION-DEBITS TO GLX-TOTAL-DEBIT-EDIT
    MOVE GLX-SECTION-CREDITS TO GLX-TOTAL-CREDIT-EDIT
    MOVE SPACES TO GLX-REPORT-LINE
    STRING "       TOTAL " DELIMITED BY SIZE
           GLX-SECTION-NAME DELIMITED BY SIZE
           "                     " DELIMITED BY SIZE
           GLX-TOTAL-DEBIT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLX-TOTAL-CREDIT-EDIT DELIMITED BY SIZE
        INTO GLX-REPORT-LINE
    PERFORM WriteReportLine
    MOVE SPACES TO GLX-REPORT-LINE
    PERFORM WriteReportLine.

PrintJournalTotals.
    MOVE GLX-TOTAL-DEBITS TO GLX-TOTAL-DEBIT-EDIT
    MOVE GLX-TOTAL-CREDITS TO GLX-TOTAL-CREDIT-EDIT
    MOVE SPACES TO GLX-REPORT-LINE
    STRING "       JOURNAL TOTAL                                  "
               DELIMITED BY SIZE
           GLX-TOTAL-DEBIT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GLX-TOTAL-CREDIT-EDIT DELIMITED BY SIZE
        INTO GLX-REPORT-LINE
    PERFORM WriteReportLine.

WriteReportLine.
    MOVE GLX-REPORT-LINE TO GLX-REPORT-RECORD
    WRITE GLX-REPORT-RECORD.

WriteRunSummary.
    MOVE SPACES TO GLX-REPORT-LINE
    PERFORM WriteReportLine
    MOVE GLX-JOURNAL-LINE-COUNT TO GLX-COUNT-EDIT
    MOVE SPACES TO GLX-REPORT-LINE
    STRING "JOURNAL LINES WRITTEN " DELIMITED BY SIZE
           GLX-COUNT-EDIT DELIMITED BY SIZE
        INTO GLX-REPORT-LINE
    PERFORM WriteReportLine
    DISPLAY "GLEXTR: INVOICES JOURNALLED - " GLX-INVOICE-COUNT
    DISPLAY "GLEXTR: CREDIT MEMOS        - " GLX-CREDIT-MEMO-COUNT
    DISPLAY "GLEXTR: CASH APPLICATIONS   - " GLX-CASH-COUNT
    DISPLAY "GLEXTR: CREDITS RE-APPLIED  - " GLX-CREDIT-REUSED-COUNT
    DISPLAY "GLEXTR: INVENTORY MOVES     - " GLX-MOVE-COUNT
    DISPLAY "GLEXTR: MOVES NOT JOURNALLED- " GLX-MOVE-IGNORED-COUNT
    DISPLAY "GLEXTR: MOVES NOT VALUED    - " GLX-UNVALUED-COUNT
    DISPLAY "GLEXTR: JOURNAL LINES       - " GLX-JOURNAL-LINE-COUNT
    DISPLAY "GLEXTR: TOTAL DEBITS        - " GLX-TOTAL-DEBIT-EDIT
    DISPLAY "GLEXTR: TOTAL CREDITS       - " GLX-TOTAL-CREDIT-EDIT
    DISPLAY "GLEXTR: UNMAPPED LINES      - " GLX-UNMAPPED-COUNT
    IF GLX-TOTAL-DEBITS NOT = GLX-TOTAL-CREDITS
        OR GLX-UNMAPPED-COUNT > ZERO
*>      A BAD RETURN CODE HOLDS THE GL LOAD IN THE SCHEDULER, THE
*>      SAME WAY ORDBAL HOLDS BILLING - AND THE CONTROL DATE STAYS
*>      WHERE IT WAS, SO THE CORRECTED DAY CAN BE RE-EXTRACTED.
        MOVE SPACES TO GLX-REPORT-LINE
        STRING "*** JOURNAL NOT RELEASED - OUT OF BALANCE OR"
                   DELIMITED BY SIZE
               " UNMAPPED ACCOUNTS ***" DELIMITED BY SIZE
            INTO GLX-REPORT-LINE
        PERFORM WriteReportLine
        DISPLAY "GLEXTR: JOURNAL NOT RELEASED - HOLDING THE GL LOAD"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "GLEXTR: JOURNAL IN BALANCE"
        PERFORM WriteControlFile
    END-IF.

WriteControlFile.
    MOVE GLX-BUSINESS-DATE TO GLC-LAST-BUSINESS-DATE
    MOVE GLX-MOVES-ON-FILE TO GLC-MOVES-EXTRACTED
    MOVE GLX-JOURNAL-LINE-COUNT TO GLC-JOURNAL-LINES
    MOVE GLX-TOTAL-DEBITS TO GLC-JOURNAL-TOTAL
    OPEN OUTPUT GL-CONTROL-FILE
    WRITE GLC-CONTROL-RECORD
    CLOSE GL-CONTROL-FILE.

TerminateRun.
    CLOSE GL-ACCOUNT-MAP
    CLOSE GL-JOURNAL-FILE
    CLOSE JOURNAL-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT GLX-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT GLX-STEP-START-TIME FROM TIME
    SET GLX-PREREQ-1-SW TO "N"
    IF GLX-PREREQ-STEP-1 = SPACES
        SET GLX-PREREQ-1-SW TO "Y"
    END-IF
    SET GLX-PREREQ-2-SW TO "N"
    IF GLX-PREREQ-STEP-2 = SPACES
        SET GLX-PREREQ-2-SW TO "Y"
    END-IF
    SET GLX-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF GLX-LEDGER-MISSING
        SET GLX-LEDGER-EOF TO TRUE
    END-IF
    IF NOT GLX-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL GLX-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO GLX-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT GLX-PREREQ-1-DONE
            STRING GLX-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO GLX-LEDGER-REASON
        WHEN NOT GLX-PREREQ-2-DONE
            STRING GLX-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO GLX-LEDGER-REASON
        WHEN GLX-ALREADY-RAN AND NOT GLX-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO GLX-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF GLX-LEDGER-REASON NOT = SPACES
        SET GLX-LEDGER-REFUSED TO TRUE
        DISPLAY "GLEXTR: RUN REFUSED - " GLX-LEDGER-REASON
        DISPLAY "GLEXTR: BUSINESS DATE " GLX-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE GLX-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET GLX-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = GLX-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = GLX-STEP-NAME
            SET GLX-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = GLX-PREREQ-STEP-1
            SET GLX-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = GLX-PREREQ-STEP-2
            SET GLX-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE GLX-STEP-NAME TO RLG-STEP-NAME
    MOVE GLX-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE GLX-STEP-START-DATE TO RLG-START-DATE
    MOVE GLX-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "INVOICES / JOURNAL / UNMAPPED" TO RLG-COUNT-TEXT
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
    MOVE GLX-INVOICE-COUNT TO RLG-COUNT-1
    MOVE GLX-JOURNAL-LINE-COUNT TO RLG-COUNT-2
    MOVE GLX-UNMAPPED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
