    SELECT ORDER-CONTROL-FILE ASSIGN TO "ORDCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BAL-CONTROL-STATUS.
    SELECT OPTIONAL CANCEL-HIST-FILE ASSIGN TO "ORDCAUD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BAL-CANCEL-HIST-STATUS.
    SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BAL-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BAL-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    COPY ORDLINE.
FD  ORDER-CONTROL-FILE.
    COPY ORDCTLRC.
FD  CANCEL-HIST-FILE.
    COPY OCAREC.
FD  BALANCE-REPORT
    RECORDING MODE IS F.
01  BAL-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  BAL-PRODMSTR-STATUS         PIC X(2).
    88  BAL-PRODMSTR-EOF            VALUE "10".
01  BAL-LINE-STATUS             PIC X(2).
    88  BAL-LINE-EOF                 VALUE "10".
01  BAL-CONTROL-STATUS          PIC X(2).
01  BAL-CANCEL-HIST-STATUS      PIC X(2).
    88  BAL-CANCEL-HIST-EOF          VALUE "10".
    88  BAL-CANCEL-HIST-MISSING      VALUE "05".
01  BAL-REPORT-STATUS           PIC X(2).
01  BAL-RUN-DATE                PIC 9(8).
01  BAL-ORDER-COUNT             PIC 9(5) COMP VALUE ZERO.
01  BAL-ORPHAN-LINE-COUNT       PIC 9(5) COMP VALUE ZERO.
01  BAL-CLOSING-UNITS           PIC 9(9) VALUE ZERO.
01  BAL-NET-DROP                PIC S9(9) VALUE ZERO.
01  BAL-CANCELLED-UNITS         PIC 9(9) VALUE ZERO.
01  BAL-EXPECTED-DROP           PIC S9(9) VALUE ZERO.
01  BAL-REPORT-LINE             PIC X(132).
01  BAL-SUM-EDIT                PIC ZZZZZZ9.99.
01  BAL-HDR-TOTAL-EDIT          PIC ZZZZZZ9.99.
01  BAL-UNITS-EDIT              PIC ZZZZZZZZ9.
01  BAL-DROP-EDIT               PIC ---------9.
01  BAL-COUNT-EDIT              PIC ZZZZ9.
01  BAL-LEDGER-STATUS           PIC X(2).
    88  BAL-LEDGER-EOF               VALUE "10".
    88  BAL-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  BAL-STEP-NAME               PIC X(8) VALUE "ORDBAL".
01  BAL-PREREQ-STEP-1           PIC X(8) VALUE "ORDPROC".
01  BAL-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  BAL-PREREQ-1-SW             PIC X(1).
    88  BAL-PREREQ-1-DONE            VALUE "Y".
01  BAL-PREREQ-2-SW             PIC X(1).
    88  BAL-PREREQ-2-DONE            VALUE "Y".
01  BAL-ALREADY-RAN-SW          PIC X(1).
    88  BAL-ALREADY-RAN              VALUE "Y".
01  BAL-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  BAL-RERUN-ALLOWED            VALUE "Y".
01  BAL-LEDGER-SW               PIC X(1) VALUE "N".
    88  BAL-LEDGER-REFUSED           VALUE "Y".
01  BAL-LEDGER-REASON           PIC X(40).
01  BAL-STEP-START-DATE         PIC 9(8).
01  BAL-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
BalanceOrders.
    PERFORM CheckRunLedger
    IF BAL-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextHeader
        PERFORM ReadNextLine
        PERFORM BalanceOneOrder UNTIL BAL-HEADER-EOF
        PERFORM CheckOrphanLines
        PERFORM BalanceInventory
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
*>  THE OPENING SNAPSHOT ON THE CONTROL RECORD WAS TAKEN BY ORDPROC
*>  BEFORE IT POSTED ANYTHING; THE MASTER IS READ AGAIN HERE FOR
*>  THE CLOSING POSITION.  UNITS SHIPPED ON ORDLINE MUST EQUAL THE
*>  NET DROP, OR SOMETHING MOVED STOCK THE ORDER FILES DO NOT SHOW -
*>  LESS ANY UNITS AN ONLINE ORDER CANCELLATION PUT BACK ON THE
*>  SHELF SINCE THE SNAPSHOT, WHICH ORDCAUD ACCOUNTS FOR.
    PERFORM SumCancelledUnits
    MOVE ZERO TO BAL-CLOSING-UNITS
    MOVE LOW-VALUES TO CAT-PRODUCT-ID
    START PRODUCT-MASTER KEY IS NOT LESS THAN CAT-PRODUCT-ID
        PERFORM AddClosingUnits UNTIL BAL-PRODMSTR-EOF
    END-IF
    COMPUTE BAL-NET-DROP = OCT-OPENING-UNITS - BAL-CLOSING-UNITS
    COMPUTE BAL-EXPECTED-DROP =
        BAL-TOTAL-LINE-UNITS - BAL-CANCELLED-UNITS
    IF BAL-CANCELLED-UNITS > ZERO
        MOVE BAL-CANCELLED-UNITS TO BAL-UNITS-EDIT
        MOVE SPACES TO BAL-REPORT-LINE
        STRING "UNITS RETURNED TO STOCK BY ORDER CANCELLATION "
                   DELIMITED BY SIZE
               BAL-UNITS-EDIT DELIMITED BY SIZE
            INTO BAL-REPORT-LINE
        PERFORM WriteReportLine
    END-IF
    IF BAL-NET-DROP NOT = BAL-EXPECTED-DROP
        ADD 1 TO BAL-DISCREPANCY-COUNT
        MOVE BAL-TOTAL-LINE-UNITS TO BAL-UNITS-EDIT
        MOVE BAL-NET-DROP TO BAL-DROP-EDIT
            INTO BAL-REPORT-LINE
        PERFORM WriteReportLine
        DISPLAY "ORDBAL: " BAL-REPORT-LINE
        IF BAL-CANCELLED-UNITS > ZERO
            MOVE BAL-EXPECTED-DROP TO BAL-DROP-EDIT
            MOVE SPACES TO BAL-REPORT-LINE
            STRING "EXPECTED DROP AFTER ORDER CANCELLATIONS IS "
                       DELIMITED BY SIZE
                   BAL-DROP-EDIT DELIMITED BY SIZE
                INTO BAL-REPORT-LINE
            PERFORM WriteReportLine
            DISPLAY "ORDBAL: " BAL-REPORT-LINE
        END-IF
    END-IF.

SumCancelledUnits.
*>  ORDCAUD ACCUMULATES EVERY CANCELLATION EVER POSTED, SO ONLY
*>  THOSE STAMPED AT OR AFTER THE OPENING SNAPSHOT - SAME DAY AT OR
*>  PAST OCT-OPENING-TIME, OR ANY LATER DAY - BELONG TO THIS PROOF.
    MOVE ZERO TO BAL-CANCELLED-UNITS
    OPEN INPUT CANCEL-HIST-FILE
    IF BAL-CANCEL-HIST-MISSING
        SET BAL-CANCEL-HIST-EOF TO TRUE
    END-IF
    IF NOT BAL-CANCEL-HIST-EOF
        PERFORM ReadNextCancellation
        PERFORM AddCancelledUnits UNTIL BAL-CANCEL-HIST-EOF
    END-IF
    CLOSE CANCEL-HIST-FILE.

ReadNextCancellation.
    READ CANCEL-HIST-FILE
        AT END SET BAL-CANCEL-HIST-EOF TO TRUE
    END-READ.

AddCancelledUnits.
    IF OCA-CANCEL-DATE > OCT-LAST-RUN-DATE
        OR (OCA-CANCEL-DATE = OCT-LAST-RUN-DATE
            AND OCA-CANCEL-TIME NOT < OCT-OPENING-TIME)
        ADD OCA-CANCEL-QTY TO BAL-CANCELLED-UNITS
    END-IF
    PERFORM ReadNextCancellation.

ReadNextProduct.
    READ PRODUCT-MASTER NEXT RECORD
        AT END SET BAL-PRODMSTR-EOF TO TRUE
    CLOSE ORDER-LINE-FILE
    CLOSE ORDER-CONTROL-FILE
    CLOSE BALANCE-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT BAL-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT BAL-STEP-START-TIME FROM TIME
    SET BAL-PREREQ-1-SW TO "N"
    IF BAL-PREREQ-STEP-1 = SPACES
        SET BAL-PREREQ-1-SW TO "Y"
    END-IF
    SET BAL-PREREQ-2-SW TO "N"
    IF BAL-PREREQ-STEP-2 = SPACES
        SET BAL-PREREQ-2-SW TO "Y"
    END-IF
    SET BAL-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF BAL-LEDGER-MISSING
        SET BAL-LEDGER-EOF TO TRUE
    END-IF
    IF NOT BAL-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL BAL-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO BAL-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT BAL-PREREQ-1-DONE
            STRING BAL-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO BAL-LEDGER-REASON
        WHEN NOT BAL-PREREQ-2-DONE
            STRING BAL-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO BAL-LEDGER-REASON
        WHEN BAL-ALREADY-RAN AND NOT BAL-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO BAL-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF BAL-LEDGER-REASON NOT = SPACES
        SET BAL-LEDGER-REFUSED TO TRUE
        DISPLAY "ORDBAL: RUN REFUSED - " BAL-LEDGER-REASON
        DISPLAY "ORDBAL: BUSINESS DATE " BAL-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE BAL-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET BAL-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = BAL-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = BAL-STEP-NAME
            SET BAL-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = BAL-PREREQ-STEP-1
            SET BAL-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = BAL-PREREQ-STEP-2
            SET BAL-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE BAL-STEP-NAME TO RLG-STEP-NAME
    MOVE BAL-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE BAL-STEP-START-DATE TO RLG-START-DATE
    MOVE BAL-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "ORDERS / DISCREPANCY / ORPHANS" TO RLG-COUNT-TEXT
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
    MOVE BAL-ORDER-COUNT TO RLG-COUNT-1
    MOVE BAL-DISCREPANCY-COUNT TO RLG-COUNT-2
    MOVE BAL-ORPHAN-LINE-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
