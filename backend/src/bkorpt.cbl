    SELECT POSITION-REPORT ASSIGN TO "BKORPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BKP-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BKP-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
FD  POSITION-REPORT
    RECORDING MODE IS F.
01  BKP-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  BKP-PRODMSTR-STATUS         PIC X(2).
01  BKP-CUSTMSTR-STATUS         PIC X(2).
01  BKP-SHORT-EDIT              PIC ZZZZZZ9.
01  BKP-TOTAL-EDIT              PIC ZZZZZZZZ9.
01  BKP-COUNT-EDIT              PIC ZZZZ9.
01  BKP-LEDGER-STATUS           PIC X(2).
    88  BKP-LEDGER-EOF               VALUE "10".
    88  BKP-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  BKP-STEP-NAME               PIC X(8) VALUE "BKORPT".
01  BKP-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  BKP-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  BKP-PREREQ-1-SW             PIC X(1).
    88  BKP-PREREQ-1-DONE            VALUE "Y".
01  BKP-PREREQ-2-SW             PIC X(1).
    88  BKP-PREREQ-2-DONE            VALUE "Y".
01  BKP-ALREADY-RAN-SW          PIC X(1).
    88  BKP-ALREADY-RAN              VALUE "Y".
*>  A READ-ONLY REPORT CHANGES NOTHING, SO IT MAY BE RUN AGAIN
*>  ON A DATE IT HAS ALREADY COMPLETED.
01  BKP-RERUN-ALLOWED-SW        PIC X(1) VALUE "Y".
    88  BKP-RERUN-ALLOWED            VALUE "Y".
01  BKP-LEDGER-SW               PIC X(1) VALUE "N".
    88  BKP-LEDGER-REFUSED           VALUE "Y".
01  BKP-LEDGER-REASON           PIC X(40).
01  BKP-STEP-START-DATE         PIC 9(8).
01  BKP-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ReportBackorders.
    PERFORM CheckRunLedger
    IF BKP-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
*>      TWO PASSES OVER THE SAME OPEN FILE: FIRST ROLLED UP BY
*>      CUSTOMER (WHO TO CALL), THEN BY PRODUCT (WHAT THE NEXT
*>      RECEIPT WILL ACTUALLY CLEAR), EACH OFF ITS OWN SORT SO
*>      NEITHER IS LIMITED BY AN IN-MEMORY TABLE.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY BKP-SRT-CUSTOMER-ID
                             BKP-SRT-ORDER-DATE
            INPUT PROCEDURE IS ReleaseAgedBackorders
            OUTPUT PROCEDURE IS PrintCustomerPosition
        SORT SORT-WORK-FILE
            ON ASCENDING KEY BKP-SRT-PRODUCT-ID
                             BKP-SRT-ORDER-DATE
            INPUT PROCEDURE IS ReleaseForProductView
            OUTPUT PROCEDURE IS PrintProductPosition
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    CLOSE PRODUCT-MASTER
    CLOSE CUSTOMER-MASTER
    CLOSE POSITION-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT BKP-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT BKP-STEP-START-TIME FROM TIME
    SET BKP-PREREQ-1-SW TO "N"
    IF BKP-PREREQ-STEP-1 = SPACES
        SET BKP-PREREQ-1-SW TO "Y"
    END-IF
    SET BKP-PREREQ-2-SW TO "N"
    IF BKP-PREREQ-STEP-2 = SPACES
        SET BKP-PREREQ-2-SW TO "Y"
    END-IF
    SET BKP-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF BKP-LEDGER-MISSING
        SET BKP-LEDGER-EOF TO TRUE
    END-IF
    IF NOT BKP-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL BKP-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO BKP-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT BKP-PREREQ-1-DONE
            STRING BKP-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO BKP-LEDGER-REASON
        WHEN NOT BKP-PREREQ-2-DONE
            STRING BKP-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO BKP-LEDGER-REASON
        WHEN BKP-ALREADY-RAN AND NOT BKP-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO BKP-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF BKP-LEDGER-REASON NOT = SPACES
        SET BKP-LEDGER-REFUSED TO TRUE
        DISPLAY "BKORPT: RUN REFUSED - " BKP-LEDGER-REASON
        DISPLAY "BKORPT: BUSINESS DATE " BKP-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE BKP-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET BKP-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = BKP-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = BKP-STEP-NAME
            SET BKP-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = BKP-PREREQ-STEP-1
            SET BKP-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = BKP-PREREQ-STEP-2
            SET BKP-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE BKP-STEP-NAME TO RLG-STEP-NAME
    MOVE BKP-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE BKP-STEP-START-DATE TO RLG-START-DATE
    MOVE BKP-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "BACKORDERS / AGED / OPEN UNITS" TO RLG-COUNT-TEXT
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
    MOVE BKP-RECORDS-READ TO RLG-COUNT-1
    MOVE BKP-AGED-COUNT TO RLG-COUNT-2
    MOVE BKP-TOTAL-OPEN-UNITS TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
