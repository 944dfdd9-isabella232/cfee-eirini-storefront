    SELECT INVENTORY-MOVE-HIST ASSIGN TO "INVMHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STK-MOVE-HIST-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS STK-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
01  STK-REPORT-RECORD               PIC X(132).
FD  INVENTORY-MOVE-HIST.
    COPY INVMREC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  STK-PRODMSTR-STATUS         PIC X(2).
01  STK-COUNT-STATUS            PIC X(2).
01  STK-VALUE-EDIT              PIC ---------9.99.
01  STK-COUNT-EDIT              PIC ZZZZ9.
01  STK-ACTION-TEXT             PIC X(10).
01  STK-LEDGER-STATUS           PIC X(2).
    88  STK-LEDGER-EOF               VALUE "10".
    88  STK-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  STK-STEP-NAME               PIC X(8) VALUE "STKTAKE".
01  STK-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  STK-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  STK-PREREQ-1-SW             PIC X(1).
    88  STK-PREREQ-1-DONE            VALUE "Y".
01  STK-PREREQ-2-SW             PIC X(1).
    88  STK-PREREQ-2-DONE            VALUE "Y".
01  STK-ALREADY-RAN-SW          PIC X(1).
    88  STK-ALREADY-RAN              VALUE "Y".
01  STK-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  STK-RERUN-ALLOWED            VALUE "Y".
01  STK-LEDGER-SW               PIC X(1) VALUE "N".
    88  STK-LEDGER-REFUSED           VALUE "Y".
01  STK-LEDGER-REASON           PIC X(40).
01  STK-STEP-START-DATE         PIC 9(8).
01  STK-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
TakeStock.
    PERFORM CheckRunLedger
    IF STK-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextCount
        PERFORM ProcessCount UNTIL STK-COUNT-EOF
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    MOVE CAT-ON-HAND-QTY TO INV-NEW-ON-HAND
    MOVE CNT-COUNT-DATE TO INV-MOVE-DATE
    MOVE CNT-COUNTER-ID TO INV-POSTED-BY
    MOVE CAT-AVERAGE-COST TO INV-UNIT-COST
    WRITE INV-MOVE-RECORD
    ADD 1 TO STK-ADJUSTED-COUNT
    DISPLAY "STKTAKE: " CAT-PRODUCT-ID " ADJUSTED "
    CLOSE COUNT-INPUT
    CLOSE VARIANCE-REPORT
    CLOSE INVENTORY-MOVE-HIST.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT STK-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT STK-STEP-START-TIME FROM TIME
    SET STK-PREREQ-1-SW TO "N"
    IF STK-PREREQ-STEP-1 = SPACES
        SET STK-PREREQ-1-SW TO "Y"
    END-IF
    SET STK-PREREQ-2-SW TO "N"
    IF STK-PREREQ-STEP-2 = SPACES
        SET STK-PREREQ-2-SW TO "Y"
    END-IF
    SET STK-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF STK-LEDGER-MISSING
        SET STK-LEDGER-EOF TO TRUE
    END-IF
    IF NOT STK-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL STK-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO STK-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT STK-PREREQ-1-DONE
            STRING STK-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO STK-LEDGER-REASON
        WHEN NOT STK-PREREQ-2-DONE
            STRING STK-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO STK-LEDGER-REASON
        WHEN STK-ALREADY-RAN AND NOT STK-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO STK-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF STK-LEDGER-REASON NOT = SPACES
        SET STK-LEDGER-REFUSED TO TRUE
        DISPLAY "STKTAKE: RUN REFUSED - " STK-LEDGER-REASON
        DISPLAY "STKTAKE: BUSINESS DATE " STK-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE STK-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET STK-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = STK-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = STK-STEP-NAME
            SET STK-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = STK-PREREQ-STEP-1
            SET STK-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = STK-PREREQ-STEP-2
            SET STK-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE STK-STEP-NAME TO RLG-STEP-NAME
    MOVE STK-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE STK-STEP-START-DATE TO RLG-START-DATE
    MOVE STK-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "COUNTS / ADJUSTED / REJECTED" TO RLG-COUNT-TEXT
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
    MOVE STK-COUNTED-RECORDS TO RLG-COUNT-1
    MOVE STK-ADJUSTED-COUNT TO RLG-COUNT-2
    MOVE STK-REJECTED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
