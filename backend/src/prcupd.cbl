    SELECT AUDIT-HIST-FILE ASSIGN TO "AUDTHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS PCU-AUDIT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS PCU-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
01  PCU-PENDING-OUT-RECORD          PIC X(28).
FD  AUDIT-HIST-FILE.
    COPY AUDTREC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  PCU-PRODMSTR-STATUS         PIC X(2).
01  PCU-CHANGE-STATUS           PIC X(2).
01  PCU-PENDING-COUNT           PIC 9(5) COMP VALUE ZERO.
01  PCU-REJECTED-COUNT          PIC 9(5) COMP VALUE ZERO.
01  PCU-OLD-PRICE               PIC 9(5)V99.
01  PCU-LEDGER-STATUS           PIC X(2).
    88  PCU-LEDGER-EOF               VALUE "10".
    88  PCU-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  PCU-STEP-NAME               PIC X(8) VALUE "PRCUPD".
01  PCU-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  PCU-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  PCU-PREREQ-1-SW             PIC X(1).
    88  PCU-PREREQ-1-DONE            VALUE "Y".
01  PCU-PREREQ-2-SW             PIC X(1).
    88  PCU-PREREQ-2-DONE            VALUE "Y".
01  PCU-ALREADY-RAN-SW          PIC X(1).
    88  PCU-ALREADY-RAN              VALUE "Y".
01  PCU-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  PCU-RERUN-ALLOWED            VALUE "Y".
01  PCU-LEDGER-SW               PIC X(1) VALUE "N".
    88  PCU-LEDGER-REFUSED           VALUE "Y".
01  PCU-LEDGER-REASON           PIC X(40).
01  PCU-STEP-START-DATE         PIC 9(8).
01  PCU-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
UpdatePrices.
    PERFORM CheckRunLedger
    IF PCU-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextPending
        PERFORM ProcessPendingChange UNTIL PCU-PENDING-IN-EOF
        PERFORM ReadNextChange
        PERFORM ProcessNewChange UNTIL PCU-CHANGE-EOF
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    CLOSE PENDING-INPUT
    CLOSE PENDING-OUTPUT
    CLOSE AUDIT-HIST-FILE.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT PCU-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT PCU-STEP-START-TIME FROM TIME
    SET PCU-PREREQ-1-SW TO "N"
    IF PCU-PREREQ-STEP-1 = SPACES
        SET PCU-PREREQ-1-SW TO "Y"
    END-IF
    SET PCU-PREREQ-2-SW TO "N"
    IF PCU-PREREQ-STEP-2 = SPACES
        SET PCU-PREREQ-2-SW TO "Y"
    END-IF
    SET PCU-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF PCU-LEDGER-MISSING
        SET PCU-LEDGER-EOF TO TRUE
    END-IF
    IF NOT PCU-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL PCU-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO PCU-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT PCU-PREREQ-1-DONE
            STRING PCU-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO PCU-LEDGER-REASON
        WHEN NOT PCU-PREREQ-2-DONE
            STRING PCU-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO PCU-LEDGER-REASON
        WHEN PCU-ALREADY-RAN AND NOT PCU-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO PCU-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF PCU-LEDGER-REASON NOT = SPACES
        SET PCU-LEDGER-REFUSED TO TRUE
        DISPLAY "PRCUPD: RUN REFUSED - " PCU-LEDGER-REASON
        DISPLAY "PRCUPD: BUSINESS DATE " PCU-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE PCU-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET PCU-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = PCU-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = PCU-STEP-NAME
            SET PCU-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = PCU-PREREQ-STEP-1
            SET PCU-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = PCU-PREREQ-STEP-2
            SET PCU-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE PCU-STEP-NAME TO RLG-STEP-NAME
    MOVE PCU-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE PCU-STEP-START-DATE TO RLG-START-DATE
    MOVE PCU-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "UPDATED / PENDING / REJECTED" TO RLG-COUNT-TEXT
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
    MOVE PCU-UPDATED-COUNT TO RLG-COUNT-1
    MOVE PCU-PENDING-COUNT TO RLG-COUNT-2
    MOVE PCU-REJECTED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
