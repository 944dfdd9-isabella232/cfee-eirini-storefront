    SELECT OPTIONAL ORDER-CONTROL-FILE ASSIGN TO "ORDCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS DSP-CONTROL-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS DSP-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
FD  HOLD-HEADER-OUTPUT.
01  DSP-HOLD-OUT-RECORD             PIC X(43).
FD  HOLD-LINE-OUTPUT.
01  DSP-HOLD-LINE-OUT-RECORD        PIC X(45).
FD  ORDER-HEADER-FILE.
    COPY ORDHDR.
FD  ORDER-LINE-FILE.
    COPY BKORDREC.
FD  ORDER-CONTROL-FILE.
    COPY ORDCTLRC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  DSP-PRODMSTR-STATUS         PIC X(2).
01  DSP-DECISION-STATUS         PIC X(2).
01  DSP-SAVED-RUN-DATE          PIC 9(8) VALUE ZERO.
01  DSP-SAVED-TRAN-COUNT        PIC 9(5) VALUE ZERO.
01  DSP-SAVED-OPENING-UNITS     PIC 9(9) VALUE ZERO.
01  DSP-SAVED-OPENING-TIME      PIC 9(8) VALUE ZERO.
01  DSP-CUR-ORDER-ID            PIC X(8).
01  DSP-POSTED-LINE-COUNT       PIC 9(3).
01  DSP-POSTED-ORDER-TOTAL      PIC 9(7)V99.
    88  DSP-CUR-CANCEL               VALUE "X".
    88  DSP-CUR-NO-DECISION          VALUE " ".
01  DSP-CUR-REVIEWER            PIC X(8).
01  DSP-LEDGER-STATUS           PIC X(2).
    88  DSP-LEDGER-EOF               VALUE "10".
    88  DSP-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  DSP-STEP-NAME               PIC X(8) VALUE "CRDISP".
01  DSP-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  DSP-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  DSP-PREREQ-1-SW             PIC X(1).
    88  DSP-PREREQ-1-DONE            VALUE "Y".
01  DSP-PREREQ-2-SW             PIC X(1).
    88  DSP-PREREQ-2-DONE            VALUE "Y".
01  DSP-ALREADY-RAN-SW          PIC X(1).
    88  DSP-ALREADY-RAN              VALUE "Y".
01  DSP-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  DSP-RERUN-ALLOWED            VALUE "Y".
01  DSP-LEDGER-SW               PIC X(1) VALUE "N".
    88  DSP-LEDGER-REFUSED           VALUE "Y".
01  DSP-LEDGER-REASON           PIC X(40).
01  DSP-STEP-START-DATE         PIC 9(8).
01  DSP-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
DisposeHeldOrders.
    PERFORM CheckRunLedger
    IF DSP-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextDecision
        PERFORM LoadDecision UNTIL DSP-DECISION-EOF
        PERFORM ReadNextHoldHeader
        PERFORM ReadNextHoldLine
        PERFORM DisposeOneOrder UNTIL DSP-HOLD-IN-EOF
        PERFORM ReportUnmatchedDecision
            VARYING DSP-DEC-IX FROM 1 BY 1
            UNTIL DSP-DEC-IX > DSP-DECISION-COUNT
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    MOVE ZERO TO OCT-LAST-RUN-DATE
    MOVE ZERO TO OCT-LAST-TRAN-COUNT
    MOVE ZERO TO OCT-OPENING-UNITS
    MOVE ZERO TO OCT-OPENING-TIME
    OPEN INPUT ORDER-CONTROL-FILE
    IF DSP-CONTROL-STATUS NOT = "05"
        READ ORDER-CONTROL-FILE
*>  WRITE.
    MOVE OCT-LAST-RUN-DATE TO DSP-SAVED-RUN-DATE
    MOVE OCT-LAST-TRAN-COUNT TO DSP-SAVED-TRAN-COUNT
    MOVE OCT-OPENING-UNITS TO DSP-SAVED-OPENING-UNITS
    MOVE OCT-OPENING-TIME TO DSP-SAVED-OPENING-TIME.

WriteControlFile.
    MOVE DSP-NEXT-ORDER-NO TO OCT-LAST-ORDER-NO
    MOVE DSP-SAVED-RUN-DATE TO OCT-LAST-RUN-DATE
    MOVE DSP-SAVED-TRAN-COUNT TO OCT-LAST-TRAN-COUNT
    MOVE DSP-SAVED-OPENING-UNITS TO OCT-OPENING-UNITS
    MOVE DSP-SAVED-OPENING-TIME TO OCT-OPENING-TIME
    OPEN OUTPUT ORDER-CONTROL-FILE
    WRITE OCT-CONTROL-RECORD
    CLOSE ORDER-CONTROL-FILE.
    MOVE OHL-QUANTITY TO ORD-LN-QUANTITY
    MOVE OHL-UNIT-PRICE TO ORD-LN-UNIT-PRICE
    MOVE OHL-LINE-TOTAL TO ORD-LN-LINE-TOTAL
    MOVE OHL-LIST-PRICE TO ORD-LN-LIST-PRICE
    MOVE OHL-PRICE-SOURCE TO ORD-LN-PRICE-SOURCE
    WRITE ORD-LINE-RECORD
    ADD OHL-LINE-TOTAL TO DSP-POSTED-ORDER-TOTAL.

    CLOSE ORDER-HEADER-FILE
    CLOSE ORDER-LINE-FILE
    CLOSE BACKORDER-FILE.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT DSP-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT DSP-STEP-START-TIME FROM TIME
    SET DSP-PREREQ-1-SW TO "N"
    IF DSP-PREREQ-STEP-1 = SPACES
        SET DSP-PREREQ-1-SW TO "Y"
    END-IF
    SET DSP-PREREQ-2-SW TO "N"
    IF DSP-PREREQ-STEP-2 = SPACES
        SET DSP-PREREQ-2-SW TO "Y"
    END-IF
    SET DSP-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF DSP-LEDGER-MISSING
        SET DSP-LEDGER-EOF TO TRUE
    END-IF
    IF NOT DSP-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL DSP-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO DSP-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT DSP-PREREQ-1-DONE
            STRING DSP-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO DSP-LEDGER-REASON
        WHEN NOT DSP-PREREQ-2-DONE
            STRING DSP-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO DSP-LEDGER-REASON
        WHEN DSP-ALREADY-RAN AND NOT DSP-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO DSP-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF DSP-LEDGER-REASON NOT = SPACES
        SET DSP-LEDGER-REFUSED TO TRUE
        DISPLAY "CRDISP: RUN REFUSED - " DSP-LEDGER-REASON
        DISPLAY "CRDISP: BUSINESS DATE " DSP-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE DSP-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET DSP-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = DSP-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = DSP-STEP-NAME
            SET DSP-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = DSP-PREREQ-STEP-1
            SET DSP-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = DSP-PREREQ-STEP-2
            SET DSP-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE DSP-STEP-NAME TO RLG-STEP-NAME
    MOVE DSP-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE DSP-STEP-START-DATE TO RLG-START-DATE
    MOVE DSP-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "HELD / RELEASED / CANCELLED" TO RLG-COUNT-TEXT
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
    MOVE DSP-HOLDS-READ TO RLG-COUNT-1
    MOVE DSP-RELEASED-COUNT TO RLG-COUNT-2
    MOVE DSP-CANCELLED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
