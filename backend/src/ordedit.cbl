    SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS EDT-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS EDT-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  RAW-ORDER-INPUT.
FD  EDIT-REPORT
    RECORDING MODE IS F.
01  EDT-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  EDT-RAW-STATUS              PIC X(2).
    88  EDT-RAW-EOF                  VALUE "10".
01  EDT-SEQ-NO                  PIC 9(7) VALUE ZERO.
01  EDT-REPORT-LINE             PIC X(132).
01  EDT-COUNT-EDIT              PIC ZZZZZZ9.
01  EDT-LEDGER-STATUS           PIC X(2).
    88  EDT-LEDGER-EOF               VALUE "10".
    88  EDT-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  EDT-STEP-NAME               PIC X(8) VALUE "ORDEDIT".
01  EDT-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  EDT-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  EDT-PREREQ-1-SW             PIC X(1).
    88  EDT-PREREQ-1-DONE            VALUE "Y".
01  EDT-PREREQ-2-SW             PIC X(1).
    88  EDT-PREREQ-2-DONE            VALUE "Y".
01  EDT-ALREADY-RAN-SW          PIC X(1).
    88  EDT-ALREADY-RAN              VALUE "Y".
01  EDT-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  EDT-RERUN-ALLOWED            VALUE "Y".
01  EDT-LEDGER-SW               PIC X(1) VALUE "N".
    88  EDT-LEDGER-REFUSED           VALUE "Y".
01  EDT-LEDGER-REASON           PIC X(40).
01  EDT-STEP-START-DATE         PIC 9(8).
01  EDT-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
EditOrderInput.
    PERFORM CheckRunLedger
    IF EDT-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
*>      EVERY VALID TRANSACTION IS SORTED INTO CUSTOMER SEQUENCE -
*>      ORDPROC CONTROL-BREAKS ON ORD-IN-CUSTOMER-ID AND TRUSTS THAT
*>      A CUSTOMER'S LINES ARRIVE TOGETHER, SO AN INTERLEAVED FEED
*>      WOULD SPLIT ONE CUSTOMER INTO SEVERAL ORDERS, EACH CREDIT-
*>      CHECKED ON ITS OWN.  THE ARRIVAL SEQUENCE NUMBER KEEPS A
*>      CUSTOMER'S LINES IN THE ORDER THEY WERE KEYED.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY EDT-SRT-CUSTOMER-ID
                             EDT-SRT-SEQ-NO
            INPUT PROCEDURE IS ValidateRawOrders
            OUTPUT PROCEDURE IS WriteCleanOrders
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.

TerminateRun.
    CLOSE EDIT-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT EDT-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT EDT-STEP-START-TIME FROM TIME
    SET EDT-PREREQ-1-SW TO "N"
    IF EDT-PREREQ-STEP-1 = SPACES
        SET EDT-PREREQ-1-SW TO "Y"
    END-IF
    SET EDT-PREREQ-2-SW TO "N"
    IF EDT-PREREQ-STEP-2 = SPACES
        SET EDT-PREREQ-2-SW TO "Y"
    END-IF
    SET EDT-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF EDT-LEDGER-MISSING
        SET EDT-LEDGER-EOF TO TRUE
    END-IF
    IF NOT EDT-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL EDT-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO EDT-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT EDT-PREREQ-1-DONE
            STRING EDT-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO EDT-LEDGER-REASON
        WHEN NOT EDT-PREREQ-2-DONE
            STRING EDT-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO EDT-LEDGER-REASON
        WHEN EDT-ALREADY-RAN AND NOT EDT-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO EDT-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF EDT-LEDGER-REASON NOT = SPACES
        SET EDT-LEDGER-REFUSED TO TRUE
        DISPLAY "ORDEDIT: RUN REFUSED - " EDT-LEDGER-REASON
        DISPLAY "ORDEDIT: BUSINESS DATE " EDT-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE EDT-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET EDT-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = EDT-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = EDT-STEP-NAME
            SET EDT-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = EDT-PREREQ-STEP-1
            SET EDT-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = EDT-PREREQ-STEP-2
            SET EDT-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE EDT-STEP-NAME TO RLG-STEP-NAME
    MOVE EDT-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE EDT-STEP-START-DATE TO RLG-START-DATE
    MOVE EDT-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "READ / ACCEPTED / REJECTED" TO RLG-COUNT-TEXT
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
    MOVE EDT-READ-COUNT TO RLG-COUNT-1
    MOVE EDT-ACCEPTED-COUNT TO RLG-COUNT-2
    MOVE EDT-REJECTED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
