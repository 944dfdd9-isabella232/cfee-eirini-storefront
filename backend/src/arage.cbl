    SELECT AGED-REPORT ASSIGN TO "ARAGERPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ARG-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ARG-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER.
FD  AGED-REPORT
    RECORDING MODE IS F.
01  ARG-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  ARG-CUSTMSTR-STATUS         PIC X(2).
01  ARG-AR-ITEM-STATUS          PIC X(2).
    88  ARG-CUSTOMER-FOUND           VALUE "Y".
*>  ONE ENTRY PER CUSTOMER WITH OPEN ITEMS, EACH ITEM BUCKETED BY
*>  AGE FROM ITS INVOICE DATE: CURRENT (TO 30 DAYS), 31-60, 61-90
*>  AND OVER 90.  CREDIT ITEMS - CREDIT MEMOS AND CASH HELD ON
*>  ACCOUNT - ARE NOT AGED.  THEY ARE HELD IN
*>  THEIR OWN COLUMN AND NETTED OFF THE CUSTOMER'S TOTAL, SO THE
*>  BUCKETS STILL SHOW WHAT IS OWED AND HOW OLD IT IS.  ROLLED UP
*>  THE SAME WAY DEMO'S BRAND SUMMARY
*>  TABLE IS - A 201ST CUSTOMER IS COUNTED AND LEFT OUT RATHER
*>  THAN INDEXED PAST THE END OF THE TABLE.
01  ARG-CUSTOMER-TABLE.
        10  ARG-CSUM-OVER-30         PIC 9(9)V99.
        10  ARG-CSUM-OVER-60         PIC 9(9)V99.
        10  ARG-CSUM-OVER-90         PIC 9(9)V99.
        10  ARG-CSUM-CREDITS         PIC 9(9)V99.
01  ARG-CUSTOMER-COUNT          PIC 9(3) COMP VALUE ZERO.
01  ARG-CUST-OVERFLOW-CT        PIC 9(5) COMP VALUE ZERO.
01  ARG-CUST-TOTAL              PIC S9(9)V99.
01  ARG-GRAND-CURRENT           PIC 9(11)V99 VALUE ZERO.
01  ARG-GRAND-OVER-30           PIC 9(11)V99 VALUE ZERO.
01  ARG-GRAND-OVER-60           PIC 9(11)V99 VALUE ZERO.
01  ARG-GRAND-OVER-90           PIC 9(11)V99 VALUE ZERO.
01  ARG-GRAND-CREDITS           PIC 9(11)V99 VALUE ZERO.
01  ARG-GRAND-TOTAL             PIC S9(11)V99 VALUE ZERO.
01  ARG-CUSTOMER-NAME-PRT       PIC X(20).
01  ARG-REPORT-LINE             PIC X(132).
01  ARG-BUCKET-EDIT             PIC ZZZZZZZZ9.99.
01  ARG-OVER-30-EDIT            PIC ZZZZZZZZ9.99.
01  ARG-OVER-60-EDIT            PIC ZZZZZZZZ9.99.
01  ARG-OVER-90-EDIT            PIC ZZZZZZZZ9.99.
01  ARG-CREDITS-EDIT            PIC ZZZZZZZZ9.99.
01  ARG-TOTAL-EDIT              PIC ZZZZZZZZZZ9.99-.
01  ARG-LEDGER-STATUS           PIC X(2).
    88  ARG-LEDGER-EOF               VALUE "10".
    88  ARG-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  ARG-STEP-NAME               PIC X(8) VALUE "ARAGE".
01  ARG-PREREQ-STEP-1           PIC X(8) VALUE "CSHPOST".
01  ARG-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  ARG-PREREQ-1-SW             PIC X(1).
    88  ARG-PREREQ-1-DONE            VALUE "Y".
01  ARG-PREREQ-2-SW             PIC X(1).
    88  ARG-PREREQ-2-DONE            VALUE "Y".
01  ARG-ALREADY-RAN-SW          PIC X(1).
    88  ARG-ALREADY-RAN              VALUE "Y".
*>  A READ-ONLY REPORT CHANGES NOTHING, SO IT MAY BE RUN AGAIN
*>  ON A DATE IT HAS ALREADY COMPLETED.
01  ARG-RERUN-ALLOWED-SW        PIC X(1) VALUE "Y".
    88  ARG-RERUN-ALLOWED            VALUE "Y".
01  ARG-LEDGER-SW               PIC X(1) VALUE "N".
    88  ARG-LEDGER-REFUSED           VALUE "Y".
01  ARG-LEDGER-REASON           PIC X(40).
01  ARG-STEP-START-DATE         PIC 9(8).
01  ARG-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
AgeReceivables.
    PERFORM CheckRunLedger
    IF ARG-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextItem
        PERFORM AgeOpenItem UNTIL ARG-AR-ITEM-EOF
        PERFORM PrintAgedTrialBalance
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
            MOVE ZERO TO ARG-CSUM-OVER-30 (ARG-CUST-IX)
            MOVE ZERO TO ARG-CSUM-OVER-60 (ARG-CUST-IX)
            MOVE ZERO TO ARG-CSUM-OVER-90 (ARG-CUST-IX)
            MOVE ZERO TO ARG-CSUM-CREDITS (ARG-CUST-IX)
        END-IF
        EVALUATE TRUE
            WHEN ARI-CREDIT-ITEM
                ADD ARI-OPEN-AMOUNT
                    TO ARG-CSUM-CREDITS (ARG-CUST-IX)
            WHEN ARG-ITEM-AGE-DAYS > 90
                ADD ARI-OPEN-AMOUNT
                    TO ARG-CSUM-OVER-90 (ARG-CUST-IX)
PrintAgedTrialBalance.
    MOVE SPACES TO ARG-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "CUST   CUSTOMER NAME             CURRENT        31-60        61-90      OVER 90      CREDITS          TOTAL"
        TO ARG-REPORT-LINE
    PERFORM WriteReportLine
    PERFORM PrintCustomerLine
        UNTIL ARG-CUST-IX > ARG-CUSTOMER-COUNT
    MOVE SPACES TO ARG-REPORT-LINE
    PERFORM WriteReportLine
    MOVE ARG-GRAND-CREDITS TO ARG-CREDITS-EDIT
    MOVE SPACES TO ARG-REPORT-LINE
    STRING "TOTAL CREDITS HELD       " DELIMITED BY SIZE
           ARG-CREDITS-EDIT DELIMITED BY SIZE
        INTO ARG-REPORT-LINE
    PERFORM WriteReportLine
    MOVE ARG-GRAND-TOTAL TO ARG-TOTAL-EDIT
    MOVE SPACES TO ARG-REPORT-LINE
    STRING "TOTAL OPEN RECEIVABLES " DELIMITED BY SIZE
        + ARG-CSUM-OVER-30 (ARG-CUST-IX)
        + ARG-CSUM-OVER-60 (ARG-CUST-IX)
        + ARG-CSUM-OVER-90 (ARG-CUST-IX)
        - ARG-CSUM-CREDITS (ARG-CUST-IX)
    ADD ARG-CSUM-CURRENT (ARG-CUST-IX) TO ARG-GRAND-CURRENT
    ADD ARG-CSUM-OVER-30 (ARG-CUST-IX) TO ARG-GRAND-OVER-30
    ADD ARG-CSUM-OVER-60 (ARG-CUST-IX) TO ARG-GRAND-OVER-60
    ADD ARG-CSUM-OVER-90 (ARG-CUST-IX) TO ARG-GRAND-OVER-90
    ADD ARG-CSUM-CREDITS (ARG-CUST-IX) TO ARG-GRAND-CREDITS
    ADD ARG-CUST-TOTAL TO ARG-GRAND-TOTAL
    MOVE ARG-CSUM-CURRENT (ARG-CUST-IX) TO ARG-CURRENT-EDIT
    MOVE ARG-CSUM-OVER-30 (ARG-CUST-IX) TO ARG-OVER-30-EDIT
    MOVE ARG-CSUM-OVER-60 (ARG-CUST-IX) TO ARG-OVER-60-EDIT
    MOVE ARG-CSUM-OVER-90 (ARG-CUST-IX) TO ARG-OVER-90-EDIT
    MOVE ARG-CSUM-CREDITS (ARG-CUST-IX) TO ARG-CREDITS-EDIT
    MOVE ARG-CUST-TOTAL TO ARG-TOTAL-EDIT
    MOVE SPACES TO ARG-REPORT-LINE
    STRING ARG-CSUM-ID (ARG-CUST-IX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ARG-OVER-90-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ARG-CREDITS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ARG-TOTAL-EDIT DELIMITED BY SIZE
        INTO ARG-REPORT-LINE
    PERFORM WriteReportLine.
    CLOSE CUSTOMER-MASTER
    CLOSE AR-ITEM-FILE
    CLOSE AGED-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT ARG-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT ARG-STEP-START-TIME FROM TIME
    SET ARG-PREREQ-1-SW TO "N"
    IF ARG-PREREQ-STEP-1 = SPACES
        SET ARG-PREREQ-1-SW TO "Y"
    END-IF
    SET ARG-PREREQ-2-SW TO "N"
    IF ARG-PREREQ-STEP-2 = SPACES
        SET ARG-PREREQ-2-SW TO "Y"
    END-IF
    SET ARG-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF ARG-LEDGER-MISSING
        SET ARG-LEDGER-EOF TO TRUE
    END-IF
    IF NOT ARG-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL ARG-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO ARG-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT ARG-PREREQ-1-DONE
            STRING ARG-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO ARG-LEDGER-REASON
        WHEN NOT ARG-PREREQ-2-DONE
            STRING ARG-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO ARG-LEDGER-REASON
        WHEN ARG-ALREADY-RAN AND NOT ARG-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO ARG-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF ARG-LEDGER-REASON NOT = SPACES
        SET ARG-LEDGER-REFUSED TO TRUE
        DISPLAY "ARAGE: RUN REFUSED - " ARG-LEDGER-REASON
        DISPLAY "ARAGE: BUSINESS DATE " ARG-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE ARG-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET ARG-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = ARG-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = ARG-STEP-NAME
            SET ARG-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = ARG-PREREQ-STEP-1
            SET ARG-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = ARG-PREREQ-STEP-2
            SET ARG-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE ARG-STEP-NAME TO RLG-STEP-NAME
    MOVE ARG-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE ARG-STEP-START-DATE TO RLG-START-DATE
    MOVE ARG-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "ITEMS / CUSTOMERS / OMITTED" TO RLG-COUNT-TEXT
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
    MOVE ARG-ITEMS-READ TO RLG-COUNT-1
    MOVE ARG-CUSTOMER-COUNT TO RLG-COUNT-2
    MOVE ARG-CUST-OVERFLOW-CT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
