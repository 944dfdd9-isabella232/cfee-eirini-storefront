IDENTIFICATION DIVISION.
PROGRAM-ID.  CPAEXPR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICE-AGREEMENT-FILE ASSIGN TO "CPAGREE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CPA-AGREEMENT-KEY
        FILE STATUS IS CPX-AGREEMENT-STATUS.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUS-CUSTOMER-ID
        FILE STATUS IS CPX-CUSTMSTR-STATUS.
    SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-PRODUCT-ID
        FILE STATUS IS CPX-PRODMSTR-STATUS.
    SELECT BRAND-MASTER ASSIGN TO "BRANDMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BRD-BRAND-CODE
        FILE STATUS IS CPX-BRANDMST-STATUS.
    SELECT EXPIRY-REPORT ASSIGN TO "CPAEXPR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CPX-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CPX-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRICE-AGREEMENT-FILE.
    COPY CPAREC.
FD  CUSTOMER-MASTER.
    COPY CUSTREC.
FD  PRODUCT-MASTER.
    COPY PRODREC.
FD  BRAND-MASTER.
    COPY BRANDREC.
FD  EXPIRY-REPORT
    RECORDING MODE IS F.
01  CPX-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  CPX-AGREEMENT-STATUS        PIC X(2).
    88  CPX-AGREEMENT-EOF            VALUE "10".
01  CPX-CUSTMSTR-STATUS         PIC X(2).
01  CPX-PRODMSTR-STATUS         PIC X(2).
01  CPX-BRANDMST-STATUS         PIC X(2).
01  CPX-REPORT-STATUS           PIC X(2).
01  CPX-FOUND-SW                PIC X(1).
    88  CPX-FOUND                    VALUE "Y".
01  CPX-RUN-DATE                PIC 9(8).
*>  THE WINDOW IS COUNTED IN CALENDAR DAYS FROM THE RUN DATE, SO
*>  IT RUNS ACROSS MONTH AND YEAR ENDS THE SAME WAY ARAGE'S
*>  BUCKETS DO.
01  CPX-WINDOW-DAYS             PIC 9(3) VALUE 30.
01  CPX-RUN-DAY-NO              PIC 9(7).
01  CPX-END-DAY-NO              PIC 9(7).
01  CPX-DAYS-LEFT               PIC S9(7).
01  CPX-AGREEMENTS-READ         PIC 9(5) COMP VALUE ZERO.
01  CPX-EXPIRING-COUNT          PIC 9(5) COMP VALUE ZERO.
01  CPX-OPEN-ENDED-COUNT        PIC 9(5) COMP VALUE ZERO.
01  CPX-LAPSED-COUNT            PIC 9(5) COMP VALUE ZERO.
01  CPX-CUSTOMER-NAME-PRT       PIC X(20).
01  CPX-ITEM-NAME-PRT           PIC X(20).
01  CPX-SCOPE-PRT               PIC X(7).
01  CPX-BASIS-PRT               PIC X(11).
01  CPX-DAYS-EDIT               PIC ZZ9.
01  CPX-COUNT-EDIT              PIC ZZZZ9.
01  CPX-REPORT-LINE             PIC X(132).
01  CPX-LEDGER-STATUS           PIC X(2).
    88  CPX-LEDGER-EOF               VALUE "10".
    88  CPX-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  CPX-STEP-NAME               PIC X(8) VALUE "CPAEXPR".
01  CPX-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  CPX-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  CPX-PREREQ-1-SW             PIC X(1).
    88  CPX-PREREQ-1-DONE            VALUE "Y".
01  CPX-PREREQ-2-SW             PIC X(1).
    88  CPX-PREREQ-2-DONE            VALUE "Y".
01  CPX-ALREADY-RAN-SW          PIC X(1).
    88  CPX-ALREADY-RAN              VALUE "Y".
*>  A READ-ONLY REPORT CHANGES NOTHING, SO IT MAY BE RUN AGAIN
*>  ON A DATE IT HAS ALREADY COMPLETED.
01  CPX-RERUN-ALLOWED-SW        PIC X(1) VALUE "Y".
    88  CPX-RERUN-ALLOWED            VALUE "Y".
01  CPX-LEDGER-SW               PIC X(1) VALUE "N".
    88  CPX-LEDGER-REFUSED           VALUE "Y".
01  CPX-LEDGER-REASON           PIC X(40).
01  CPX-STEP-START-DATE         PIC 9(8).
01  CPX-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ReportExpiringAgreements.
    PERFORM CheckRunLedger
    IF CPX-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextAgreement
        PERFORM CheckAgreementExpiry UNTIL CPX-AGREEMENT-EOF
        PERFORM PrintReportTotals
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    ACCEPT CPX-RUN-DATE FROM DATE YYYYMMDD
    COMPUTE CPX-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (CPX-RUN-DATE)
    OPEN INPUT PRICE-AGREEMENT-FILE
    OPEN INPUT CUSTOMER-MASTER
    OPEN INPUT PRODUCT-MASTER
    OPEN INPUT BRAND-MASTER
    OPEN OUTPUT EXPIRY-REPORT
    DISPLAY "CPAEXPR: PRICE AGREEMENT EXPIRY RUN STARTED FOR " CPX-RUN-DATE
    MOVE SPACES TO CPX-REPORT-LINE
    STRING "CPAEXPR CUSTOMER PRICE AGREEMENTS EXPIRING WITHIN "
               DELIMITED BY SIZE
           CPX-WINDOW-DAYS DELIMITED BY SIZE
           " DAYS OF " DELIMITED BY SIZE
           CPX-RUN-DATE DELIMITED BY SIZE
        INTO CPX-REPORT-LINE
    PERFORM WriteReportLine
    MOVE SPACES TO CPX-REPORT-LINE
    PERFORM WriteReportLine
    MOVE SPACES TO CPX-REPORT-LINE
    STRING "CUST   CUSTOMER NAME         SCOPE   ITEM  "
               DELIMITED BY SIZE
           "PRODUCT/BRAND NAME    BASIS       STARTS    ENDS     "
               DELIMITED BY SIZE
           "DAYS  CHANGED BY" DELIMITED BY SIZE
        INTO CPX-REPORT-LINE
    PERFORM WriteReportLine.

ReadNextAgreement.
    READ PRICE-AGREEMENT-FILE NEXT RECORD
        AT END SET CPX-AGREEMENT-EOF TO TRUE
    END-READ.

CheckAgreementExpiry.
*>  AN OPEN-ENDED AGREEMENT NEVER EXPIRES AND ONE ALREADY PAST ITS
*>  END DATE HAS STOPPED PRICING - ONLY AN AGREEMENT STILL IN
*>  FORCE THAT ENDS INSIDE THE WINDOW IS LISTED FOR RENEWAL.
    ADD 1 TO CPX-AGREEMENTS-READ
    IF CPA-END-DATE = ZERO
        ADD 1 TO CPX-OPEN-ENDED-COUNT
    ELSE
        COMPUTE CPX-END-DAY-NO = FUNCTION INTEGER-OF-DATE (CPA-END-DATE)
        COMPUTE CPX-DAYS-LEFT = CPX-END-DAY-NO - CPX-RUN-DAY-NO
        IF CPX-DAYS-LEFT < ZERO
            ADD 1 TO CPX-LAPSED-COUNT
        ELSE
            IF CPX-DAYS-LEFT NOT > CPX-WINDOW-DAYS
                PERFORM PrintExpiringAgreement
            END-IF
        END-IF
    END-IF
    PERFORM ReadNextAgreement.

PrintExpiringAgreement.
    ADD 1 TO CPX-EXPIRING-COUNT
    PERFORM FindCustomerName
    PERFORM FindItemName
    IF CPA-BRAND-SCOPE
        MOVE "BRAND" TO CPX-SCOPE-PRT
    ELSE
        MOVE "PRODUCT" TO CPX-SCOPE-PRT
    END-IF
    IF CPA-PERCENT-OFF
        MOVE "PCT OFF" TO CPX-BASIS-PRT
    ELSE
        MOVE "NET PRICE" TO CPX-BASIS-PRT
    END-IF
    MOVE CPX-DAYS-LEFT TO CPX-DAYS-EDIT
    MOVE SPACES TO CPX-REPORT-LINE
    STRING CPA-CUSTOMER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CPX-CUSTOMER-NAME-PRT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CPX-SCOPE-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CPA-ITEM-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CPX-ITEM-NAME-PRT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CPX-BASIS-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CPA-START-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CPA-END-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CPX-DAYS-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CPA-CHANGED-BY DELIMITED BY SIZE
        INTO CPX-REPORT-LINE
    PERFORM WriteReportLine.

FindCustomerName.
    SET CPX-FOUND-SW TO "Y"
    MOVE CPA-CUSTOMER-ID TO CUS-CUSTOMER-ID
    READ CUSTOMER-MASTER
        INVALID KEY SET CPX-FOUND-SW TO "N"
    END-READ
    IF CPX-FOUND
        MOVE CUS-CUSTOMER-NAME TO CPX-CUSTOMER-NAME-PRT
    ELSE
        MOVE "** NOT ON FILE **" TO CPX-CUSTOMER-NAME-PRT
    END-IF.

FindItemName.
    SET CPX-FOUND-SW TO "Y"
    IF CPA-BRAND-SCOPE
        MOVE CPA-ITEM-CODE TO BRD-BRAND-CODE
        READ BRAND-MASTER
            INVALID KEY SET CPX-FOUND-SW TO "N"
        END-READ
        IF CPX-FOUND
            MOVE BRD-BRAND-NAME TO CPX-ITEM-NAME-PRT
        END-IF
    ELSE
        MOVE CPA-ITEM-CODE TO CAT-PRODUCT-ID
        READ PRODUCT-MASTER
            INVALID KEY SET CPX-FOUND-SW TO "N"
        END-READ
        IF CPX-FOUND
            MOVE CAT-PRODUCT-NAME TO CPX-ITEM-NAME-PRT
        END-IF
    END-IF
    IF NOT CPX-FOUND
        MOVE "** NOT ON FILE **" TO CPX-ITEM-NAME-PRT
    END-IF.

PrintReportTotals.
    MOVE SPACES TO CPX-REPORT-LINE
    PERFORM WriteReportLine
    IF CPX-EXPIRING-COUNT = ZERO
        MOVE "NO AGREEMENTS EXPIRE WITHIN THE WINDOW" TO CPX-REPORT-LINE
        PERFORM WriteReportLine
    END-IF
    MOVE CPX-EXPIRING-COUNT TO CPX-COUNT-EDIT
    MOVE SPACES TO CPX-REPORT-LINE
    STRING "AGREEMENTS EXPIRING  " DELIMITED BY SIZE
           CPX-COUNT-EDIT DELIMITED BY SIZE
        INTO CPX-REPORT-LINE
    PERFORM WriteReportLine.

WriteReportLine.
    MOVE CPX-REPORT-LINE TO CPX-REPORT-RECORD
    WRITE CPX-REPORT-RECORD.

WriteRunSummary.
    DISPLAY "CPAEXPR: AGREEMENTS READ    - " CPX-AGREEMENTS-READ
    DISPLAY "CPAEXPR: EXPIRING IN WINDOW - " CPX-EXPIRING-COUNT
    DISPLAY "CPAEXPR: OPEN-ENDED         - " CPX-OPEN-ENDED-COUNT
    DISPLAY "CPAEXPR: ALREADY LAPSED     - " CPX-LAPSED-COUNT.

TerminateRun.
    CLOSE PRICE-AGREEMENT-FILE
    CLOSE CUSTOMER-MASTER
    CLOSE PRODUCT-MASTER
    CLOSE BRAND-MASTER
    CLOSE EXPIRY-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT CPX-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT CPX-STEP-START-TIME FROM TIME
    SET CPX-PREREQ-1-SW TO "N"
    IF CPX-PREREQ-STEP-1 = SPACES
        SET CPX-PREREQ-1-SW TO "Y"
    END-IF
    SET CPX-PREREQ-2-SW TO "N"
    IF CPX-PREREQ-STEP-2 = SPACES
        SET CPX-PREREQ-2-SW TO "Y"
    END-IF
    SET CPX-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF CPX-LEDGER-MISSING
        SET CPX-LEDGER-EOF TO TRUE
    END-IF
    IF NOT CPX-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL CPX-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO CPX-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT CPX-PREREQ-1-DONE
            STRING CPX-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO CPX-LEDGER-REASON
        WHEN NOT CPX-PREREQ-2-DONE
            STRING CPX-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO CPX-LEDGER-REASON
        WHEN CPX-ALREADY-RAN AND NOT CPX-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO CPX-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF CPX-LEDGER-REASON NOT = SPACES
        SET CPX-LEDGER-REFUSED TO TRUE
        DISPLAY "CPAEXPR: RUN REFUSED - " CPX-LEDGER-REASON
        DISPLAY "CPAEXPR: BUSINESS DATE " CPX-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE CPX-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET CPX-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = CPX-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = CPX-STEP-NAME
            SET CPX-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = CPX-PREREQ-STEP-1
            SET CPX-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = CPX-PREREQ-STEP-2
            SET CPX-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE CPX-STEP-NAME TO RLG-STEP-NAME
    MOVE CPX-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE CPX-STEP-START-DATE TO RLG-START-DATE
    MOVE CPX-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "AGREEMENTS / EXPIRING / LAPSED" TO RLG-COUNT-TEXT
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
    MOVE CPX-AGREEMENTS-READ TO RLG-COUNT-1
    MOVE CPX-EXPIRING-COUNT TO RLG-COUNT-2
    MOVE CPX-LAPSED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
