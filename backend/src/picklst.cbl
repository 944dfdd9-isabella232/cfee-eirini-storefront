    SELECT ORDER-LINE-FILE ASSIGN TO "ORDLINE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS PCK-LINE-STATUS.
    SELECT OPTIONAL ORDER-CANCEL-FILE ASSIGN TO "ORDCANC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OCN-CANCEL-KEY
        FILE STATUS IS PCK-CANCEL-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
    SELECT PICK-LIST ASSIGN TO "PICKLIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS PCK-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS PCK-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    COPY PRODREC.
FD  ORDER-LINE-FILE.
    COPY ORDLINE.
FD  ORDER-CANCEL-FILE.
    COPY OCNREC.
SD  SORT-WORK-FILE.
01  PCK-SORT-RECORD.
    05  PCK-SRT-ORDER-ID        PIC X(8).
FD  PICK-LIST
    RECORDING MODE IS F.
01  PCK-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  PCK-PRODMSTR-STATUS         PIC X(2).
01  PCK-LINE-STATUS             PIC X(2).
    88  PCK-LINE-EOF                 VALUE "10".
01  PCK-CANCEL-STATUS           PIC X(2).
    88  PCK-CANCEL-MISSING           VALUE "05".
01  PCK-CANCEL-FILE-SW          PIC X(1) VALUE "N".
    88  PCK-CANCEL-FILE-PRESENT      VALUE "Y".
01  PCK-CANCEL-FOUND-SW         PIC X(1).
    88  PCK-CANCEL-FOUND             VALUE "Y".
01  PCK-OPEN-QTY                PIC 9(5).
01  PCK-REPORT-STATUS           PIC X(2).
01  PCK-SORT-EOF-SW             PIC X(1) VALUE "N".
    88  PCK-SORT-EOF                 VALUE "Y".
    88  PCK-PRODUCT-FOUND            VALUE "Y".
01  PCK-CURRENT-PRODUCT         PIC X(5).
01  PCK-LINES-READ              PIC 9(7) COMP VALUE ZERO.
01  PCK-LINES-CUT               PIC 9(7) COMP VALUE ZERO.
01  PCK-LINES-DROPPED           PIC 9(7) COMP VALUE ZERO.
01  PCK-PRODUCT-COUNT           PIC 9(5) COMP VALUE ZERO.
01  PCK-PRODUCT-UNITS           PIC 9(7).
01  PCK-TOTAL-UNITS             PIC 9(9) VALUE ZERO.
01  PCK-QTY-EDIT                PIC ZZZZ9.
01  PCK-UNITS-EDIT              PIC ZZZZZZ9.
01  PCK-TOTAL-EDIT              PIC ZZZZZZZZ9.
01  PCK-LEDGER-STATUS           PIC X(2).
    88  PCK-LEDGER-EOF               VALUE "10".
    88  PCK-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  PCK-STEP-NAME               PIC X(8) VALUE "PICKLST".
01  PCK-PREREQ-STEP-1           PIC X(8) VALUE "ORDPROC".
01  PCK-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  PCK-PREREQ-1-SW             PIC X(1).
    88  PCK-PREREQ-1-DONE            VALUE "Y".
01  PCK-PREREQ-2-SW             PIC X(1).
    88  PCK-PREREQ-2-DONE            VALUE "Y".
01  PCK-ALREADY-RAN-SW          PIC X(1).
    88  PCK-ALREADY-RAN              VALUE "Y".
01  PCK-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  PCK-RERUN-ALLOWED            VALUE "Y".
01  PCK-LEDGER-SW               PIC X(1) VALUE "N".
    88  PCK-LEDGER-REFUSED           VALUE "Y".
01  PCK-LEDGER-REASON           PIC X(40).
01  PCK-STEP-START-DATE         PIC 9(8).
01  PCK-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
PrintPickList.
    PERFORM CheckRunLedger
    IF PCK-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
*>      ONE EXTERNAL SORT OF THE DAY'S ORDER LINES INTO PRODUCT
*>      SEQUENCE, SO THE PICKER WALKS THE AISLE ONCE AND PULLS EACH
*>      PRODUCT'S WHOLE DEMAND TOGETHER INSTEAD OF ZIGZAGGING PER
*>      ORDER.  LINES ARE RELEASED THROUGH ReleaseOpenLines SO UNITS
*>      CANCELLED ONLINE SINCE THE ORDER POSTED NEVER REACH THE SHEET.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY PCK-SRT-PRODUCT-ID
                             PCK-SRT-ORDER-ID
            INPUT PROCEDURE IS ReleaseOpenLines
            OUTPUT PROCEDURE IS PrintSortedLines
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    ACCEPT PCK-RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT PRODUCT-MASTER
*>  ORDCANC ONLY EXISTS ONCE AN ORDER HAS FIRST BEEN CUT THROUGH
*>  ORDMNT - UNTIL THEN EVERY LINE IS LISTED AS POSTED.
    OPEN INPUT ORDER-CANCEL-FILE
    IF NOT PCK-CANCEL-MISSING
        SET PCK-CANCEL-FILE-PRESENT TO TRUE
    END-IF
    OPEN OUTPUT PICK-LIST
    DISPLAY "PICKLST: WAREHOUSE PICK LIST RUN STARTED FOR "
        PCK-RUN-DATE
        TO PCK-REPORT-LINE
    PERFORM WriteReportLine.

ReleaseOpenLines.
    OPEN INPUT ORDER-LINE-FILE
    PERFORM ReadNextOrderLine
    PERFORM ReleaseOneLine UNTIL PCK-LINE-EOF
    CLOSE ORDER-LINE-FILE.

ReadNextOrderLine.
    READ ORDER-LINE-FILE
        AT END SET PCK-LINE-EOF TO TRUE
    END-READ.

ReleaseOneLine.
*>  A LINE CUT BACK ONLINE IS LISTED FOR WHAT IS STILL OPEN; ONE
*>  CANCELLED OUTRIGHT IS LEFT OFF THE SHEET ALTOGETHER.
    MOVE ORD-LN-QUANTITY TO PCK-OPEN-QTY
    IF PCK-CANCEL-FILE-PRESENT
        PERFORM FindLineCancellation
    END-IF
    IF PCK-OPEN-QTY = ZERO
        ADD 1 TO PCK-LINES-DROPPED
    ELSE
        MOVE ORD-LN-ORDER-ID TO PCK-SRT-ORDER-ID
        MOVE ORD-LN-LINE-NO TO PCK-SRT-LINE-NO
        MOVE ORD-LN-PRODUCT-ID TO PCK-SRT-PRODUCT-ID
        MOVE PCK-OPEN-QTY TO PCK-SRT-QUANTITY
        MOVE ORD-LN-UNIT-PRICE TO PCK-SRT-UNIT-PRICE
        MOVE ORD-LN-LINE-TOTAL TO PCK-SRT-LINE-TOTAL
        RELEASE PCK-SORT-RECORD
        IF PCK-OPEN-QTY < ORD-LN-QUANTITY
            ADD 1 TO PCK-LINES-CUT
        END-IF
    END-IF
    PERFORM ReadNextOrderLine.

FindLineCancellation.
    SET PCK-CANCEL-FOUND-SW TO "Y"
    MOVE ORD-LN-ORDER-ID TO OCN-ORDER-ID
    MOVE ORD-LN-LINE-NO TO OCN-LINE-NO
    READ ORDER-CANCEL-FILE
        INVALID KEY SET PCK-CANCEL-FOUND-SW TO "N"
    END-READ
    IF PCK-CANCEL-FOUND
        IF OCN-CANCELLED-QTY < ORD-LN-QUANTITY
            COMPUTE PCK-OPEN-QTY = ORD-LN-QUANTITY - OCN-CANCELLED-QTY
        ELSE
            MOVE ZERO TO PCK-OPEN-QTY
        END-IF
    END-IF.

PrintSortedLines.
    MOVE SPACES TO PCK-CURRENT-PRODUCT
    PERFORM ReturnNextSortedLine
        INTO PCK-REPORT-LINE
    PERFORM WriteReportLine
    DISPLAY "PICKLST: ORDER LINES LISTED - " PCK-LINES-READ
    DISPLAY "PICKLST: LINES CUT BACK     - " PCK-LINES-CUT
    DISPLAY "PICKLST: CANCELLED, LEFT OFF- " PCK-LINES-DROPPED
    DISPLAY "PICKLST: PRODUCTS TO PULL   - " PCK-PRODUCT-COUNT
    DISPLAY "PICKLST: TOTAL UNITS        - " PCK-TOTAL-UNITS.

TerminateRun.
    CLOSE PRODUCT-MASTER
    CLOSE ORDER-CANCEL-FILE
    CLOSE PICK-LIST.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT PCK-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT PCK-STEP-START-TIME FROM TIME
    SET PCK-PREREQ-1-SW TO "N"
    IF PCK-PREREQ-STEP-1 = SPACES
        SET PCK-PREREQ-1-SW TO "Y"
    END-IF
    SET PCK-PREREQ-2-SW TO "N"
    IF PCK-PREREQ-STEP-2 = SPACES
        SET PCK-PREREQ-2-SW TO "Y"
    END-IF
    SET PCK-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF PCK-LEDGER-MISSING
        SET PCK-LEDGER-EOF TO TRUE
    END-IF
    IF NOT PCK-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL PCK-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO PCK-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT PCK-PREREQ-1-DONE
            STRING PCK-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO PCK-LEDGER-REASON
        WHEN NOT PCK-PREREQ-2-DONE
            STRING PCK-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO PCK-LEDGER-REASON
        WHEN PCK-ALREADY-RAN AND NOT PCK-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO PCK-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF PCK-LEDGER-REASON NOT = SPACES
        SET PCK-LEDGER-REFUSED TO TRUE
        DISPLAY "PICKLST: RUN REFUSED - " PCK-LEDGER-REASON
        DISPLAY "PICKLST: BUSINESS DATE " PCK-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE PCK-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET PCK-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = PCK-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = PCK-STEP-NAME
            SET PCK-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = PCK-PREREQ-STEP-1
            SET PCK-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = PCK-PREREQ-STEP-2
            SET PCK-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE PCK-STEP-NAME TO RLG-STEP-NAME
    MOVE PCK-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE PCK-STEP-START-DATE TO RLG-START-DATE
    MOVE PCK-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "LINES / PRODUCTS / CANCELLED" TO RLG-COUNT-TEXT
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
    MOVE PCK-LINES-READ TO RLG-COUNT-1
    MOVE PCK-PRODUCT-COUNT TO RLG-COUNT-2
    MOVE PCK-LINES-DROPPED TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
