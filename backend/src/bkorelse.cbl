        ACCESS MODE IS RANDOM
        RECORD KEY IS CUS-CUSTOMER-ID
        FILE STATUS IS BKR-CUSTMSTR-STATUS.
    SELECT PRICE-AGREEMENT-FILE ASSIGN TO "CPAGREE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CPA-AGREEMENT-KEY
        FILE STATUS IS BKR-AGREEMENT-STATUS.
    SELECT BACKORDER-INPUT ASSIGN TO "BKORDIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BKR-BKORDIN-STATUS.
    SELECT OPTIONAL ORDER-CONTROL-FILE ASSIGN TO "ORDCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BKR-CONTROL-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS BKR-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    COPY PRODREC.
FD  CUSTOMER-MASTER.
    COPY CUSTREC.
FD  PRICE-AGREEMENT-FILE.
    COPY CPAREC.
FD  BACKORDER-INPUT.
    COPY BKORDREC.
FD  BACKORDER-OUTPUT.
    COPY ORDLINE.
FD  ORDER-CONTROL-FILE.
    COPY ORDCTLRC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  BKR-PRODMSTR-STATUS         PIC X(2).
01  BKR-CUSTMSTR-STATUS         PIC X(2).
01  BKR-AGREEMENT-STATUS        PIC X(2).
01  BKR-BKORDIN-STATUS          PIC X(2).
    88  BKR-BKORDIN-EOF              VALUE "10".
01  BKR-BKORDOUT-STATUS         PIC X(2).
01  BKR-SAVED-RUN-DATE          PIC 9(8) VALUE ZERO.
01  BKR-SAVED-TRAN-COUNT        PIC 9(5) VALUE ZERO.
01  BKR-SAVED-OPENING-UNITS     PIC 9(9) VALUE ZERO.
01  BKR-SAVED-OPENING-TIME      PIC 9(8) VALUE ZERO.
01  BKR-DISPOSITION-SW          PIC X(1).
    88  BKR-RELEASE-ORDER            VALUE "R".
    88  BKR-CARRY-FORWARD            VALUE "C".
01  BKR-CUR-ORDER-ID            PIC X(8).
01  BKR-CUR-UNIT-PRICE          PIC 9(5)V99.
01  BKR-CUR-LINE-TOTAL          PIC 9(7)V99.
01  BKR-CUR-PRICE-SOURCE        PIC X(1).
    88  BKR-CUR-LIST-PRICED          VALUE "L".
*>  A RELEASED BACKORDER IS PRICED ON THE RELEASE DATE BY THE SAME
*>  AGREEMENT RULES ORDPROC USES FOR A FRESH LINE - PRODUCT
*>  AGREEMENT FIRST, THEN BRAND, THEN LIST.
01  BKR-AGREEMENT-FOUND-SW      PIC X(1).
    88  BKR-AGREEMENT-FOUND          VALUE "Y".
01  BKR-TIER-FOUND-SW           PIC X(1).
    88  BKR-TIER-FOUND               VALUE "Y".
01  BKR-CONTRACT-PRICE          PIC 9(5)V99.
01  BKR-LEDGER-STATUS           PIC X(2).
    88  BKR-LEDGER-EOF               VALUE "10".
    88  BKR-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  BKR-STEP-NAME               PIC X(8) VALUE "BKORELSE".
01  BKR-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  BKR-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  BKR-PREREQ-1-SW             PIC X(1).
    88  BKR-PREREQ-1-DONE            VALUE "Y".
01  BKR-PREREQ-2-SW             PIC X(1).
    88  BKR-PREREQ-2-DONE            VALUE "Y".
01  BKR-ALREADY-RAN-SW          PIC X(1).
    88  BKR-ALREADY-RAN              VALUE "Y".
01  BKR-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  BKR-RERUN-ALLOWED            VALUE "Y".
01  BKR-LEDGER-SW               PIC X(1) VALUE "N".
    88  BKR-LEDGER-REFUSED           VALUE "Y".
01  BKR-LEDGER-REASON           PIC X(40).
01  BKR-STEP-START-DATE         PIC 9(8).
01  BKR-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ReleaseBackorders.
    PERFORM CheckRunLedger
    IF BKR-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextBackorder
        PERFORM ProcessBackorder UNTIL BKR-BKORDIN-EOF
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    PERFORM ReadControlFile
    OPEN I-O PRODUCT-MASTER
    OPEN INPUT CUSTOMER-MASTER
    OPEN INPUT PRICE-AGREEMENT-FILE
    OPEN INPUT BACKORDER-INPUT
    OPEN OUTPUT BACKORDER-OUTPUT
    OPEN OUTPUT ORDER-HEADER-FILE
    MOVE ZERO TO OCT-LAST-RUN-DATE
    MOVE ZERO TO OCT-LAST-TRAN-COUNT
    MOVE ZERO TO OCT-OPENING-UNITS
    MOVE ZERO TO OCT-OPENING-TIME
    OPEN INPUT ORDER-CONTROL-FILE
    IF BKR-CONTROL-STATUS NOT = "05"
        READ ORDER-CONTROL-FILE
*>  CARRIED BACK UNCHANGED ARE SAVED HERE AND RESTORED AT WRITE.
    MOVE OCT-LAST-RUN-DATE TO BKR-SAVED-RUN-DATE
    MOVE OCT-LAST-TRAN-COUNT TO BKR-SAVED-TRAN-COUNT
    MOVE OCT-OPENING-UNITS TO BKR-SAVED-OPENING-UNITS
    MOVE OCT-OPENING-TIME TO BKR-SAVED-OPENING-TIME.

WriteControlFile.
    MOVE BKR-NEXT-ORDER-NO TO OCT-LAST-ORDER-NO
    MOVE BKR-SAVED-RUN-DATE TO OCT-LAST-RUN-DATE
    MOVE BKR-SAVED-TRAN-COUNT TO OCT-LAST-TRAN-COUNT
    MOVE BKR-SAVED-OPENING-UNITS TO OCT-OPENING-UNITS
    MOVE BKR-SAVED-OPENING-TIME TO OCT-OPENING-TIME
    OPEN OUTPUT ORDER-CONTROL-FILE
    WRITE OCT-CONTROL-RECORD
    CLOSE ORDER-CONTROL-FILE.
            SET BKR-CARRY-FORWARD TO TRUE
            MOVE "CUSTOMER SUSPENDED" TO BKR-CARRY-REASON
        ELSE
            PERFORM PriceBackorderLine
            MULTIPLY BKO-OPEN-QTY BY BKR-CUR-UNIT-PRICE
                GIVING BKR-CUR-LINE-TOTAL
            IF BKR-CUR-LINE-TOTAL > CUS-CREDIT-LIMIT
        END-IF
    END-IF.

PriceBackorderLine.
    MOVE CAT-PRICE TO BKR-CUR-UNIT-PRICE
    SET BKR-CUR-LIST-PRICED TO TRUE
    MOVE BKO-CUSTOMER-ID TO CPA-CUSTOMER-ID
    SET CPA-PRODUCT-SCOPE TO TRUE
    MOVE CAT-PRODUCT-ID TO CPA-ITEM-CODE
    PERFORM ApplyPriceAgreement
    IF BKR-CUR-LIST-PRICED
        MOVE BKO-CUSTOMER-ID TO CPA-CUSTOMER-ID
        SET CPA-BRAND-SCOPE TO TRUE
        MOVE CAT-BRAND-CODE TO CPA-ITEM-CODE
        PERFORM ApplyPriceAgreement
    END-IF.

ApplyPriceAgreement.
    SET BKR-AGREEMENT-FOUND-SW TO "Y"
    READ PRICE-AGREEMENT-FILE
        INVALID KEY SET BKR-AGREEMENT-FOUND-SW TO "N"
    END-READ
    IF BKR-AGREEMENT-FOUND
        IF CPA-START-DATE > BKR-RUN-DATE
            SET BKR-AGREEMENT-FOUND-SW TO "N"
        END-IF
        IF CPA-END-DATE > ZERO AND CPA-END-DATE < BKR-RUN-DATE
            SET BKR-AGREEMENT-FOUND-SW TO "N"
        END-IF
    END-IF
    IF BKR-AGREEMENT-FOUND
        SET BKR-TIER-FOUND-SW TO "N"
        PERFORM CheckBreakTier
            VARYING CPA-TIER-IX FROM 1 BY 1 UNTIL CPA-TIER-IX > 4
        IF BKR-TIER-FOUND AND BKR-CONTRACT-PRICE < CAT-PRICE
            MOVE BKR-CONTRACT-PRICE TO BKR-CUR-UNIT-PRICE
            MOVE CPA-SCOPE TO BKR-CUR-PRICE-SOURCE
        END-IF
    END-IF.

CheckBreakTier.
*>  TIERS ARE HELD IN ASCENDING QUANTITY ORDER, SO THE LAST TIER
*>  THE RELEASED QUANTITY REACHES IS THE DEEPEST BREAK IT EARNS.
    IF CPA-TIER-MIN-QTY (CPA-TIER-IX) > ZERO
            AND CPA-TIER-MIN-QTY (CPA-TIER-IX) NOT > BKO-OPEN-QTY
        SET BKR-TIER-FOUND TO TRUE
        IF CPA-NET-PRICE
            MOVE CPA-TIER-PRICE (CPA-TIER-IX) TO BKR-CONTRACT-PRICE
        ELSE
            COMPUTE BKR-CONTRACT-PRICE ROUNDED = CAT-PRICE
                * (100 - CPA-TIER-PERCENT (CPA-TIER-IX)) / 100
        END-IF
    END-IF.

ReleaseBackorder.
*>  POSTS THROUGH THE SAME HEADER/LINE SHAPE AS A NORMAL ORDPROC
*>  ORDER, UNDER A "BKO" ORDER-ID SERIES SO RELEASED ORDERS DO NOT
    MOVE BKO-OPEN-QTY TO ORD-LN-QUANTITY
    MOVE BKR-CUR-UNIT-PRICE TO ORD-LN-UNIT-PRICE
    MOVE BKR-CUR-LINE-TOTAL TO ORD-LN-LINE-TOTAL
    MOVE CAT-PRICE TO ORD-LN-LIST-PRICE
    MOVE BKR-CUR-PRICE-SOURCE TO ORD-LN-PRICE-SOURCE
    WRITE ORD-LINE-RECORD
    MOVE BKR-CUR-ORDER-ID TO ORD-HDR-ORDER-ID
    MOVE BKO-CUSTOMER-ID TO ORD-HDR-CUSTOMER-ID
    PERFORM WriteControlFile
    CLOSE PRODUCT-MASTER
    CLOSE CUSTOMER-MASTER
    CLOSE PRICE-AGREEMENT-FILE
    CLOSE BACKORDER-INPUT
    CLOSE BACKORDER-OUTPUT
    CLOSE ORDER-HEADER-FILE
    CLOSE ORDER-LINE-FILE.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT BKR-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT BKR-STEP-START-TIME FROM TIME
    SET BKR-PREREQ-1-SW TO "N"
    IF BKR-PREREQ-STEP-1 = SPACES
        SET BKR-PREREQ-1-SW TO "Y"
    END-IF
    SET BKR-PREREQ-2-SW TO "N"
    IF BKR-PREREQ-STEP-2 = SPACES
        SET BKR-PREREQ-2-SW TO "Y"
    END-IF
    SET BKR-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF BKR-LEDGER-MISSING
        SET BKR-LEDGER-EOF TO TRUE
    END-IF
    IF NOT BKR-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL BKR-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO BKR-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT BKR-PREREQ-1-DONE
            STRING BKR-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO BKR-LEDGER-REASON
        WHEN NOT BKR-PREREQ-2-DONE
            STRING BKR-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO BKR-LEDGER-REASON
        WHEN BKR-ALREADY-RAN AND NOT BKR-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO BKR-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF BKR-LEDGER-REASON NOT = SPACES
        SET BKR-LEDGER-REFUSED TO TRUE
        DISPLAY "BKORELSE: RUN REFUSED - " BKR-LEDGER-REASON
        DISPLAY "BKORELSE: BUSINESS DATE " BKR-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE BKR-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET BKR-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = BKR-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = BKR-STEP-NAME
            SET BKR-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = BKR-PREREQ-STEP-1
            SET BKR-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = BKR-PREREQ-STEP-2
            SET BKR-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE BKR-STEP-NAME TO RLG-STEP-NAME
    MOVE BKR-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE BKR-STEP-START-DATE TO RLG-START-DATE
    MOVE BKR-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "READ / RELEASED / CARRIED" TO RLG-COUNT-TEXT
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
    MOVE BKR-READ-COUNT TO RLG-COUNT-1
    MOVE BKR-RELEASED-COUNT TO RLG-COUNT-2
    MOVE BKR-CARRIED-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
