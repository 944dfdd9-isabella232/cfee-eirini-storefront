IDENTIFICATION DIVISION.
PROGRAM-ID.  RTNPOST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-PRODUCT-ID
        FILE STATUS IS RTN-PRODMSTR-STATUS.
    SELECT RETURN-INPUT ASSIGN TO "RMAIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-RETURN-STATUS.
    SELECT SHIPPED-HEADER-FILE ASSIGN TO "SHPHDR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-SHIP-HDR-STATUS.
    SELECT SHIPPED-LINE-FILE ASSIGN TO "SHPLINE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-SHIP-LINE-STATUS.
    SELECT OPTIONAL RETURN-HIST-FILE ASSIGN TO "RTNHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-HIST-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
    SELECT ACCEPTED-RETURN-FILE ASSIGN TO "RTNWRK"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-WORK-STATUS.
    SELECT INVENTORY-MOVE-HIST ASSIGN TO "INVMHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-MOVE-HIST-STATUS.
    SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARITEMS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-AR-ITEM-STATUS.
    SELECT RETURN-REGISTER ASSIGN TO "RTNREG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-REGISTER-STATUS.
    SELECT CREDIT-MEMO-PRINT ASSIGN TO "CRMPRT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-PRINT-STATUS.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUS-CUSTOMER-ID
        FILE STATUS IS RTN-CUSTMSTR-STATUS.
    SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TAX-JURISDICTION
        FILE STATUS IS RTN-TAXRATE-STATUS.
    SELECT SALES-TAX-HIST ASSIGN TO "TAXHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-TAX-HIST-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RTN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    COPY PRODREC.
FD  RETURN-INPUT.
    COPY RMAREC.
FD  SHIPPED-HEADER-FILE.
    COPY ORDHDR.
FD  SHIPPED-LINE-FILE.
    COPY ORDLINE.
FD  RETURN-HIST-FILE.
    COPY RTNHREC.
SD  SORT-WORK-FILE.
01  RTN-SORT-RECORD.
    05  RTN-SRT-ORDER-ID        PIC X(8).
    05  RTN-SRT-LINE-NO         PIC 9(3).
    05  RTN-SRT-REC-TYPE        PIC X(1).
        88  RTN-SRT-SHIPPED-HDR     VALUE "H".
        88  RTN-SRT-PRIOR-RETURN    VALUE "P".
        88  RTN-SRT-SHIPPED-LINE    VALUE "S".
        88  RTN-SRT-NEW-RETURN      VALUE "T".
    05  RTN-SRT-SEQ-NO          PIC 9(7).
    05  RTN-SRT-CUSTOMER-ID     PIC X(6).
    05  RTN-SRT-PRODUCT-ID      PIC X(5).
    05  RTN-SRT-QTY             PIC 9(5).
    05  RTN-SRT-UNIT-PRICE      PIC 9(5)V99.
    05  RTN-SRT-AUTH-NO         PIC X(8).
    05  RTN-SRT-CONDITION       PIC X(1).
    05  RTN-SRT-REASON-CODE     PIC X(2).
    05  RTN-SRT-RETURN-DATE     PIC 9(8).
    05  RTN-SRT-AUTHORIZED-BY   PIC X(8).
01  RTN-SORT-CREDIT-RECORD.
    05  RTN-SRTC-AUTH-NO        PIC X(8).
    05  RTN-SRTC-CUSTOMER-ID    PIC X(6).
    05  RTN-SRTC-ORDER-ID       PIC X(8).
    05  RTN-SRTC-LINE-NO        PIC 9(3).
    05  RTN-SRTC-PRODUCT-ID     PIC X(5).
    05  RTN-SRTC-RETURN-QTY     PIC 9(5).
    05  RTN-SRTC-CONDITION      PIC X(1).
        88  RTN-SRTC-RESTOCKED      VALUE "G".
    05  RTN-SRTC-REASON-CODE    PIC X(2).
    05  RTN-SRTC-UNIT-PRICE     PIC 9(5)V99.
    05  RTN-SRTC-CREDIT-AMOUNT  PIC 9(7)V99.
    05  RTN-SRTC-POSTED-DATE    PIC 9(8).
FD  ACCEPTED-RETURN-FILE.
01  RTN-WORK-RECORD                 PIC X(62).
FD  INVENTORY-MOVE-HIST.
    COPY INVMREC.
FD  AR-OPEN-ITEM-FILE.
    COPY ARITMREC.
FD  RETURN-REGISTER
    RECORDING MODE IS F.
01  RTN-REGISTER-RECORD             PIC X(132).
FD  CREDIT-MEMO-PRINT
    RECORDING MODE IS F.
01  RTN-PRINT-RECORD                PIC X(132).
FD  CUSTOMER-MASTER.
    COPY CUSTREC.
FD  TAX-RATE-TABLE.
    COPY TAXREC.
FD  SALES-TAX-HIST.
    COPY TXHREC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  RTN-PRODMSTR-STATUS         PIC X(2).
01  RTN-RETURN-STATUS           PIC X(2).
    88  RTN-RETURN-EOF               VALUE "10".
01  RTN-SHIP-HDR-STATUS         PIC X(2).
    88  RTN-SHIP-HDR-EOF             VALUE "10".
01  RTN-SHIP-LINE-STATUS        PIC X(2).
    88  RTN-SHIP-LINE-EOF            VALUE "10".
01  RTN-HIST-STATUS             PIC X(2).
    88  RTN-HIST-EOF                 VALUE "10".
    88  RTN-HIST-MISSING             VALUE "05".
01  RTN-WORK-STATUS             PIC X(2).
01  RTN-MOVE-HIST-STATUS        PIC X(2).
01  RTN-AR-ITEM-STATUS          PIC X(2).
01  RTN-REGISTER-STATUS         PIC X(2).
01  RTN-PRINT-STATUS            PIC X(2).
01  RTN-CUSTMSTR-STATUS         PIC X(2).
01  RTN-TAXRATE-STATUS          PIC X(2).
01  RTN-TAX-HIST-STATUS         PIC X(2).
01  RTN-CUSTOMER-FOUND-SW       PIC X(1).
    88  RTN-CUSTOMER-FOUND           VALUE "Y".
01  RTN-RATE-FOUND-SW           PIC X(1).
    88  RTN-RATE-FOUND               VALUE "Y".
01  RTN-SORT-EOF-SW             PIC X(1).
    88  RTN-SORT-EOF                 VALUE "Y".
01  RTN-RUN-DATE                PIC 9(8).
01  RTN-RETURN-VALID-SW         PIC X(1).
    88  RTN-RETURN-VALID             VALUE "Y".
01  RTN-PRODUCT-FOUND-SW        PIC X(1).
    88  RTN-PRODUCT-FOUND            VALUE "Y".
01  RTN-REJECT-REASON           PIC X(40).
01  RTN-SEQ-NO                  PIC 9(7) VALUE ZERO.
*>  THE SHIPPED POSITION OF THE ORDER AND LINE NOW AT THE BREAK -
*>  WHO THE ORDER WAS BILLED TO, WHAT WAS SHIPPED ON THE LINE AND
*>  AT WHAT PRICE, AND HOW MANY UNITS HAVE ALREADY COME BACK.
01  RTN-CURRENT-ORDER           PIC X(8).
01  RTN-CURRENT-LINE            PIC 9(3).
01  RTN-HDR-FOUND-SW            PIC X(1).
    88  RTN-HDR-FOUND                VALUE "Y".
01  RTN-HDR-CUSTOMER-ID         PIC X(6).
01  RTN-LINE-FOUND-SW           PIC X(1).
    88  RTN-LINE-FOUND               VALUE "Y".
01  RTN-LINE-PRODUCT-ID         PIC X(5).
01  RTN-LINE-SHIPPED-QTY        PIC 9(7).
01  RTN-LINE-UNIT-PRICE         PIC 9(5)V99.
01  RTN-LINE-RETURNED-QTY       PIC 9(7).
01  RTN-RETURNABLE-QTY          PIC S9(7).
01  RTN-LINE-CREDIT             PIC 9(7)V99.
01  RTN-LINES-READ              PIC 9(5) COMP VALUE ZERO.
01  RTN-LINES-REJECTED          PIC 9(5) COMP VALUE ZERO.
01  RTN-LINES-ACCEPTED          PIC 9(5) COMP VALUE ZERO.
01  RTN-PRIOR-RETURNS-READ      PIC 9(5) COMP VALUE ZERO.
01  RTN-MEMO-COUNT              PIC 9(5) COMP VALUE ZERO.
01  RTN-UNITS-RESTOCKED         PIC 9(9) VALUE ZERO.
01  RTN-UNITS-DAMAGED           PIC 9(9) VALUE ZERO.
01  RTN-CREDIT-GRAND-TOTAL      PIC 9(9)V99 VALUE ZERO.
01  RTN-TAX-GRAND-TOTAL         PIC 9(9)V99 VALUE ZERO.
*>  CREDIT MEMO CONTROL BREAK - ONE MEMO PER RMA NUMBER.
01  RTN-CURRENT-AUTH-NO         PIC X(8).
01  RTN-MEMO-CUSTOMER-ID        PIC X(6).
01  RTN-MEMO-ORDER-ID           PIC X(8).
01  RTN-MEMO-TOTAL              PIC 9(7)V99.
01  RTN-MEMO-TAX-RATE           PIC 9V9(4).
01  RTN-MEMO-TAX                PIC 9(7)V99.
01  RTN-MEMO-GROSS              PIC 9(7)V99.
01  RTN-PAGE-NO                 PIC 9(5) VALUE ZERO.
01  RTN-LINES-ON-PAGE           PIC 9(3) VALUE ZERO.
*>  50 DETAIL LINES TO A PAGE, THE SAME AS THE INVOICE PRINT.
01  RTN-PAGE-LIMIT              PIC 9(3) VALUE 50.
01  RTN-REGISTER-LINE           PIC X(132).
01  RTN-PRINT-LINE              PIC X(132).
01  RTN-PRODUCT-NAME-PRT        PIC X(20).
01  RTN-DISPOSITION-TEXT        PIC X(20).
01  RTN-PAGE-NO-EDIT            PIC ZZZZ9.
01  RTN-QTY-EDIT                PIC ZZZZ9.
01  RTN-UNIT-PRICE-EDIT         PIC ZZZZ9.99.
01  RTN-CREDIT-EDIT             PIC ZZZZZZ9.99.
01  RTN-TOTAL-EDIT              PIC ZZZZZZZZ9.99.
01  RTN-RATE-EDIT               PIC 9.9999.
01  RTN-LEDGER-STATUS           PIC X(2).
    88  RTN-LEDGER-EOF               VALUE "10".
    88  RTN-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  RTN-STEP-NAME               PIC X(8) VALUE "RTNPOST".
01  RTN-PREREQ-STEP-1           PIC X(8) VALUE "INVPRINT".
01  RTN-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  RTN-PREREQ-1-SW             PIC X(1).
    88  RTN-PREREQ-1-DONE            VALUE "Y".
01  RTN-PREREQ-2-SW             PIC X(1).
    88  RTN-PREREQ-2-DONE            VALUE "Y".
01  RTN-ALREADY-RAN-SW          PIC X(1).
    88  RTN-ALREADY-RAN              VALUE "Y".
01  RTN-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  RTN-RERUN-ALLOWED            VALUE "Y".
01  RTN-LEDGER-SW               PIC X(1) VALUE "N".
    88  RTN-LEDGER-REFUSED           VALUE "Y".
01  RTN-LEDGER-REASON           PIC X(40).
01  RTN-STEP-START-DATE         PIC 9(8).
01  RTN-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
PostReturns.
    PERFORM CheckRunLedger
    IF RTN-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
*>      THE DAY'S RETURN AUTHORIZATIONS, THE SHIPPED HISTORY THEY
*>      POINT BACK AT AND EVERY RETURN ALREADY CREDITED ARE SORTED
*>      INTO ONE ORDER/LINE SEQUENCE, SO EACH RETURN ARRIVES BEHIND
*>      THE HEADER, LINE AND EARLIER RETURNS IT MUST BE PROVED AGAINST.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY RTN-SRT-ORDER-ID
                             RTN-SRT-LINE-NO
                             RTN-SRT-REC-TYPE
                             RTN-SRT-SEQ-NO
            INPUT PROCEDURE IS ReleaseReturnSources
            OUTPUT PROCEDURE IS MatchReturnsToShipments
*>      THE ACCEPTED LINES ARE RE-SORTED BY RMA NUMBER SO EACH
*>      AUTHORIZATION PRINTS AS ONE CREDIT MEMO AND OPENS ONE CREDIT
*>      ON THE RECEIVABLES LEDGER.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY RTN-SRTC-AUTH-NO
                             RTN-SRTC-ORDER-ID
                             RTN-SRTC-LINE-NO
            USING ACCEPTED-RETURN-FILE
            OUTPUT PROCEDURE IS PrintCreditMemos
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    ACCEPT RTN-RUN-DATE FROM DATE YYYYMMDD
    OPEN I-O PRODUCT-MASTER
    OPEN OUTPUT RETURN-REGISTER
    OPEN OUTPUT CREDIT-MEMO-PRINT
    DISPLAY "RTNPOST: CUSTOMER RETURNS RUN STARTED FOR " RTN-RUN-DATE
    MOVE SPACES TO RTN-REGISTER-LINE
    STRING "RTNPOST CUSTOMER RETURNS POSTING REGISTER FOR "
               DELIMITED BY SIZE
           RTN-RUN-DATE DELIMITED BY SIZE
        INTO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine
    MOVE "RMA      CUST   ORDER    LINE PROD    QTY C RS      CREDIT  DISPOSITION"
        TO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine.

ReleaseReturnSources.
    PERFORM ReleaseShippedHeaders
    PERFORM ReleaseShippedLines
    PERFORM ReleasePriorReturns
    PERFORM ReleaseNewReturns.

ReleaseShippedHeaders.
*>  THE SHPHDR AND SHPLINE DDS NAME THE GDG BASE, SO EVERY
*>  CATALOGUED SHIPPED GENERATION IS READ - A RETURN CAN ARRIVE
*>  LONG AFTER THE DAY ITS ORDER WAS BILLED.
    OPEN INPUT SHIPPED-HEADER-FILE
    PERFORM ReadNextShippedHeader
    PERFORM ReleaseOneShippedHeader UNTIL RTN-SHIP-HDR-EOF
    CLOSE SHIPPED-HEADER-FILE.

ReadNextShippedHeader.
    READ SHIPPED-HEADER-FILE
        AT END SET RTN-SHIP-HDR-EOF TO TRUE
    END-READ.

ReleaseOneShippedHeader.
*>  THE HEADER RIDES AS LINE ZERO SO IT SORTS AHEAD OF EVERY LINE
*>  OF ITS ORDER.
    MOVE SPACES TO RTN-SORT-RECORD
    MOVE ORD-HDR-ORDER-ID TO RTN-SRT-ORDER-ID
    MOVE ZERO TO RTN-SRT-LINE-NO
    SET RTN-SRT-SHIPPED-HDR TO TRUE
    MOVE ZERO TO RTN-SRT-SEQ-NO
    MOVE ORD-HDR-CUSTOMER-ID TO RTN-SRT-CUSTOMER-ID
    MOVE ZERO TO RTN-SRT-QTY
    MOVE ZERO TO RTN-SRT-UNIT-PRICE
    MOVE ZERO TO RTN-SRT-RETURN-DATE
    RELEASE RTN-SORT-RECORD
    PERFORM ReadNextShippedHeader.

ReleaseShippedLines.
    OPEN INPUT SHIPPED-LINE-FILE
    PERFORM ReadNextShippedLine
    PERFORM ReleaseOneShippedLine UNTIL RTN-SHIP-LINE-EOF
    CLOSE SHIPPED-LINE-FILE.

ReadNextShippedLine.
    READ SHIPPED-LINE-FILE
        AT END SET RTN-SHIP-LINE-EOF TO TRUE
    END-READ.

ReleaseOneShippedLine.
    MOVE SPACES TO RTN-SORT-RECORD
    MOVE ORD-LN-ORDER-ID TO RTN-SRT-ORDER-ID
    MOVE ORD-LN-LINE-NO TO RTN-SRT-LINE-NO
    SET RTN-SRT-SHIPPED-LINE TO TRUE
    MOVE ZERO TO RTN-SRT-SEQ-NO
    MOVE ORD-LN-PRODUCT-ID TO RTN-SRT-PRODUCT-ID
    MOVE ORD-LN-QUANTITY TO RTN-SRT-QTY
    MOVE ORD-LN-UNIT-PRICE TO RTN-SRT-UNIT-PRICE
    MOVE ZERO TO RTN-SRT-RETURN-DATE
    RELEASE RTN-SORT-RECORD
    PERFORM ReadNextShippedLine.

ReleasePriorReturns.
    OPEN INPUT RETURN-HIST-FILE
    IF RTN-HIST-MISSING
        SET RTN-HIST-EOF TO TRUE
    END-IF
    IF NOT RTN-HIST-EOF
        PERFORM ReadNextPriorReturn
        PERFORM ReleaseOnePriorReturn UNTIL RTN-HIST-EOF
    END-IF
    CLOSE RETURN-HIST-FILE.

ReadNextPriorReturn.
    READ RETURN-HIST-FILE
        AT END SET RTN-HIST-EOF TO TRUE
    END-READ.

ReleaseOnePriorReturn.
    ADD 1 TO RTN-PRIOR-RETURNS-READ
    MOVE SPACES TO RTN-SORT-RECORD
    MOVE RTH-ORDER-ID TO RTN-SRT-ORDER-ID
    MOVE RTH-LINE-NO TO RTN-SRT-LINE-NO
    SET RTN-SRT-PRIOR-RETURN TO TRUE
    MOVE ZERO TO RTN-SRT-SEQ-NO
    MOVE RTH-RETURN-QTY TO RTN-SRT-QTY
    MOVE ZERO TO RTN-SRT-UNIT-PRICE
    MOVE ZERO TO RTN-SRT-RETURN-DATE
    RELEASE RTN-SORT-RECORD
    PERFORM ReadNextPriorReturn.

ReleaseNewReturns.
    OPEN INPUT RETURN-INPUT
    PERFORM ReadNextReturn
    PERFORM ReleaseOneNewReturn UNTIL RTN-RETURN-EOF
    CLOSE RETURN-INPUT.

ReadNextReturn.
    READ RETURN-INPUT
        AT END SET RTN-RETURN-EOF TO TRUE
    END-READ.

ReleaseOneNewReturn.
*>  THE QUANTITY AND CONDITION ARE RAW KEYED INPUT AND ARE EDITED
*>  HERE, BEFORE THE SORT, THE WAY SHIPCONF EDITS A PICKED
*>  QUANTITY.  THE SEQUENCE NUMBER KEEPS TWO RETURNS AGAINST THE
*>  SAME LINE IN ARRIVAL ORDER, SO THE EARLIER ONE IS CREDITED
*>  FIRST WHEN THE SHIPPED QUANTITY WILL NOT COVER BOTH.
    ADD 1 TO RTN-LINES-READ
    SET RTN-RETURN-VALID-SW TO "Y"
    EVALUATE TRUE
        WHEN RMA-AUTH-NO = SPACES
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "NO RMA NUMBER" TO RTN-REJECT-REASON
        WHEN RMA-RETURN-QTY NOT NUMERIC
            OR RMA-RETURN-QTY = ZERO
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "RETURN QUANTITY NOT NUMERIC OR ZERO"
                TO RTN-REJECT-REASON
        WHEN RMA-LINE-NO NOT NUMERIC
            OR RMA-LINE-NO = ZERO
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "LINE NUMBER NOT NUMERIC OR ZERO"
                TO RTN-REJECT-REASON
        WHEN NOT RMA-GOOD AND NOT RMA-DAMAGED
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "CONDITION NOT G OR D" TO RTN-REJECT-REASON
    END-EVALUATE
    IF RTN-RETURN-VALID
        ADD 1 TO RTN-SEQ-NO
        MOVE SPACES TO RTN-SORT-RECORD
        MOVE RMA-ORDER-ID TO RTN-SRT-ORDER-ID
        MOVE RMA-LINE-NO TO RTN-SRT-LINE-NO
        SET RTN-SRT-NEW-RETURN TO TRUE
        MOVE RTN-SEQ-NO TO RTN-SRT-SEQ-NO
        MOVE RMA-CUSTOMER-ID TO RTN-SRT-CUSTOMER-ID
        MOVE RMA-RETURN-QTY TO RTN-SRT-QTY
        MOVE ZERO TO RTN-SRT-UNIT-PRICE
        MOVE RMA-AUTH-NO TO RTN-SRT-AUTH-NO
        MOVE RMA-CONDITION TO RTN-SRT-CONDITION
        MOVE RMA-REASON-CODE TO RTN-SRT-REASON-CODE
        MOVE RMA-RETURN-DATE TO RTN-SRT-RETURN-DATE
        MOVE RMA-AUTHORIZED-BY TO RTN-SRT-AUTHORIZED-BY
        RELEASE RTN-SORT-RECORD
    ELSE
        ADD 1 TO RTN-LINES-REJECTED
        DISPLAY "RTNPOST: REJECT RMA " RMA-AUTH-NO " ORDER "
            RMA-ORDER-ID " LINE " RMA-LINE-NO " - "
            RTN-REJECT-REASON
        MOVE SPACES TO RTN-REGISTER-LINE
        STRING RMA-AUTH-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RMA-CUSTOMER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RMA-ORDER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RMA-LINE-NO DELIMITED BY SIZE
               "                                 REJECTED - "
                   DELIMITED BY SIZE
               RTN-REJECT-REASON DELIMITED BY SIZE
            INTO RTN-REGISTER-LINE
        PERFORM WriteRegisterLine
    END-IF
    PERFORM ReadNextReturn.

MatchReturnsToShipments.
    OPEN EXTEND RETURN-HIST-FILE
    OPEN OUTPUT ACCEPTED-RETURN-FILE
    OPEN EXTEND INVENTORY-MOVE-HIST
    MOVE SPACES TO RTN-CURRENT-ORDER
    MOVE ZERO TO RTN-CURRENT-LINE
    MOVE "N" TO RTN-HDR-FOUND-SW
    MOVE "N" TO RTN-LINE-FOUND-SW
    MOVE "N" TO RTN-SORT-EOF-SW
    PERFORM ReturnNextSorted
    PERFORM ApplySortedRecord UNTIL RTN-SORT-EOF
    CLOSE RETURN-HIST-FILE
    CLOSE ACCEPTED-RETURN-FILE
    CLOSE INVENTORY-MOVE-HIST.

ReturnNextSorted.
    RETURN SORT-WORK-FILE
        AT END SET RTN-SORT-EOF TO TRUE
    END-RETURN.

ApplySortedRecord.
    IF RTN-SRT-ORDER-ID NOT = RTN-CURRENT-ORDER
        MOVE RTN-SRT-ORDER-ID TO RTN-CURRENT-ORDER
        MOVE "N" TO RTN-HDR-FOUND-SW
        MOVE SPACES TO RTN-HDR-CUSTOMER-ID
        MOVE 999 TO RTN-CURRENT-LINE
    END-IF
    IF RTN-SRT-LINE-NO NOT = RTN-CURRENT-LINE
        MOVE RTN-SRT-LINE-NO TO RTN-CURRENT-LINE
        MOVE "N" TO RTN-LINE-FOUND-SW
        MOVE SPACES TO RTN-LINE-PRODUCT-ID
        MOVE ZERO TO RTN-LINE-SHIPPED-QTY
        MOVE ZERO TO RTN-LINE-UNIT-PRICE
        MOVE ZERO TO RTN-LINE-RETURNED-QTY
    END-IF
    EVALUATE TRUE
        WHEN RTN-SRT-SHIPPED-HDR
            SET RTN-HDR-FOUND TO TRUE
            MOVE RTN-SRT-CUSTOMER-ID TO RTN-HDR-CUSTOMER-ID
        WHEN RTN-SRT-SHIPPED-LINE
            SET RTN-LINE-FOUND TO TRUE
            MOVE RTN-SRT-PRODUCT-ID TO RTN-LINE-PRODUCT-ID
            ADD RTN-SRT-QTY TO RTN-LINE-SHIPPED-QTY
            MOVE RTN-SRT-UNIT-PRICE TO RTN-LINE-UNIT-PRICE
        WHEN RTN-SRT-PRIOR-RETURN
            ADD RTN-SRT-QTY TO RTN-LINE-RETURNED-QTY
        WHEN RTN-SRT-NEW-RETURN
            PERFORM ProveNewReturn
    END-EVALUATE
    PERFORM ReturnNextSorted.

ProveNewReturn.
*>  A RETURN IS ONLY CREDITED AGAINST A LINE THE CUSTOMER WAS
*>  ACTUALLY SHIPPED AND BILLED FOR, AND NEVER FOR MORE UNITS THAN
*>  SHPLINE SHOWS WENT OUT LESS EVERYTHING ALREADY RETURNED ON IT.
    SET RTN-RETURN-VALID-SW TO "Y"
    COMPUTE RTN-RETURNABLE-QTY =
        RTN-LINE-SHIPPED-QTY - RTN-LINE-RETURNED-QTY
    EVALUATE TRUE
        WHEN NOT RTN-HDR-FOUND
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "ORDER NOT ON SHIPPED HISTORY"
                TO RTN-REJECT-REASON
        WHEN RTN-SRT-CUSTOMER-ID NOT = RTN-HDR-CUSTOMER-ID
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "ORDER WAS NOT BILLED TO THIS CUSTOMER"
                TO RTN-REJECT-REASON
        WHEN NOT RTN-LINE-FOUND
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "LINE NOT ON SHIPPED ORDER" TO RTN-REJECT-REASON
        WHEN RTN-SRT-QTY > RTN-RETURNABLE-QTY
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "MORE THAN SHIPPED LESS ALREADY RETURNED"
                TO RTN-REJECT-REASON
    END-EVALUATE
    IF RTN-RETURN-VALID AND RTN-SRT-CONDITION = "G"
        PERFORM FindReturnProduct
        IF NOT RTN-PRODUCT-FOUND
            SET RTN-RETURN-VALID-SW TO "N"
            MOVE "PRODUCT NOT ON CATALOG - CANNOT RESTOCK"
                TO RTN-REJECT-REASON
        END-IF
    END-IF
    IF RTN-RETURN-VALID
        PERFORM PostReturnLine
    ELSE
        PERFORM RejectReturnLine
    END-IF.

FindReturnProduct.
    SET RTN-PRODUCT-FOUND-SW TO "Y"
    MOVE RTN-LINE-PRODUCT-ID TO CAT-PRODUCT-ID
    READ PRODUCT-MASTER
        INVALID KEY SET RTN-PRODUCT-FOUND-SW TO "N"
    END-READ.

PostReturnLine.
*>  THE CREDIT IS PRICED AT WHAT THE CUSTOMER WAS BILLED ON THE
*>  SHIPPED LINE, NOT TODAY'S CATALOG PRICE.
    ADD RTN-SRT-QTY TO RTN-LINE-RETURNED-QTY
    COMPUTE RTN-LINE-CREDIT = RTN-SRT-QTY * RTN-LINE-UNIT-PRICE
    IF RTN-SRT-CONDITION = "G"
        PERFORM RestockReturnedUnits
        MOVE "RESTOCKED" TO RTN-DISPOSITION-TEXT
    ELSE
        ADD RTN-SRT-QTY TO RTN-UNITS-DAMAGED
        MOVE "CREDIT ONLY - DAMAGED" TO RTN-DISPOSITION-TEXT
    END-IF
    MOVE RTN-SRT-AUTH-NO TO RTH-AUTH-NO
    MOVE RTN-SRT-CUSTOMER-ID TO RTH-CUSTOMER-ID
    MOVE RTN-SRT-ORDER-ID TO RTH-ORDER-ID
    MOVE RTN-SRT-LINE-NO TO RTH-LINE-NO
    MOVE RTN-LINE-PRODUCT-ID TO RTH-PRODUCT-ID
    MOVE RTN-SRT-QTY TO RTH-RETURN-QTY
    MOVE RTN-SRT-CONDITION TO RTH-CONDITION
    MOVE RTN-SRT-REASON-CODE TO RTH-REASON-CODE
    MOVE RTN-LINE-UNIT-PRICE TO RTH-UNIT-PRICE
    MOVE RTN-LINE-CREDIT TO RTH-CREDIT-AMOUNT
    MOVE RTN-RUN-DATE TO RTH-POSTED-DATE
    WRITE RTN-WORK-RECORD FROM RTH-RETURN-HIST-RECORD
    WRITE RTH-RETURN-HIST-RECORD
    ADD 1 TO RTN-LINES-ACCEPTED
    MOVE RTN-LINE-CREDIT TO RTN-CREDIT-EDIT
    PERFORM WriteReturnRegisterLine.

RestockReturnedUnits.
*>  GOOD UNITS GO BACK ON THE MASTER AND THE MOVE IS APPENDED TO
*>  INVENTORY-MOVE-HIST UNDER THE RMA NUMBER, THE SAME DISCIPLINE
*>  SHIPCONF APPLIES TO A SHORT-PICK RESTORE.  THE PRODUCT RECORD
*>  WAS READ FOR UPDATE BY FindReturnProduct.
    MOVE CAT-ON-HAND-QTY TO INV-OLD-ON-HAND
    ADD RTN-SRT-QTY TO CAT-ON-HAND-QTY
    REWRITE CAT-PRODUCT-RECORD
    MOVE CAT-PRODUCT-ID TO INV-PRODUCT-ID
    SET INV-MOVE-RETURN TO TRUE
    MOVE RTN-SRT-QTY TO INV-MOVE-QTY
    MOVE CAT-ON-HAND-QTY TO INV-NEW-ON-HAND
    MOVE RTN-RUN-DATE TO INV-MOVE-DATE
    MOVE RTN-SRT-AUTH-NO TO INV-POSTED-BY
    MOVE CAT-AVERAGE-COST TO INV-UNIT-COST
    WRITE INV-MOVE-RECORD
    ADD RTN-SRT-QTY TO RTN-UNITS-RESTOCKED
    DISPLAY "RTNPOST: RMA " RTN-SRT-AUTH-NO " " CAT-PRODUCT-ID
        " RESTOCKED " INV-OLD-ON-HAND " -> " INV-NEW-ON-HAND.

RejectReturnLine.
    ADD 1 TO RTN-LINES-REJECTED
    MOVE ZERO TO RTN-CREDIT-EDIT
    MOVE SPACES TO RTN-DISPOSITION-TEXT
    STRING "REJECTED - " DELIMITED BY SIZE
           RTN-REJECT-REASON DELIMITED BY SIZE
        INTO RTN-DISPOSITION-TEXT
    DISPLAY "RTNPOST: REJECT RMA " RTN-SRT-AUTH-NO " ORDER "
        RTN-SRT-ORDER-ID " LINE " RTN-SRT-LINE-NO " - "
        RTN-REJECT-REASON
    MOVE SPACES TO RTN-REGISTER-LINE
    MOVE RTN-SRT-QTY TO RTN-QTY-EDIT
    STRING RTN-SRT-AUTH-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRT-CUSTOMER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRT-ORDER-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RTN-SRT-LINE-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-LINE-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-QTY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRT-CONDITION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRT-REASON-CODE DELIMITED BY SIZE
           "             REJECTED - " DELIMITED BY SIZE
           RTN-REJECT-REASON DELIMITED BY SIZE
        INTO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine.

WriteReturnRegisterLine.
    MOVE RTN-SRT-QTY TO RTN-QTY-EDIT
    MOVE SPACES TO RTN-REGISTER-LINE
    STRING RTN-SRT-AUTH-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRT-CUSTOMER-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRT-ORDER-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RTN-SRT-LINE-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-LINE-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-QTY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRT-CONDITION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRT-REASON-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-CREDIT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RTN-DISPOSITION-TEXT DELIMITED BY SIZE
        INTO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine.

PrintCreditMemos.
    OPEN EXTEND AR-OPEN-ITEM-FILE
    OPEN INPUT CUSTOMER-MASTER
    OPEN INPUT TAX-RATE-TABLE
    OPEN EXTEND SALES-TAX-HIST
    MOVE SPACES TO RTN-CURRENT-AUTH-NO
    MOVE "N" TO RTN-SORT-EOF-SW
    PERFORM ReturnNextCredit
    PERFORM PrintOneCreditMemo UNTIL RTN-SORT-EOF
    CLOSE AR-OPEN-ITEM-FILE
    CLOSE CUSTOMER-MASTER
    CLOSE TAX-RATE-TABLE
    CLOSE SALES-TAX-HIST.

ReturnNextCredit.
    RETURN SORT-WORK-FILE
        AT END SET RTN-SORT-EOF TO TRUE
    END-RETURN.

PrintOneCreditMemo.
*>  ONE MEMO PER RMA NUMBER, JOINED WITH A CONTROL BREAK ON THE
*>  RE-SORTED ACCEPTED LINES THE WAY INVPRINT JOINS AN INVOICE'S
*>  LINES TO ITS HEADER.
    MOVE RTN-SRTC-AUTH-NO TO RTN-CURRENT-AUTH-NO
    MOVE RTN-SRTC-CUSTOMER-ID TO RTN-MEMO-CUSTOMER-ID
    MOVE RTN-SRTC-ORDER-ID TO RTN-MEMO-ORDER-ID
    MOVE ZERO TO RTN-MEMO-TOTAL
    PERFORM StartCreditMemoPage
    PERFORM PrintCreditMemoLine
        UNTIL RTN-SORT-EOF
        OR RTN-SRTC-AUTH-NO NOT = RTN-CURRENT-AUTH-NO
    PERFORM PriceMemoTax
    PERFORM PrintCreditMemoTotal
    PERFORM OpenCreditItem
    PERFORM WriteMemoTaxHistory
    ADD 1 TO RTN-MEMO-COUNT.

PriceMemoTax.
*>  THE SALES TAX BILLED ON THE RETURNED GOODS IS CREDITED BACK AT
*>  THE CUSTOMER'S CURRENT JURISDICTION RATE.  FREIGHT IS NOT
*>  REFUNDED - THE GOODS WERE STILL CARRIED.  AN EXEMPT CUSTOMER,
*>  OR ONE WHOSE JURISDICTION HAS NO RATE ON FILE, IS CREDITED THE
*>  GOODS ONLY.
    SET RTN-CUSTOMER-FOUND-SW TO "Y"
    MOVE RTN-MEMO-CUSTOMER-ID TO CUS-CUSTOMER-ID
    READ CUSTOMER-MASTER
        INVALID KEY SET RTN-CUSTOMER-FOUND-SW TO "N"
    END-READ
    IF NOT RTN-CUSTOMER-FOUND
        MOVE SPACES TO CUS-TAX-JURISDICTION
        SET CUS-TAXABLE TO TRUE
    END-IF
    MOVE ZERO TO RTN-MEMO-TAX-RATE
    MOVE ZERO TO RTN-MEMO-TAX
    SET RTN-RATE-FOUND-SW TO "N"
    IF NOT CUS-TAX-EXEMPT
        SET RTN-RATE-FOUND-SW TO "Y"
        MOVE CUS-TAX-JURISDICTION TO TAX-JURISDICTION
        READ TAX-RATE-TABLE
            INVALID KEY SET RTN-RATE-FOUND-SW TO "N"
        END-READ
        IF RTN-RATE-FOUND
            MOVE TAX-RATE TO RTN-MEMO-TAX-RATE
            COMPUTE RTN-MEMO-TAX ROUNDED =
                RTN-MEMO-TOTAL * RTN-MEMO-TAX-RATE
        ELSE
            DISPLAY "RTNPOST: RMA " RTN-CURRENT-AUTH-NO
                " NO TAX RATE ON FILE FOR JURISDICTION '"
                CUS-TAX-JURISDICTION "'"
        END-IF
    END-IF
    COMPUTE RTN-MEMO-GROSS = RTN-MEMO-TOTAL + RTN-MEMO-TAX
    ADD RTN-MEMO-TAX TO RTN-TAX-GRAND-TOTAL.

StartCreditMemoPage.
    ADD 1 TO RTN-PAGE-NO
    MOVE ZERO TO RTN-LINES-ON-PAGE
    MOVE RTN-PAGE-NO TO RTN-PAGE-NO-EDIT
    MOVE SPACES TO RTN-PRINT-LINE
    STRING "STOREFRONT CUSTOMER CREDIT MEMO" DELIMITED BY SIZE
           "                RUN DATE " DELIMITED BY SIZE
           RTN-RUN-DATE DELIMITED BY SIZE
           "        PAGE " DELIMITED BY SIZE
           RTN-PAGE-NO-EDIT DELIMITED BY SIZE
        INTO RTN-PRINT-LINE
    PERFORM WritePrintLine
    MOVE SPACES TO RTN-PRINT-LINE
    PERFORM WritePrintLine
    MOVE SPACES TO RTN-PRINT-LINE
    STRING "CREDIT MEMO " DELIMITED BY SIZE
           RTN-CURRENT-AUTH-NO DELIMITED BY SIZE
           "  CUSTOMER " DELIMITED BY SIZE
           RTN-MEMO-CUSTOMER-ID DELIMITED BY SIZE
           "  AGAINST INVOICE FOR ORDER " DELIMITED BY SIZE
           RTN-MEMO-ORDER-ID DELIMITED BY SIZE
        INTO RTN-PRINT-LINE
    PERFORM WritePrintLine
    MOVE SPACES TO RTN-PRINT-LINE
    PERFORM WritePrintLine
    MOVE "LINE PROD  PRODUCT NAME          QUANTITY  UNIT PRICE      CREDIT  CONDITION"
        TO RTN-PRINT-LINE
    PERFORM WritePrintLine.

PrintCreditMemoLine.
    IF RTN-LINES-ON-PAGE NOT < RTN-PAGE-LIMIT
        PERFORM StartCreditMemoPage
    END-IF
    PERFORM FindMemoProductName
    MOVE RTN-SRTC-UNIT-PRICE TO RTN-UNIT-PRICE-EDIT
    MOVE RTN-SRTC-CREDIT-AMOUNT TO RTN-CREDIT-EDIT
    IF RTN-SRTC-RESTOCKED
        MOVE "RETURNED TO STOCK" TO RTN-DISPOSITION-TEXT
    ELSE
        MOVE "DAMAGED" TO RTN-DISPOSITION-TEXT
    END-IF
    MOVE SPACES TO RTN-PRINT-LINE
    STRING " " DELIMITED BY SIZE
           RTN-SRTC-LINE-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-SRTC-PRODUCT-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-PRODUCT-NAME-PRT DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           RTN-SRTC-RETURN-QTY DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           RTN-UNIT-PRICE-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RTN-CREDIT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RTN-DISPOSITION-TEXT DELIMITED BY SIZE
        INTO RTN-PRINT-LINE
    PERFORM WritePrintLine
    ADD 1 TO RTN-LINES-ON-PAGE
    ADD RTN-SRTC-CREDIT-AMOUNT TO RTN-MEMO-TOTAL
    PERFORM ReturnNextCredit.

FindMemoProductName.
    SET RTN-PRODUCT-FOUND-SW TO "Y"
    MOVE RTN-SRTC-PRODUCT-ID TO CAT-PRODUCT-ID
    READ PRODUCT-MASTER
        INVALID KEY SET RTN-PRODUCT-FOUND-SW TO "N"
    END-READ
    IF RTN-PRODUCT-FOUND
        MOVE CAT-PRODUCT-NAME TO RTN-PRODUCT-NAME-PRT
    ELSE
        MOVE "(NOT ON CATALOG)" TO RTN-PRODUCT-NAME-PRT
    END-IF.

PrintCreditMemoTotal.
    MOVE SPACES TO RTN-PRINT-LINE
    PERFORM WritePrintLine
    MOVE RTN-MEMO-TOTAL TO RTN-CREDIT-EDIT
    MOVE SPACES TO RTN-PRINT-LINE
    STRING "GOODS CREDITED" DELIMITED BY SIZE
           "                                        " DELIMITED BY SIZE
           RTN-CREDIT-EDIT DELIMITED BY SIZE
        INTO RTN-PRINT-LINE
    PERFORM WritePrintLine
    MOVE RTN-MEMO-TAX TO RTN-CREDIT-EDIT
    MOVE SPACES TO RTN-PRINT-LINE
    IF RTN-RATE-FOUND
        MOVE RTN-MEMO-TAX-RATE TO RTN-RATE-EDIT
        STRING "SALES TAX CREDITED - " DELIMITED BY SIZE
               CUS-TAX-JURISDICTION DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               RTN-RATE-EDIT DELIMITED BY SIZE
               "                   " DELIMITED BY SIZE
               RTN-CREDIT-EDIT DELIMITED BY SIZE
            INTO RTN-PRINT-LINE
    ELSE
        STRING "SALES TAX CREDITED - NONE" DELIMITED BY SIZE
               "                             " DELIMITED BY SIZE
               RTN-CREDIT-EDIT DELIMITED BY SIZE
            INTO RTN-PRINT-LINE
    END-IF
    PERFORM WritePrintLine
    MOVE RTN-MEMO-GROSS TO RTN-CREDIT-EDIT
    MOVE SPACES TO RTN-PRINT-LINE
    STRING "CREDIT TOTAL" DELIMITED BY SIZE
           "                                          " DELIMITED BY SIZE
           RTN-CREDIT-EDIT DELIMITED BY SIZE
        INTO RTN-PRINT-LINE
    PERFORM WritePrintLine.

OpenCreditItem.
*>  THE CREDIT GOES ON THE RECEIVABLES LEDGER IN THE SAME RUN THAT
*>  PRINTS THE MEMO, SO THE LEDGER AND THE DOCUMENTS SENT OUT NEVER
*>  DRIFT APART - THE SAME DISCIPLINE INVPRINT APPLIES TO AN
*>  INVOICE.  THE ITEM CARRIES THE RMA NUMBER AS ITS REFERENCE
*>  AND THE FULL CREDIT, GOODS AND TAX.
    MOVE RTN-MEMO-CUSTOMER-ID TO ARI-CUSTOMER-ID
    MOVE RTN-CURRENT-AUTH-NO TO ARI-ORDER-ID
    MOVE RTN-RUN-DATE TO ARI-INVOICE-DATE
    MOVE RTN-MEMO-GROSS TO ARI-ORIGINAL-AMOUNT
    MOVE RTN-MEMO-GROSS TO ARI-OPEN-AMOUNT
    SET ARI-CREDIT-MEMO TO TRUE
    WRITE ARI-OPEN-ITEM-RECORD
    ADD RTN-MEMO-GROSS TO RTN-CREDIT-GRAND-TOTAL.

WriteMemoTaxHistory.
*>  THE CREDIT MEMO IS RECORDED ON SALES-TAX-HIST AGAINST THE SAME
*>  JURISDICTION SO THE MONTH-END TAX REPORT NETS THE RETURNED
*>  SALES AND THE TAX GIVEN BACK OFF WHAT WAS BILLED.
    MOVE CUS-TAX-JURISDICTION TO TXH-JURISDICTION
    MOVE RTN-RUN-DATE TO TXH-DOCUMENT-DATE
    MOVE RTN-CURRENT-AUTH-NO TO TXH-DOCUMENT-ID
    SET TXH-CREDIT-MEMO TO TRUE
    MOVE RTN-MEMO-CUSTOMER-ID TO TXH-CUSTOMER-ID
    MOVE RTN-MEMO-TAX-RATE TO TXH-TAX-RATE
    IF CUS-TAX-EXEMPT
        MOVE ZERO TO TXH-TAXABLE-AMOUNT
        MOVE RTN-MEMO-TOTAL TO TXH-EXEMPT-AMOUNT
    ELSE
        MOVE RTN-MEMO-TOTAL TO TXH-TAXABLE-AMOUNT
        MOVE ZERO TO TXH-EXEMPT-AMOUNT
    END-IF
    MOVE RTN-MEMO-TAX TO TXH-TAX-AMOUNT
    MOVE ZERO TO TXH-FREIGHT-AMOUNT
    WRITE TXH-TAX-HIST-RECORD.

WritePrintLine.
    MOVE RTN-PRINT-LINE TO RTN-PRINT-RECORD
    WRITE RTN-PRINT-RECORD.

WriteRegisterLine.
    MOVE RTN-REGISTER-LINE TO RTN-REGISTER-RECORD
    WRITE RTN-REGISTER-RECORD.

WriteRunSummary.
    MOVE SPACES TO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine
    MOVE RTN-LINES-ACCEPTED TO RTN-QTY-EDIT
    MOVE SPACES TO RTN-REGISTER-LINE
    STRING "RETURN LINES CREDITED " DELIMITED BY SIZE
           RTN-QTY-EDIT DELIMITED BY SIZE
        INTO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine
    MOVE RTN-LINES-REJECTED TO RTN-QTY-EDIT
    MOVE SPACES TO RTN-REGISTER-LINE
    STRING "RETURN LINES REJECTED " DELIMITED BY SIZE
           RTN-QTY-EDIT DELIMITED BY SIZE
        INTO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine
    MOVE RTN-TAX-GRAND-TOTAL TO RTN-TOTAL-EDIT
    MOVE SPACES TO RTN-REGISTER-LINE
    STRING "SALES TAX CREDITED    " DELIMITED BY SIZE
           RTN-TOTAL-EDIT DELIMITED BY SIZE
        INTO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine
    MOVE RTN-CREDIT-GRAND-TOTAL TO RTN-TOTAL-EDIT
    MOVE SPACES TO RTN-REGISTER-LINE
    STRING "TOTAL CREDITED        " DELIMITED BY SIZE
           RTN-TOTAL-EDIT DELIMITED BY SIZE
        INTO RTN-REGISTER-LINE
    PERFORM WriteRegisterLine
    DISPLAY "RTNPOST: RETURN LINES READ    - " RTN-LINES-READ
    DISPLAY "RTNPOST: RETURN LINES CREDITED- " RTN-LINES-ACCEPTED
    DISPLAY "RTNPOST: RETURN LINES REJECTED- " RTN-LINES-REJECTED
    DISPLAY "RTNPOST: PRIOR RETURNS READ   - " RTN-PRIOR-RETURNS-READ
    DISPLAY "RTNPOST: UNITS RESTOCKED      - " RTN-UNITS-RESTOCKED
    DISPLAY "RTNPOST: UNITS DAMAGED        - " RTN-UNITS-DAMAGED
    DISPLAY "RTNPOST: CREDIT MEMOS PRINTED - " RTN-MEMO-COUNT
    DISPLAY "RTNPOST: TOTAL CREDITED       - " RTN-TOTAL-EDIT.

TerminateRun.
    CLOSE PRODUCT-MASTER
    CLOSE RETURN-REGISTER
    CLOSE CREDIT-MEMO-PRINT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT RTN-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT RTN-STEP-START-TIME FROM TIME
    SET RTN-PREREQ-1-SW TO "N"
    IF RTN-PREREQ-STEP-1 = SPACES
        SET RTN-PREREQ-1-SW TO "Y"
    END-IF
    SET RTN-PREREQ-2-SW TO "N"
    IF RTN-PREREQ-STEP-2 = SPACES
        SET RTN-PREREQ-2-SW TO "Y"
    END-IF
    SET RTN-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF RTN-LEDGER-MISSING
        SET RTN-LEDGER-EOF TO TRUE
    END-IF
    IF NOT RTN-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL RTN-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO RTN-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT RTN-PREREQ-1-DONE
            STRING RTN-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RTN-LEDGER-REASON
        WHEN NOT RTN-PREREQ-2-DONE
            STRING RTN-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RTN-LEDGER-REASON
        WHEN RTN-ALREADY-RAN AND NOT RTN-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO RTN-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF RTN-LEDGER-REASON NOT = SPACES
        SET RTN-LEDGER-REFUSED TO TRUE
        DISPLAY "RTNPOST: RUN REFUSED - " RTN-LEDGER-REASON
        DISPLAY "RTNPOST: BUSINESS DATE " RTN-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE RTN-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET RTN-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = RTN-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = RTN-STEP-NAME
            SET RTN-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RTN-PREREQ-STEP-1
            SET RTN-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RTN-PREREQ-STEP-2
            SET RTN-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE RTN-STEP-NAME TO RLG-STEP-NAME
    MOVE RTN-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE RTN-STEP-START-DATE TO RLG-START-DATE
    MOVE RTN-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "RETURNS / CREDITED / REJECTED" TO RLG-COUNT-TEXT
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
    MOVE RTN-LINES-READ TO RLG-COUNT-1
    MOVE RTN-LINES-ACCEPTED TO RLG-COUNT-2
    MOVE RTN-LINES-REJECTED TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
