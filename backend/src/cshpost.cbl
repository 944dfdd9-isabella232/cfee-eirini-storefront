    SELECT CASH-REGISTER ASSIGN TO "CSHREG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CSP-REGISTER-STATUS.
    SELECT CASH-APPLIED-HIST ASSIGN TO "CSHHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CSP-CASH-HIST-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CSP-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CASH-INPUT.
FD  AR-ITEM-INPUT.
    COPY ARITMREC.
FD  AR-ITEM-OUTPUT.
01  CSP-AR-OUT-RECORD               PIC X(41).
FD  CASH-REGISTER
    RECORDING MODE IS F.
01  CSP-REGISTER-RECORD             PIC X(80).
FD  CASH-APPLIED-HIST.
    COPY CAHREC.
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  CSP-CASH-STATUS             PIC X(2).
    88  CSP-CASH-EOF                 VALUE "10".
    88  CSP-AR-IN-MISSING            VALUE "05".
01  CSP-AR-OUT-STATUS           PIC X(2).
01  CSP-REGISTER-STATUS         PIC X(2).
01  CSP-CASH-HIST-STATUS        PIC X(2).
01  CSP-RUN-DATE                PIC 9(8).
01  CSP-RECEIPT-VALID-SW        PIC X(1).
    88  CSP-RECEIPT-VALID            VALUE "Y".
01  CSP-ENTRY-FOUND-SW          PIC X(1).
    88  CSP-ENTRY-FOUND              VALUE "Y".
01  CSP-DIRECTED-FOUND-SW       PIC X(1).
    88  CSP-DIRECTED-FOUND           VALUE "Y".
01  CSP-ITEM-APPLIED-SW         PIC X(1).
    88  CSP-ITEM-APPLIED             VALUE "Y".
01  CSP-RECEIPTS-READ           PIC 9(5) COMP VALUE ZERO.
01  CSP-RECEIPTS-REJECTED       PIC 9(5) COMP VALUE ZERO.
01  CSP-RECEIPTS-DIRECTED       PIC 9(5) COMP VALUE ZERO.
01  CSP-ITEMS-READ              PIC 9(5) COMP VALUE ZERO.
01  CSP-ITEMS-PAID-OFF          PIC 9(5) COMP VALUE ZERO.
01  CSP-ITEMS-CARRIED           PIC 9(5) COMP VALUE ZERO.
01  CSP-ON-ACCOUNT-READ         PIC 9(5) COMP VALUE ZERO.
01  CSP-UNAPPLIED-COUNT         PIC 9(5) COMP VALUE ZERO.
01  CSP-CASH-RECEIVED           PIC 9(9)V99 VALUE ZERO.
01  CSP-CASH-APPLIED-TOT        PIC 9(9)V99 VALUE ZERO.
01  CSP-CREDIT-BROUGHT-TOT      PIC 9(9)V99 VALUE ZERO.
01  CSP-ON-ACCOUNT-TOT          PIC 9(9)V99 VALUE ZERO.
01  CSP-APPLIED-AMOUNT          PIC 9(7)V99.
01  CSP-OLD-OPEN-AMOUNT         PIC 9(7)V99.
01  CSP-DIRECTED-AVAILABLE      PIC 9(9)V99.
01  CSP-CARRIED-CREDIT          PIC 9(9)V99.
01  CSP-APPLIED-REFERENCE       PIC X(8).
01  CSP-APPLIED-FROM            PIC X(10).
01  CSP-APPLIED-TYPE            PIC X(1).
*>  EVERY CUSTOMER'S UNAPPLIED CASH IS CARRIED ON ONE ON-ACCOUNT
*>  ITEM UNDER THIS ORDER ID, SO IT CAN NEVER BE MISTAKEN FOR AN
*>  INVOICE OR AN RMA NUMBER.
01  CSP-ON-ACCOUNT-ID           PIC X(8) VALUE "ON-ACCT".
*>  THE DAY'S RECEIPTS ARE SUMMED PER CUSTOMER UP FRONT SO THE
*>  LEDGER PASS CAN APPLY EACH CUSTOMER'S CASH AGAINST THEIR OPEN
*>  ITEMS OLDEST-FIRST IN ONE SEQUENTIAL SWEEP - ARITEMS IS
*>  APPENDED IN BILLING ORDER, SO FRONT-TO-BACK IS OLDEST-FIRST,
*>  THE SAME DISCIPLINE BKORELSE APPLIES TO BACKORDERS.  ON-ACCOUNT
*>  CREDIT CARRIED FROM EARLIER RUNS IS HELD APART FROM THE DAY'S
*>  CASH: IT WAS BANKED AND JOURNALLED WHEN IT WAS RECEIVED, SO ITS
*>  APPLICATION IS HISTORIED UNDER ITS OWN ENTRY TYPE.
01  CSP-CASH-TABLE.
    05  CSP-CASH-ENTRY OCCURS 200 TIMES INDEXED BY CSP-CASH-IX.
        10  CSP-CSH-CUSTOMER-ID  PIC X(6).
        10  CSP-CSH-REMAINING    PIC 9(9)V99.
        10  CSP-CSH-CREDIT       PIC 9(9)V99.
        10  CSP-CSH-CREDIT-DATE  PIC 9(8).
01  CSP-CASH-COUNT              PIC 9(3) COMP VALUE ZERO.
01  CSP-CASH-OVERFLOW-CT        PIC 9(5) COMP VALUE ZERO.
*>  A RECEIPT WHOSE REMITTANCE NAMES AN INVOICE IS KEPT HERE BY
*>  REFERENCE RATHER THAN POOLED.  THE FIRST PASS OF THE LEDGER
*>  RESERVES ITS CASH FOR THE OPEN ITEM WHOSE ORDER ID MATCHES THE
*>  REFERENCE, SO OLDER ITEMS CANNOT SPEND IT FIRST; WHATEVER THAT
*>  INVOICE DOES NOT NEED GOES BACK INTO THE CUSTOMER'S POOL.
01  CSP-DIRECTED-TABLE.
    05  CSP-DIRECTED-ENTRY OCCURS 200 TIMES INDEXED BY CSP-DIR-IX.
        10  CSP-DIR-CUSTOMER-ID  PIC X(6).
        10  CSP-DIR-REFERENCE-NO PIC X(8).
        10  CSP-DIR-AMOUNT       PIC 9(9)V99.
        10  CSP-DIR-RESERVED     PIC 9(9)V99.
01  CSP-DIRECTED-COUNT          PIC 9(3) COMP VALUE ZERO.
01  CSP-DIRECTED-OVERFLOW-CT    PIC 9(5) COMP VALUE ZERO.
01  CSP-REGISTER-LINE           PIC X(80).
01  CSP-AMOUNT-EDIT             PIC ZZZZZZ9.99.
01  CSP-APPLIED-EDIT            PIC ZZZZZZ9.99.
01  CSP-REMAIN-EDIT             PIC ZZZZZZZZ9.99.
01  CSP-COUNT-EDIT              PIC ZZZZ9.
01  CSP-LEDGER-STATUS           PIC X(2).
    88  CSP-LEDGER-EOF               VALUE "10".
    88  CSP-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  CSP-STEP-NAME               PIC X(8) VALUE "CSHPOST".
01  CSP-PREREQ-STEP-1           PIC X(8) VALUE "RTNPOST".
01  CSP-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  CSP-PREREQ-1-SW             PIC X(1).
    88  CSP-PREREQ-1-DONE            VALUE "Y".
01  CSP-PREREQ-2-SW             PIC X(1).
    88  CSP-PREREQ-2-DONE            VALUE "Y".
01  CSP-ALREADY-RAN-SW          PIC X(1).
    88  CSP-ALREADY-RAN              VALUE "Y".
01  CSP-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  CSP-RERUN-ALLOWED            VALUE "Y".
01  CSP-LEDGER-SW               PIC X(1) VALUE "N".
    88  CSP-LEDGER-REFUSED           VALUE "Y".
01  CSP-LEDGER-REASON           PIC X(40).
01  CSP-STEP-START-DATE         PIC 9(8).
01  CSP-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
PostCashReceipts.
    PERFORM CheckRunLedger
    IF CSP-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextReceipt
        PERFORM AccumulateReceipt UNTIL CSP-CASH-EOF
        PERFORM ReserveDirectedCash
        PERFORM ReleaseDirectedCash
            VARYING CSP-DIR-IX FROM 1 BY 1
            UNTIL CSP-DIR-IX > CSP-DIRECTED-COUNT
        PERFORM OpenLedger
        PERFORM ReadNextItem
        PERFORM ApplyCashToItem UNTIL CSP-AR-IN-EOF
        PERFORM CarryUnappliedCash
            VARYING CSP-CASH-IX FROM 1 BY 1
            UNTIL CSP-CASH-IX > CSP-CASH-COUNT
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    ACCEPT CSP-RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT CASH-INPUT
    OPEN OUTPUT AR-ITEM-OUTPUT
    OPEN OUTPUT CASH-REGISTER
    OPEN EXTEND CASH-APPLIED-HIST
    DISPLAY "CSHPOST: CASH RECEIPTS RUN STARTED FOR " CSP-RUN-DATE
    MOVE SPACES TO CSP-REGISTER-LINE
    STRING "CSHPOST CASH APPLICATION REGISTER FOR " DELIMITED BY SIZE
           CSP-RUN-DATE DELIMITED BY SIZE
        INTO CSP-REGISTER-LINE
    PERFORM WriteRegisterLine
    MOVE "CUST   ORDER    REFERENCE       OPEN    APPLIED  STILL OPEN  CASH FROM"
        TO CSP-REGISTER-LINE
    PERFORM WriteRegisterLine.

OpenLedger.
*>  THE LEDGER IS READ TWICE - ONCE TO RESERVE DIRECTED CASH AND
*>  GATHER ON-ACCOUNT CREDIT, ONCE TO APPLY - SO IT IS OPENED AND
*>  CLOSED BY EACH PASS RATHER THAN ONCE FOR THE RUN.
    OPEN INPUT AR-ITEM-INPUT
    IF CSP-AR-IN-MISSING
        SET CSP-AR-IN-EOF TO TRUE
    END-IF.

ReadNextReceipt.
    READ CASH-INPUT
        AT END SET CSP-CASH-EOF TO TRUE
            SET CSP-CASH-IX TO CSP-CASH-COUNT
            MOVE CSH-CUSTOMER-ID TO CSP-CSH-CUSTOMER-ID (CSP-CASH-IX)
            MOVE ZERO TO CSP-CSH-REMAINING (CSP-CASH-IX)
            MOVE ZERO TO CSP-CSH-CREDIT (CSP-CASH-IX)
            MOVE ZERO TO CSP-CSH-CREDIT-DATE (CSP-CASH-IX)
        END-IF
        IF CSH-REFERENCE-NO = SPACES
            ADD CSH-PAYMENT-AMOUNT TO CSP-CSH-REMAINING (CSP-CASH-IX)
        ELSE
            PERFORM AddDirectedReceipt
        END-IF
        ADD CSH-PAYMENT-AMOUNT TO CSP-CASH-RECEIVED
    END-IF.

        SET CSP-ENTRY-FOUND TO TRUE
    END-IF.

AddDirectedReceipt.
    SET CSP-DIRECTED-FOUND-SW TO "N"
    PERFORM FindDirectedReceipt
        VARYING CSP-DIR-IX FROM 1 BY 1
        UNTIL CSP-DIR-IX > CSP-DIRECTED-COUNT
            OR CSP-DIRECTED-FOUND
    IF CSP-DIRECTED-FOUND
        SET CSP-DIR-IX DOWN BY 1
    END-IF
    IF NOT CSP-DIRECTED-FOUND AND CSP-DIRECTED-COUNT >= 200
*>      THE CASH IS STILL THE CUSTOMER'S - PAST 200 REMITTANCES IT
*>      IS POOLED AND APPLIED OLDEST-FIRST INSTEAD OF BY REFERENCE.
        ADD 1 TO CSP-DIRECTED-OVERFLOW-CT
        ADD CSH-PAYMENT-AMOUNT TO CSP-CSH-REMAINING (CSP-CASH-IX)
        DISPLAY "CSHPOST: " CSH-CUSTOMER-ID " REF " CSH-REFERENCE-NO
            " APPLIED OLDEST-FIRST - REMITTANCE TABLE HOLDS 200"
    ELSE
        IF NOT CSP-DIRECTED-FOUND
            ADD 1 TO CSP-DIRECTED-COUNT
            SET CSP-DIR-IX TO CSP-DIRECTED-COUNT
            MOVE CSH-CUSTOMER-ID TO CSP-DIR-CUSTOMER-ID (CSP-DIR-IX)
            MOVE CSH-REFERENCE-NO TO CSP-DIR-REFERENCE-NO (CSP-DIR-IX)
            MOVE ZERO TO CSP-DIR-AMOUNT (CSP-DIR-IX)
            MOVE ZERO TO CSP-DIR-RESERVED (CSP-DIR-IX)
        END-IF
        ADD CSH-PAYMENT-AMOUNT TO CSP-DIR-AMOUNT (CSP-DIR-IX)
        ADD 1 TO CSP-RECEIPTS-DIRECTED
    END-IF.

FindDirectedReceipt.
    IF CSP-DIR-CUSTOMER-ID (CSP-DIR-IX) = CSH-CUSTOMER-ID
        AND CSP-DIR-REFERENCE-NO (CSP-DIR-IX) = CSH-REFERENCE-NO
        SET CSP-DIRECTED-FOUND TO TRUE
    END-IF.

ReserveDirectedCash.
    PERFORM OpenLedger
    PERFORM ReadNextItem
    PERFORM ScanOpenItem UNTIL CSP-AR-IN-EOF
    CLOSE AR-ITEM-INPUT.

ScanOpenItem.
    IF ARI-ON-ACCOUNT-CASH
        PERFORM GatherOnAccountCredit
    END-IF
    IF NOT ARI-CREDIT-ITEM AND CSP-DIRECTED-COUNT > ZERO
        PERFORM ReserveForInvoice
    END-IF
    PERFORM ReadNextItem.

GatherOnAccountCredit.
    SET CSP-ENTRY-FOUND-SW TO "N"
    PERFORM FindItemCashEntry
        VARYING CSP-CASH-IX FROM 1 BY 1
        UNTIL CSP-CASH-IX > CSP-CASH-COUNT
            OR CSP-ENTRY-FOUND
    IF CSP-ENTRY-FOUND
        SET CSP-CASH-IX DOWN BY 1
    END-IF
    IF NOT CSP-ENTRY-FOUND AND CSP-CASH-COUNT >= 200
*>      NO ROOM TO SPEND IT THIS RUN - THE APPLY PASS WILL NOT FIND
*>      THE CUSTOMER EITHER, SO THE ITEM IS CARRIED AS IT STANDS.
        DISPLAY "CSHPOST: " ARI-CUSTOMER-ID
            " ON-ACCOUNT CREDIT CARRIED UNSPENT - CASH TABLE HOLDS"
            " 200 CUSTOMERS"
    ELSE
        IF NOT CSP-ENTRY-FOUND
            ADD 1 TO CSP-CASH-COUNT
            SET CSP-CASH-IX TO CSP-CASH-COUNT
            MOVE ARI-CUSTOMER-ID TO CSP-CSH-CUSTOMER-ID (CSP-CASH-IX)
            MOVE ZERO TO CSP-CSH-REMAINING (CSP-CASH-IX)
            MOVE ZERO TO CSP-CSH-CREDIT (CSP-CASH-IX)
            MOVE ZERO TO CSP-CSH-CREDIT-DATE (CSP-CASH-IX)
        END-IF
        ADD ARI-OPEN-AMOUNT TO CSP-CSH-CREDIT (CSP-CASH-IX)
        ADD ARI-OPEN-AMOUNT TO CSP-CREDIT-BROUGHT-TOT
        ADD 1 TO CSP-ON-ACCOUNT-READ
*>      THE CARRIED ITEM KEEPS THE DATE OF THE OLDEST CREDIT IN IT.
        IF CSP-CSH-CREDIT-DATE (CSP-CASH-IX) = ZERO
            OR ARI-INVOICE-DATE < CSP-CSH-CREDIT-DATE (CSP-CASH-IX)
            MOVE ARI-INVOICE-DATE
                TO CSP-CSH-CREDIT-DATE (CSP-CASH-IX)
        END-IF
    END-IF.

ReserveForInvoice.
    SET CSP-DIRECTED-FOUND-SW TO "N"
    PERFORM FindDirectedItem
        VARYING CSP-DIR-IX FROM 1 BY 1
        UNTIL CSP-DIR-IX > CSP-DIRECTED-COUNT
            OR CSP-DIRECTED-FOUND
    IF CSP-DIRECTED-FOUND
        SET CSP-DIR-IX DOWN BY 1
        COMPUTE CSP-DIRECTED-AVAILABLE =
            CSP-DIR-AMOUNT (CSP-DIR-IX) - CSP-DIR-RESERVED (CSP-DIR-IX)
        IF CSP-DIRECTED-AVAILABLE > ARI-OPEN-AMOUNT
            MOVE ARI-OPEN-AMOUNT TO CSP-DIRECTED-AVAILABLE
        END-IF
        ADD CSP-DIRECTED-AVAILABLE TO CSP-DIR-RESERVED (CSP-DIR-IX)
    END-IF.

FindDirectedItem.
    IF CSP-DIR-CUSTOMER-ID (CSP-DIR-IX) = ARI-CUSTOMER-ID
        AND CSP-DIR-REFERENCE-NO (CSP-DIR-IX) = ARI-ORDER-ID
        SET CSP-DIRECTED-FOUND TO TRUE
    END-IF.

ReleaseDirectedCash.
*>  A REMITTANCE THAT NAMES NO OPEN INVOICE, OR PAYS MORE THAN THE
*>  ONE IT NAMES, IS NOT SENT BACK - THE BALANCE JOINS THE
*>  CUSTOMER'S POOL FOR OLDEST-FIRST APPLICATION AND IS NOTED SO
*>  THE CREDIT DEPARTMENT CAN SEE WHY IT LANDED ELSEWHERE.
    IF CSP-DIR-AMOUNT (CSP-DIR-IX) > CSP-DIR-RESERVED (CSP-DIR-IX)
        COMPUTE CSP-DIRECTED-AVAILABLE =
            CSP-DIR-AMOUNT (CSP-DIR-IX) - CSP-DIR-RESERVED (CSP-DIR-IX)
        SET CSP-ENTRY-FOUND-SW TO "N"
        PERFORM FindDirectedCashEntry
            VARYING CSP-CASH-IX FROM 1 BY 1
            UNTIL CSP-CASH-IX > CSP-CASH-COUNT
                OR CSP-ENTRY-FOUND
        SET CSP-CASH-IX DOWN BY 1
        ADD CSP-DIRECTED-AVAILABLE TO CSP-CSH-REMAINING (CSP-CASH-IX)
        MOVE CSP-DIRECTED-AVAILABLE TO CSP-REMAIN-EDIT
        MOVE SPACES TO CSP-REGISTER-LINE
        STRING CSP-DIR-CUSTOMER-ID (CSP-DIR-IX) DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               CSP-DIR-REFERENCE-NO (CSP-DIR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CSP-REMAIN-EDIT DELIMITED BY SIZE
               " NOT NEEDED BY THAT INVOICE - OLDEST-FIRST"
                   DELIMITED BY SIZE
            INTO CSP-REGISTER-LINE
        PERFORM WriteRegisterLine
    END-IF.

FindDirectedCashEntry.
    IF CSP-CSH-CUSTOMER-ID (CSP-CASH-IX)
            = CSP-DIR-CUSTOMER-ID (CSP-DIR-IX)
        SET CSP-ENTRY-FOUND TO TRUE
    END-IF.

ReadNextItem.
    READ AR-ITEM-INPUT
        AT END SET CSP-AR-IN-EOF TO TRUE

ApplyCashToItem.
    ADD 1 TO CSP-ITEMS-READ
*>  A CREDIT MEMO IS MONEY OWED TO THE CUSTOMER, NOT BY THEM -
*>  CASH IS NEVER APPLIED TO IT, IT IS CARRIED AS IT STANDS.  AN
*>  ON-ACCOUNT ITEM WAS GATHERED INTO THE CUSTOMER'S CREDIT ON THE
*>  FIRST PASS AND IS REWRITTEN FROM THERE AT THE END OF THE RUN.
    EVALUATE TRUE
        WHEN ARI-ON-ACCOUNT-CASH
            PERFORM DropGatheredCredit
        WHEN ARI-CREDIT-ITEM
            PERFORM CarryOpenItem
        WHEN OTHER
            PERFORM ApplyCashToInvoice
    END-EVALUATE
    PERFORM ReadNextItem.

DropGatheredCredit.
    SET CSP-ENTRY-FOUND-SW TO "N"
    PERFORM FindItemCashEntry
        VARYING CSP-CASH-IX FROM 1 BY 1
        UNTIL CSP-CASH-IX > CSP-CASH-COUNT
            OR CSP-ENTRY-FOUND
    IF NOT CSP-ENTRY-FOUND
        PERFORM CarryOpenItem
    END-IF.

ApplyCashToInvoice.
*>  A REMITTANCE THAT NAMED THIS INVOICE PAYS IT FIRST; THEN ANY
*>  CREDIT LEFT ON ACCOUNT BY EARLIER RUNS, OLDEST MONEY FIRST;
*>  THEN THE DAY'S POOLED CASH.
    SET CSP-ITEM-APPLIED-SW TO "N"
    SET CSP-ENTRY-FOUND-SW TO "N"
    PERFORM FindItemCashEntry
        VARYING CSP-CASH-IX FROM 1 BY 1
            OR CSP-ENTRY-FOUND
    IF CSP-ENTRY-FOUND
        SET CSP-CASH-IX DOWN BY 1
        IF CSP-DIRECTED-COUNT > ZERO
            PERFORM ApplyDirectedCash
        END-IF
        IF ARI-OPEN-AMOUNT > ZERO
            AND CSP-CSH-CREDIT (CSP-CASH-IX) > ZERO
            PERFORM ApplyOnAccountCredit
        END-IF
        IF ARI-OPEN-AMOUNT > ZERO
            AND CSP-CSH-REMAINING (CSP-CASH-IX) > ZERO
            PERFORM ApplyCustomerCash
        END-IF
    END-IF
    IF CSP-ITEM-APPLIED AND ARI-OPEN-AMOUNT = ZERO
        ADD 1 TO CSP-ITEMS-PAID-OFF
    ELSE
        PERFORM CarryOpenItem
    END-IF.

FindItemCashEntry.
    IF CSP-CSH-CUSTOMER-ID (CSP-CASH-IX) = ARI-CUSTOMER-ID
        SET CSP-ENTRY-FOUND TO TRUE
    END-IF.

ApplyDirectedCash.
    SET CSP-DIRECTED-FOUND-SW TO "N"
    PERFORM FindDirectedItem
        VARYING CSP-DIR-IX FROM 1 BY 1
        UNTIL CSP-DIR-IX > CSP-DIRECTED-COUNT
            OR CSP-DIRECTED-FOUND
    IF CSP-DIRECTED-FOUND
        SET CSP-DIR-IX DOWN BY 1
        IF CSP-DIR-RESERVED (CSP-DIR-IX) > ZERO
            AND ARI-OPEN-AMOUNT > ZERO
            IF CSP-DIR-RESERVED (CSP-DIR-IX) < ARI-OPEN-AMOUNT
                MOVE CSP-DIR-RESERVED (CSP-DIR-IX)
                    TO CSP-APPLIED-AMOUNT
            ELSE
                MOVE ARI-OPEN-AMOUNT TO CSP-APPLIED-AMOUNT
            END-IF
            SUBTRACT CSP-APPLIED-AMOUNT
                FROM CSP-DIR-RESERVED (CSP-DIR-IX)
            MOVE CSP-DIR-REFERENCE-NO (CSP-DIR-IX)
                TO CSP-APPLIED-REFERENCE
            MOVE "REMITTANCE" TO CSP-APPLIED-FROM
            MOVE "A" TO CSP-APPLIED-TYPE
            PERFORM PostApplication
        END-IF
    END-IF.

ApplyOnAccountCredit.
    IF CSP-CSH-CREDIT (CSP-CASH-IX) < ARI-OPEN-AMOUNT
        MOVE CSP-CSH-CREDIT (CSP-CASH-IX) TO CSP-APPLIED-AMOUNT
    ELSE
        MOVE ARI-OPEN-AMOUNT TO CSP-APPLIED-AMOUNT
    END-IF
    SUBTRACT CSP-APPLIED-AMOUNT FROM CSP-CSH-CREDIT (CSP-CASH-IX)
    MOVE CSP-ON-ACCOUNT-ID TO CSP-APPLIED-REFERENCE
    MOVE "ON ACCOUNT" TO CSP-APPLIED-FROM
    MOVE "P" TO CSP-APPLIED-TYPE
    PERFORM PostApplication.

ApplyCustomerCash.
    IF CSP-CSH-REMAINING (CSP-CASH-IX) < ARI-OPEN-AMOUNT
        MOVE CSP-CSH-REMAINING (CSP-CASH-IX) TO CSP-APPLIED-AMOUNT
    ELSE
        MOVE ARI-OPEN-AMOUNT TO CSP-APPLIED-AMOUNT
    END-IF
    SUBTRACT CSP-APPLIED-AMOUNT
        FROM CSP-CSH-REMAINING (CSP-CASH-IX)
    MOVE SPACES TO CSP-APPLIED-REFERENCE
    MOVE "RECEIPTS" TO CSP-APPLIED-FROM
    MOVE "A" TO CSP-APPLIED-TYPE
    PERFORM PostApplication.

PostApplication.
    MOVE ARI-OPEN-AMOUNT TO CSP-OLD-OPEN-AMOUNT
    SUBTRACT CSP-APPLIED-AMOUNT FROM ARI-OPEN-AMOUNT
    ADD CSP-APPLIED-AMOUNT TO CSP-CASH-APPLIED-TOT
    SET CSP-ITEM-APPLIED TO TRUE
    PERFORM WriteApplicationLine
    PERFORM WriteCashHistory.

WriteCashHistory.
*>  EVERY APPLICATION IS KEPT ON CASH-APPLIED-HIST - A PAID ITEM
*>  DROPS OFF THE REBUILT LEDGER, SO THIS IS THE ONLY RECORD OF
*>  THE CASH THE GL EXTRACT CAN JOURNAL.  POOLED RECEIPTS NAME NO
*>  SINGLE REMITTANCE; A DIRECTED ONE CARRIES ITS REFERENCE.
    MOVE ARI-CUSTOMER-ID TO CAH-CUSTOMER-ID
    MOVE ARI-ORDER-ID TO CAH-ORDER-ID
    MOVE CSP-APPLIED-REFERENCE TO CAH-REFERENCE-NO
    MOVE CSP-RUN-DATE TO CAH-APPLIED-DATE
    MOVE CSP-APPLIED-AMOUNT TO CAH-APPLIED-AMOUNT
    MOVE CSP-APPLIED-TYPE TO CAH-ENTRY-TYPE
    WRITE CAH-CASH-HIST-RECORD.

CarryOpenItem.
    WRITE CSP-AR-OUT-RECORD FROM ARI-OPEN-ITEM-RECORD
           CSP-APPLIED-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CSP-REMAIN-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CSP-APPLIED-FROM DELIMITED BY SIZE
        INTO CSP-REGISTER-LINE
    PERFORM WriteRegisterLine.

CarryUnappliedCash.
*>  CASH LEFT AFTER THE LEDGER PASS HAS NO OPEN ITEM TO RELIEVE -
*>  A PREPAYMENT OR AN INVOICE NOT YET BILLED.  IT IS KEPT AS AN
*>  ON-ACCOUNT CREDIT ITEM, TOGETHER WITH ANY EARLIER CREDIT STILL
*>  UNSPENT, SO THE CUSTOMER'S BALANCE REFLECTS IT AND THE NEXT
*>  RUN SPENDS IT ON THE NEXT INVOICES.  ONLY THE DAY'S NEW CASH
*>  IS HISTORIED - THE EARLIER CREDIT WAS JOURNALLED ON RECEIPT.
    IF CSP-CSH-REMAINING (CSP-CASH-IX) > ZERO
        PERFORM WriteOnAccountHistory
    END-IF
    COMPUTE CSP-CARRIED-CREDIT =
        CSP-CSH-REMAINING (CSP-CASH-IX) + CSP-CSH-CREDIT (CSP-CASH-IX)
    IF CSP-CARRIED-CREDIT > ZERO
        ADD 1 TO CSP-UNAPPLIED-COUNT
        ADD CSP-CARRIED-CREDIT TO CSP-ON-ACCOUNT-TOT
        MOVE CSP-CSH-CUSTOMER-ID (CSP-CASH-IX) TO ARI-CUSTOMER-ID
        MOVE CSP-ON-ACCOUNT-ID TO ARI-ORDER-ID
        IF CSP-CSH-CREDIT (CSP-CASH-IX) > ZERO
            AND CSP-CSH-CREDIT-DATE (CSP-CASH-IX) > ZERO
            MOVE CSP-CSH-CREDIT-DATE (CSP-CASH-IX) TO ARI-INVOICE-DATE
        ELSE
            MOVE CSP-RUN-DATE TO ARI-INVOICE-DATE
        END-IF
        MOVE CSP-CARRIED-CREDIT TO ARI-ORIGINAL-AMOUNT
        MOVE CSP-CARRIED-CREDIT TO ARI-OPEN-AMOUNT
        SET ARI-ON-ACCOUNT-CASH TO TRUE
        PERFORM CarryOpenItem
        MOVE CSP-CARRIED-CREDIT TO CSP-REMAIN-EDIT
        MOVE SPACES TO CSP-REGISTER-LINE
        STRING "*** " DELIMITED BY SIZE
               CSP-CSH-CUSTOMER-ID (CSP-CASH-IX) DELIMITED BY SIZE
               " ON-ACCOUNT CREDIT " DELIMITED BY SIZE
               CSP-REMAIN-EDIT DELIMITED BY SIZE
               " - HELD FOR NEXT INVOICES ***"
                   DELIMITED BY SIZE
            INTO CSP-REGISTER-LINE
        PERFORM WriteRegisterLine
        DISPLAY "CSHPOST: ON-ACCOUNT CREDIT FOR "
            CSP-CSH-CUSTOMER-ID (CSP-CASH-IX)
            " - " CSP-REMAIN-EDIT
    END-IF.

WriteOnAccountHistory.
    MOVE CSP-CSH-CUSTOMER-ID (CSP-CASH-IX) TO CAH-CUSTOMER-ID
    MOVE CSP-ON-ACCOUNT-ID TO CAH-ORDER-ID
    MOVE SPACES TO CAH-REFERENCE-NO
    MOVE CSP-RUN-DATE TO CAH-APPLIED-DATE
    MOVE CSP-CSH-REMAINING (CSP-CASH-IX) TO CAH-APPLIED-AMOUNT
    SET CAH-CASH-ON-ACCOUNT TO TRUE
    WRITE CAH-CASH-HIST-RECORD.

WriteRegisterLine.
    MOVE CSP-REGISTER-LINE TO CSP-REGISTER-RECORD
    WRITE CSP-REGISTER-RECORD.
           CSP-COUNT-EDIT DELIMITED BY SIZE
        INTO CSP-REGISTER-LINE
    PERFORM WriteRegisterLine
    MOVE CSP-CREDIT-BROUGHT-TOT TO CSP-REMAIN-EDIT
    MOVE SPACES TO CSP-REGISTER-LINE
    STRING "ON-ACCOUNT CREDIT BROUGHT FORWARD " DELIMITED BY SIZE
           CSP-REMAIN-EDIT DELIMITED BY SIZE
        INTO CSP-REGISTER-LINE
    PERFORM WriteRegisterLine
    MOVE CSP-ON-ACCOUNT-TOT TO CSP-REMAIN-EDIT
    MOVE SPACES TO CSP-REGISTER-LINE
    STRING "ON-ACCOUNT CREDIT CARRIED FORWARD " DELIMITED BY SIZE
           CSP-REMAIN-EDIT DELIMITED BY SIZE
        INTO CSP-REGISTER-LINE
    PERFORM WriteRegisterLine
    DISPLAY "CSHPOST: RECEIPTS READ     - " CSP-RECEIPTS-READ
    DISPLAY "CSHPOST: RECEIPTS REJECTED - " CSP-RECEIPTS-REJECTED
    DISPLAY "CSHPOST: RECEIPTS HELD OVER- " CSP-CASH-OVERFLOW-CT
    DISPLAY "CSHPOST: RECEIPTS DIRECTED - " CSP-RECEIPTS-DIRECTED
    DISPLAY "CSHPOST: ITEMS READ        - " CSP-ITEMS-READ
    DISPLAY "CSHPOST: ON-ACCOUNT ITEMS  - " CSP-ON-ACCOUNT-READ
    DISPLAY "CSHPOST: ITEMS PAID OFF    - " CSP-ITEMS-PAID-OFF
    DISPLAY "CSHPOST: ITEMS STILL OPEN  - " CSP-ITEMS-CARRIED
    DISPLAY "CSHPOST: ON-ACCOUNT CUSTOMERS - " CSP-UNAPPLIED-COUNT.

TerminateRun.
    CLOSE CASH-INPUT
    CLOSE AR-ITEM-INPUT
    CLOSE AR-ITEM-OUTPUT
    CLOSE CASH-REGISTER
    CLOSE CASH-APPLIED-HIST.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT CSP-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT CSP-STEP-START-TIME FROM TIME
    SET CSP-PREREQ-1-SW TO "N"
    IF CSP-PREREQ-STEP-1 = SPACES
        SET CSP-PREREQ-1-SW TO "Y"
    END-IF
    SET CSP-PREREQ-2-SW TO "N"
    IF CSP-PREREQ-STEP-2 = SPACES
        SET CSP-PREREQ-2-SW TO "Y"
    END-IF
    SET CSP-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF CSP-LEDGER-MISSING
        SET CSP-LEDGER-EOF TO TRUE
    END-IF
    IF NOT CSP-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL CSP-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO CSP-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT CSP-PREREQ-1-DONE
            STRING CSP-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO CSP-LEDGER-REASON
        WHEN NOT CSP-PREREQ-2-DONE
            STRING CSP-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO CSP-LEDGER-REASON
        WHEN CSP-ALREADY-RAN AND NOT CSP-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO CSP-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF CSP-LEDGER-REASON NOT = SPACES
        SET CSP-LEDGER-REFUSED TO TRUE
        DISPLAY "CSHPOST: RUN REFUSED - " CSP-LEDGER-REASON
        DISPLAY "CSHPOST: BUSINESS DATE " CSP-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE CSP-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET CSP-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = CSP-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = CSP-STEP-NAME
            SET CSP-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = CSP-PREREQ-STEP-1
            SET CSP-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = CSP-PREREQ-STEP-2
            SET CSP-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE CSP-STEP-NAME TO RLG-STEP-NAME
    MOVE CSP-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE CSP-STEP-START-DATE TO RLG-START-DATE
    MOVE CSP-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "RECEIPTS / PAID OFF / REJECTED" TO RLG-COUNT-TEXT
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
    MOVE CSP-RECEIPTS-READ TO RLG-COUNT-1
    MOVE CSP-ITEMS-PAID-OFF TO RLG-COUNT-2
    MOVE CSP-RECEIPTS-REJECTED TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
