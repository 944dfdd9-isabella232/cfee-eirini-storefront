    SELECT LIMIT-HIST-FILE ASSIGN TO "CAUDHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CMT-AUDIT-STATUS.
    SELECT STATUS-HIST-FILE ASSIGN TO "CSTSHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CMT-STATUS-HIST-STATUS.
    SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TAX-JURISDICTION
        FILE STATUS IS CMT-TAXRATE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER.
    COPY CUSTREC.
FD  LIMIT-HIST-FILE.
    COPY CAUDREC.
FD  STATUS-HIST-FILE.
    COPY CSTHREC.
FD  TAX-RATE-TABLE.
    COPY TAXREC.
WORKING-STORAGE SECTION.
01  CMT-CUSTMSTR-STATUS         PIC X(2).
01  CMT-AUDIT-STATUS            PIC X(2).
01  CMT-STATUS-HIST-STATUS      PIC X(2).
01  CMT-TAXRATE-STATUS          PIC X(2).
01  CMT-TAX-VALID-SW            PIC X(1).
    88  CMT-TAX-VALID               VALUE "Y".
01  CMT-RUN-DATE                PIC 9(8).
01  CMT-OPERATOR-ID             PIC X(8).
01  CMT-DONE-SW                 PIC X(1) VALUE "N".
01  CMT-FOUND-SW                 PIC X(1).
    88  CMT-FOUND                    VALUE "Y".
01  CMT-OLD-LIMIT                PIC 9(7)V99.
01  CMT-OLD-STATUS               PIC X(1).
01  CMT-SCR-CUSTOMER-ID          PIC X(6).
01  CMT-SCR-CUSTOMER-NAME        PIC X(20).
01  CMT-SCR-SHIP-TO              PIC X(30).
01  CMT-SCR-CREDIT-LIMIT         PIC 9(7)V99.
01  CMT-SCR-STATUS-TEXT          PIC X(9).
01  CMT-SCR-JURISDICTION         PIC X(4).
01  CMT-SCR-TAX-STATUS           PIC X(1).
01  CMT-SCR-FREIGHT-BASIS        PIC X(1).
01  CMT-SCR-MESSAGE              PIC X(60).
01  CMT-SCR-ACTION               PIC X(1).
    88  CMT-ACTION-LOOKUP            VALUE "L".
    88  CMT-ACTION-LIMIT                 VALUE "M".
    88  CMT-ACTION-SUSPEND                VALUE "S".
    88  CMT-ACTION-REACTIVATE              VALUE "R".
    88  CMT-ACTION-TAX                      VALUE "T".
    88  CMT-ACTION-QUIT                     VALUE "Q".
01  CMT-SCR-NEW-LIMIT            PIC 9(7)V99.
01  CMT-SCR-NEW-NAME             PIC X(20).
01  CMT-SCR-NEW-SHIP-TO          PIC X(30).
01  CMT-SCR-NEW-JURISDICTION     PIC X(4).
01  CMT-SCR-NEW-TAX-STATUS       PIC X(1).
01  CMT-SCR-NEW-FREIGHT-BASIS    PIC X(1).

SCREEN SECTION.
01  CMT-MENU-SCREEN.
    05  LINE 6  COLUMN 18 PIC ZZZZZZ9.99 USING CMT-SCR-CREDIT-LIMIT.
    05  LINE 7  COLUMN 1  VALUE "STATUS . . . . .".
    05  LINE 7  COLUMN 18 PIC X(9) USING CMT-SCR-STATUS-TEXT.
    05  LINE 8  COLUMN 1  VALUE "TAX JURISDICTION".
    05  LINE 8  COLUMN 18 PIC X(4) USING CMT-SCR-JURISDICTION.
    05  LINE 9  COLUMN 1  VALUE "TAX STATUS . . .".
    05  LINE 9  COLUMN 18 PIC X(1) USING CMT-SCR-TAX-STATUS.
    05  LINE 9  COLUMN 21 VALUE "(T=TAXABLE E=EXEMPT)".
    05  LINE 10 COLUMN 1  VALUE "FREIGHT BASIS. .".
    05  LINE 10 COLUMN 18 PIC X(1) USING CMT-SCR-FREIGHT-BASIS.
    05  LINE 10 COLUMN 21 VALUE "(W=WEIGHT BAND F=FLAT N=NONE)".
    05  LINE 11 COLUMN 1  VALUE "OPERATOR ID. . .".
    05  LINE 11 COLUMN 18 PIC X(8) USING CMT-OPERATOR-ID.
    05  LINE 12 COLUMN 1  VALUE "ACTION (L=LOOKUP C=CREATE N=NAME A=ADDRESS M=LIMIT S=SUSPEND R=REACT".
    05  LINE 13 COLUMN 1  VALUE "        T=TAX/FREIGHT Q=QUIT)".
    05  LINE 14 COLUMN 1  VALUE "ACTION . . . . .".
    05  LINE 14 COLUMN 18 PIC X(1) USING CMT-SCR-ACTION.
    05  LINE 16 COLUMN 1  VALUE "MESSAGE: ".
    05  LINE 16 COLUMN 10 PIC X(60) FROM CMT-SCR-MESSAGE.

01  CMT-LIMIT-SCREEN.
    05  LINE 18 COLUMN 1  VALUE "NEW LIMIT. . . .".
    05  LINE 18 COLUMN 18 PIC ZZZZZZ9.99 USING CMT-SCR-NEW-LIMIT.

01  CMT-NAME-SCREEN.
    05  LINE 18 COLUMN 1  VALUE "NEW NAME . . . .".
    05  LINE 18 COLUMN 18 PIC X(20) USING CMT-SCR-NEW-NAME.

01  CMT-ADDRESS-SCREEN.
    05  LINE 18 COLUMN 1  VALUE "NEW SHIP TO. . .".
    05  LINE 18 COLUMN 18 PIC X(30) USING CMT-SCR-NEW-SHIP-TO.

01  CMT-TAX-SCREEN.
    05  LINE 18 COLUMN 1  VALUE "NEW JURISDICTION".
    05  LINE 18 COLUMN 18 PIC X(4) USING CMT-SCR-NEW-JURISDICTION.
    05  LINE 19 COLUMN 1  VALUE "NEW TAX STATUS .".
    05  LINE 19 COLUMN 18 PIC X(1) USING CMT-SCR-NEW-TAX-STATUS.
    05  LINE 20 COLUMN 1  VALUE "NEW FREIGHT. . .".
    05  LINE 20 COLUMN 18 PIC X(1) USING CMT-SCR-NEW-FREIGHT-BASIS.

PROCEDURE DIVISION.
MaintainCustomers.
    ACCEPT CMT-RUN-DATE FROM DATE YYYYMMDD
    OPEN I-O CUSTOMER-MASTER
    OPEN EXTEND LIMIT-HIST-FILE
    OPEN EXTEND STATUS-HIST-FILE
    OPEN INPUT TAX-RATE-TABLE
    MOVE SPACES TO CMT-SCR-MESSAGE.

PromptForAction.
            PERFORM SuspendCustomer
        WHEN CMT-ACTION-REACTIVATE
            PERFORM ReactivateCustomer
        WHEN CMT-ACTION-TAX
            PERFORM ChangeTaxAndFreight
        WHEN CMT-ACTION-QUIT
            SET CMT-DONE TO TRUE
        WHEN OTHER
        MOVE CUS-CUSTOMER-NAME TO CMT-SCR-CUSTOMER-NAME
        MOVE CUS-SHIP-TO-ADDRESS TO CMT-SCR-SHIP-TO
        MOVE CUS-CREDIT-LIMIT TO CMT-SCR-CREDIT-LIMIT
        MOVE CUS-TAX-JURISDICTION TO CMT-SCR-JURISDICTION
        MOVE CUS-TAX-STATUS TO CMT-SCR-TAX-STATUS
        MOVE CUS-FREIGHT-BASIS TO CMT-SCR-FREIGHT-BASIS
        IF CUS-CUSTOMER-SUSPENDED
            MOVE "SUSPENDED" TO CMT-SCR-STATUS-TEXT
        ELSE
        MOVE SPACES TO CMT-SCR-CUSTOMER-NAME
        MOVE SPACES TO CMT-SCR-SHIP-TO
        MOVE ZERO TO CMT-SCR-CREDIT-LIMIT
        MOVE SPACES TO CMT-SCR-JURISDICTION
        MOVE SPACES TO CMT-SCR-TAX-STATUS
        MOVE SPACES TO CMT-SCR-FREIGHT-BASIS
        MOVE SPACES TO CMT-SCR-STATUS-TEXT
    END-IF.

    IF CMT-FOUND
        MOVE "CUSTOMER ALREADY EXISTS" TO CMT-SCR-MESSAGE
    ELSE
        MOVE CMT-SCR-JURISDICTION TO CMT-SCR-NEW-JURISDICTION
        MOVE CMT-SCR-TAX-STATUS TO CMT-SCR-NEW-TAX-STATUS
        MOVE CMT-SCR-FREIGHT-BASIS TO CMT-SCR-NEW-FREIGHT-BASIS
        PERFORM ValidateTaxAndFreight
        IF CMT-TAX-VALID
            MOVE CMT-SCR-CUSTOMER-ID TO CUS-CUSTOMER-ID
            MOVE CMT-SCR-CUSTOMER-NAME TO CUS-CUSTOMER-NAME
            MOVE CMT-SCR-SHIP-TO TO CUS-SHIP-TO-ADDRESS
            MOVE CMT-SCR-CREDIT-LIMIT TO CUS-CREDIT-LIMIT
            MOVE CMT-SCR-JURISDICTION TO CUS-TAX-JURISDICTION
            MOVE CMT-SCR-TAX-STATUS TO CUS-TAX-STATUS
            MOVE CMT-SCR-FREIGHT-BASIS TO CUS-FREIGHT-BASIS
            SET CUS-CUSTOMER-ACTIVE TO TRUE
            WRITE CUS-CUSTOMER-RECORD
            PERFORM FindCustomer
            MOVE "CUSTOMER CREATED" TO CMT-SCR-MESSAGE
        END-IF
    END-IF.

ChangeName.
    IF NOT CMT-FOUND
        MOVE "CUSTOMER NOT FOUND" TO CMT-SCR-MESSAGE
    ELSE
        MOVE CUS-CUSTOMER-STATUS TO CMT-OLD-STATUS
        SET CUS-CUSTOMER-SUSPENDED TO TRUE
        REWRITE CUS-CUSTOMER-RECORD
        PERFORM WriteStatusAudit
        PERFORM FindCustomer
        MOVE "CUSTOMER SUSPENDED" TO CMT-SCR-MESSAGE
    END-IF.
    IF NOT CMT-FOUND
        MOVE "CUSTOMER NOT FOUND" TO CMT-SCR-MESSAGE
    ELSE
        MOVE CUS-CUSTOMER-STATUS TO CMT-OLD-STATUS
        SET CUS-CUSTOMER-ACTIVE TO TRUE
        REWRITE CUS-CUSTOMER-RECORD
        PERFORM WriteStatusAudit
        PERFORM FindCustomer
        MOVE "CUSTOMER REACTIVATED" TO CMT-SCR-MESSAGE
    END-IF.

WriteStatusAudit.
*>  EVERY STATUS CHANGE BY HAND GOES TO CUSTOMER-STATUS-HIST NEXT
*>  TO THE SUSPENSIONS THE MONTH-END STATEMENT RUN MAKES, SO CREDIT
*>  HAS ONE TRAIL OF WHO PUT AN ACCOUNT ON HOLD OR TOOK IT OFF.  A
*>  SUSPEND OF AN ACCOUNT ALREADY SUSPENDED CHANGES NOTHING.
    IF CUS-CUSTOMER-STATUS NOT = CMT-OLD-STATUS
        MOVE CUS-CUSTOMER-ID TO CST-CUSTOMER-ID
        MOVE CMT-OLD-STATUS TO CST-OLD-STATUS
        MOVE CUS-CUSTOMER-STATUS TO CST-NEW-STATUS
        MOVE CMT-RUN-DATE TO CST-CHANGE-DATE
        MOVE CMT-OPERATOR-ID TO CST-CHANGED-BY
        SET CST-MANUAL-CHANGE TO TRUE
        MOVE ZERO TO CST-DAYS-PAST-DUE
        MOVE ZERO TO CST-PAST-DUE-AMOUNT
        MOVE ZERO TO CST-ACCOUNT-BALANCE
        WRITE CST-STATUS-HIST-RECORD
    END-IF.

ChangeTaxAndFreight.
    PERFORM FindCustomer
    IF NOT CMT-FOUND
        MOVE "CUSTOMER NOT FOUND" TO CMT-SCR-MESSAGE
    ELSE
        DISPLAY CMT-TAX-SCREEN
        ACCEPT CMT-TAX-SCREEN
        PERFORM ValidateTaxAndFreight
        IF CMT-TAX-VALID
            MOVE CMT-SCR-NEW-JURISDICTION TO CUS-TAX-JURISDICTION
            MOVE CMT-SCR-NEW-TAX-STATUS TO CUS-TAX-STATUS
            MOVE CMT-SCR-NEW-FREIGHT-BASIS TO CUS-FREIGHT-BASIS
            REWRITE CUS-CUSTOMER-RECORD
            PERFORM FindCustomer
            MOVE "TAX AND FREIGHT UPDATED" TO CMT-SCR-MESSAGE
        END-IF
    END-IF.

ValidateTaxAndFreight.
*>  EVERY CUSTOMER NEEDS A JURISDICTION ON THE TAX-RATE-TABLE -
*>  EVEN AN EXEMPT ONE, WHOSE SALES ARE STILL REPORTED THERE AS
*>  EXEMPT - OR INVPRINT CANNOT PRICE THE TAX ON ITS INVOICES.
    SET CMT-TAX-VALID-SW TO "Y"
    MOVE CMT-SCR-NEW-JURISDICTION TO TAX-JURISDICTION
    READ TAX-RATE-TABLE
        INVALID KEY SET CMT-TAX-VALID-SW TO "N"
    END-READ
    EVALUATE TRUE
        WHEN NOT CMT-TAX-VALID
            MOVE "REJECTED - JURISDICTION NOT ON TAX RATE TABLE"
                TO CMT-SCR-MESSAGE
        WHEN CMT-SCR-NEW-TAX-STATUS NOT = "T"
            AND CMT-SCR-NEW-TAX-STATUS NOT = "E"
            SET CMT-TAX-VALID-SW TO "N"
            MOVE "REJECTED - TAX STATUS MUST BE T OR E"
                TO CMT-SCR-MESSAGE
        WHEN CMT-SCR-NEW-FREIGHT-BASIS NOT = "W"
            AND CMT-SCR-NEW-FREIGHT-BASIS NOT = "F"
            AND CMT-SCR-NEW-FREIGHT-BASIS NOT = "N"
            SET CMT-TAX-VALID-SW TO "N"
            MOVE "REJECTED - FREIGHT BASIS MUST BE W, F OR N"
                TO CMT-SCR-MESSAGE
    END-EVALUATE.

TerminateRun.
    CLOSE CUSTOMER-MASTER
    CLOSE LIMIT-HIST-FILE
    CLOSE STATUS-HIST-FILE
    CLOSE TAX-RATE-TABLE.
