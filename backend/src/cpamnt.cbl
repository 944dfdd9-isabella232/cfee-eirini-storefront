IDENTIFICATION DIVISION.
PROGRAM-ID.  CPAMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICE-AGREEMENT-FILE ASSIGN TO "CPAGREE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CPA-AGREEMENT-KEY
        FILE STATUS IS CPM-AGREEMENT-STATUS.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUS-CUSTOMER-ID
        FILE STATUS IS CPM-CUSTMSTR-STATUS.
    SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-PRODUCT-ID
        FILE STATUS IS CPM-PRODMSTR-STATUS.
    SELECT BRAND-MASTER ASSIGN TO "BRANDMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BRD-BRAND-CODE
        FILE STATUS IS CPM-BRANDMST-STATUS.
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
WORKING-STORAGE SECTION.
01  CPM-AGREEMENT-STATUS        PIC X(2).
01  CPM-CUSTMSTR-STATUS         PIC X(2).
01  CPM-PRODMSTR-STATUS         PIC X(2).
01  CPM-BRANDMST-STATUS         PIC X(2).
01  CPM-RUN-DATE                PIC 9(8).
01  CPM-OPERATOR-ID             PIC X(8).
01  CPM-DONE-SW                 PIC X(1) VALUE "N".
    88  CPM-DONE                    VALUE "Y".
01  CPM-FOUND-SW                 PIC X(1).
    88  CPM-FOUND                    VALUE "Y".
01  CPM-VALID-SW                 PIC X(1).
    88  CPM-VALID                    VALUE "Y".
01  CPM-TIERS-ENDED-SW           PIC X(1).
    88  CPM-TIERS-ENDED              VALUE "Y".
01  CPM-TIER-IX                  PIC 9(1) COMP.
01  CPM-PRIOR-MIN-QTY            PIC 9(5).
01  CPM-SCR-CUSTOMER-ID          PIC X(6).
01  CPM-SCR-SCOPE                PIC X(1).
01  CPM-SCR-ITEM-CODE            PIC X(5).
01  CPM-SCR-BASIS                PIC X(1).
01  CPM-SCR-START-DATE           PIC 9(8).
01  CPM-SCR-END-DATE             PIC 9(8).
01  CPM-SCR-TIER-TABLE.
    05  CPM-SCR-TIER OCCURS 4 TIMES.
        10  CPM-SCR-MIN-QTY      PIC 9(5).
        10  CPM-SCR-PRICE        PIC 9(5)V99.
        10  CPM-SCR-PERCENT      PIC 9(2)V99.
01  CPM-SCR-CHANGED-DATE         PIC 9(8).
01  CPM-SCR-CHANGED-BY           PIC X(8).
01  CPM-SCR-MESSAGE              PIC X(60).
01  CPM-SCR-ACTION               PIC X(1).
    88  CPM-ACTION-LOOKUP            VALUE "L".
    88  CPM-ACTION-CREATE             VALUE "C".
    88  CPM-ACTION-DATES               VALUE "D".
    88  CPM-ACTION-TIERS                VALUE "T".
    88  CPM-ACTION-REMOVE                VALUE "X".
    88  CPM-ACTION-QUIT                   VALUE "Q".
01  CPM-SCR-NEW-START-DATE       PIC 9(8).
01  CPM-SCR-NEW-END-DATE         PIC 9(8).
01  CPM-SCR-NEW-TIER-TABLE.
    05  CPM-SCR-NEW-TIER OCCURS 4 TIMES.
        10  CPM-SCR-NEW-MIN-QTY  PIC 9(5).
        10  CPM-SCR-NEW-PRICE    PIC 9(5)V99.
        10  CPM-SCR-NEW-PERCENT  PIC 9(2)V99.

SCREEN SECTION.
01  CPM-MENU-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "CPAMNT - CUSTOMER PRICE AGREEMENT MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "CUSTOMER . . . .".
    05  LINE 3  COLUMN 18 PIC X(6) USING CPM-SCR-CUSTOMER-ID.
    05  LINE 4  COLUMN 1  VALUE "SCOPE. . . . . .".
    05  LINE 4  COLUMN 18 PIC X(1) USING CPM-SCR-SCOPE.
    05  LINE 4  COLUMN 21 VALUE "(P=PRODUCT B=BRAND)".
    05  LINE 5  COLUMN 1  VALUE "PRODUCT/BRAND. .".
    05  LINE 5  COLUMN 18 PIC X(5) USING CPM-SCR-ITEM-CODE.
    05  LINE 6  COLUMN 1  VALUE "BASIS. . . . . .".
    05  LINE 6  COLUMN 18 PIC X(1) USING CPM-SCR-BASIS.
    05  LINE 6  COLUMN 21 VALUE "(N=NET PRICE D=PERCENT OFF LIST)".
    05  LINE 7  COLUMN 1  VALUE "START DATE . . .".
    05  LINE 7  COLUMN 18 PIC 9(8) USING CPM-SCR-START-DATE.
    05  LINE 8  COLUMN 1  VALUE "END DATE . . . .".
    05  LINE 8  COLUMN 18 PIC 9(8) USING CPM-SCR-END-DATE.
    05  LINE 8  COLUMN 28 VALUE "(ZERO = OPEN-ENDED)".
    05  LINE 9  COLUMN 1  VALUE "         MIN QTY   NET PRICE  PCT OFF".
    05  LINE 10 COLUMN 1  VALUE "TIER 1".
    05  LINE 10 COLUMN 12 PIC ZZZZ9 USING CPM-SCR-MIN-QTY (1).
    05  LINE 10 COLUMN 22 PIC ZZZZ9.99 USING CPM-SCR-PRICE (1).
    05  LINE 10 COLUMN 33 PIC Z9.99 USING CPM-SCR-PERCENT (1).
    05  LINE 11 COLUMN 1  VALUE "TIER 2".
    05  LINE 11 COLUMN 12 PIC ZZZZ9 USING CPM-SCR-MIN-QTY (2).
    05  LINE 11 COLUMN 22 PIC ZZZZ9.99 USING CPM-SCR-PRICE (2).
    05  LINE 11 COLUMN 33 PIC Z9.99 USING CPM-SCR-PERCENT (2).
    05  LINE 12 COLUMN 1  VALUE "TIER 3".
    05  LINE 12 COLUMN 12 PIC ZZZZ9 USING CPM-SCR-MIN-QTY (3).
    05  LINE 12 COLUMN 22 PIC ZZZZ9.99 USING CPM-SCR-PRICE (3).
    05  LINE 12 COLUMN 33 PIC Z9.99 USING CPM-SCR-PERCENT (3).
    05  LINE 13 COLUMN 1  VALUE "TIER 4".
    05  LINE 13 COLUMN 12 PIC ZZZZ9 USING CPM-SCR-MIN-QTY (4).
    05  LINE 13 COLUMN 22 PIC ZZZZ9.99 USING CPM-SCR-PRICE (4).
    05  LINE 13 COLUMN 33 PIC Z9.99 USING CPM-SCR-PERCENT (4).
    05  LINE 14 COLUMN 1  VALUE "LAST CHANGED . .".
    05  LINE 14 COLUMN 18 PIC 9(8) FROM CPM-SCR-CHANGED-DATE.
    05  LINE 14 COLUMN 28 PIC X(8) FROM CPM-SCR-CHANGED-BY.
    05  LINE 15 COLUMN 1  VALUE "OPERATOR ID. . .".
    05  LINE 15 COLUMN 18 PIC X(8) USING CPM-OPERATOR-ID.
    05  LINE 16 COLUMN 1  VALUE "ACTION (L=LOOKUP C=CREATE D=DATES T=TIERS X=REMOVE Q=QUIT) .".
    05  LINE 16 COLUMN 62 PIC X(1) USING CPM-SCR-ACTION.
    05  LINE 18 COLUMN 1  VALUE "MESSAGE: ".
    05  LINE 18 COLUMN 10 PIC X(60) FROM CPM-SCR-MESSAGE.

01  CPM-DATES-SCREEN.
    05  LINE 20 COLUMN 1  VALUE "NEW START DATE .".
    05  LINE 20 COLUMN 18 PIC 9(8) USING CPM-SCR-NEW-START-DATE.
    05  LINE 21 COLUMN 1  VALUE "NEW END DATE . .".
    05  LINE 21 COLUMN 18 PIC 9(8) USING CPM-SCR-NEW-END-DATE.

01  CPM-TIERS-SCREEN.
    05  LINE 20 COLUMN 1  VALUE "NEW TIER 1".
    05  LINE 20 COLUMN 12 PIC ZZZZ9 USING CPM-SCR-NEW-MIN-QTY (1).
    05  LINE 20 COLUMN 22 PIC ZZZZ9.99 USING CPM-SCR-NEW-PRICE (1).
    05  LINE 20 COLUMN 33 PIC Z9.99 USING CPM-SCR-NEW-PERCENT (1).
    05  LINE 21 COLUMN 1  VALUE "NEW TIER 2".
    05  LINE 21 COLUMN 12 PIC ZZZZ9 USING CPM-SCR-NEW-MIN-QTY (2).
    05  LINE 21 COLUMN 22 PIC ZZZZ9.99 USING CPM-SCR-NEW-PRICE (2).
    05  LINE 21 COLUMN 33 PIC Z9.99 USING CPM-SCR-NEW-PERCENT (2).
    05  LINE 22 COLUMN 1  VALUE "NEW TIER 3".
    05  LINE 22 COLUMN 12 PIC ZZZZ9 USING CPM-SCR-NEW-MIN-QTY (3).
    05  LINE 22 COLUMN 22 PIC ZZZZ9.99 USING CPM-SCR-NEW-PRICE (3).
    05  LINE 22 COLUMN 33 PIC Z9.99 USING CPM-SCR-NEW-PERCENT (3).
    05  LINE 23 COLUMN 1  VALUE "NEW TIER 4".
    05  LINE 23 COLUMN 12 PIC ZZZZ9 USING CPM-SCR-NEW-MIN-QTY (4).
    05  LINE 23 COLUMN 22 PIC ZZZZ9.99 USING CPM-SCR-NEW-PRICE (4).
    05  LINE 23 COLUMN 33 PIC Z9.99 USING CPM-SCR-NEW-PERCENT (4).

PROCEDURE DIVISION.
MaintainPriceAgreements.
    PERFORM InitializeRun
    PERFORM PromptForAction UNTIL CPM-DONE
    PERFORM TerminateRun
    STOP RUN.

InitializeRun.
    ACCEPT CPM-RUN-DATE FROM DATE YYYYMMDD
    OPEN I-O PRICE-AGREEMENT-FILE
    OPEN INPUT CUSTOMER-MASTER
    OPEN INPUT PRODUCT-MASTER
    OPEN INPUT BRAND-MASTER
    MOVE SPACES TO CPM-SCR-MESSAGE.

PromptForAction.
    DISPLAY CPM-MENU-SCREEN
    ACCEPT CPM-MENU-SCREEN
    EVALUATE TRUE
        WHEN CPM-ACTION-LOOKUP
            PERFORM LookupAgreement
        WHEN CPM-ACTION-CREATE
            PERFORM AddAgreement
        WHEN CPM-ACTION-DATES
            PERFORM ChangeDates
        WHEN CPM-ACTION-TIERS
            PERFORM ChangeTiers
        WHEN CPM-ACTION-REMOVE
            PERFORM RemoveAgreement
        WHEN CPM-ACTION-QUIT
            SET CPM-DONE TO TRUE
        WHEN OTHER
            MOVE "INVALID ACTION" TO CPM-SCR-MESSAGE
    END-EVALUATE.

LookupAgreement.
    PERFORM FindAgreement
    IF CPM-FOUND
        MOVE "AGREEMENT FOUND" TO CPM-SCR-MESSAGE
    ELSE
        MOVE "AGREEMENT NOT FOUND" TO CPM-SCR-MESSAGE
    END-IF.

FindAgreement.
*>  RE-READS THE CURRENT SCREEN'S CUSTOMER, SCOPE AND ITEM AND
*>  REFRESHES THE DISPLAY FIELDS FROM THE FILE SO EVERY ACTION
*>  WORKS ON WHAT IS ACTUALLY ON FILE, NOT A STALE SCREEN VALUE.
    SET CPM-FOUND-SW TO "Y"
    MOVE CPM-SCR-CUSTOMER-ID TO CPA-CUSTOMER-ID
    MOVE CPM-SCR-SCOPE TO CPA-SCOPE
    MOVE CPM-SCR-ITEM-CODE TO CPA-ITEM-CODE
    READ PRICE-AGREEMENT-FILE
        INVALID KEY SET CPM-FOUND-SW TO "N"
    END-READ
    IF CPM-FOUND
        MOVE CPA-PRICING-BASIS TO CPM-SCR-BASIS
        MOVE CPA-START-DATE TO CPM-SCR-START-DATE
        MOVE CPA-END-DATE TO CPM-SCR-END-DATE
        PERFORM ShowAgreementTier
            VARYING CPA-TIER-IX FROM 1 BY 1 UNTIL CPA-TIER-IX > 4
        MOVE CPA-CHANGED-DATE TO CPM-SCR-CHANGED-DATE
        MOVE CPA-CHANGED-BY TO CPM-SCR-CHANGED-BY
    ELSE
        MOVE SPACES TO CPM-SCR-BASIS
        MOVE ZERO TO CPM-SCR-START-DATE
        MOVE ZERO TO CPM-SCR-END-DATE
        INITIALIZE CPM-SCR-TIER-TABLE
        MOVE ZERO TO CPM-SCR-CHANGED-DATE
        MOVE SPACES TO CPM-SCR-CHANGED-BY
    END-IF.

ShowAgreementTier.
    SET CPM-TIER-IX TO CPA-TIER-IX
    MOVE CPA-TIER-MIN-QTY (CPA-TIER-IX) TO CPM-SCR-MIN-QTY (CPM-TIER-IX)
    MOVE CPA-TIER-PRICE (CPA-TIER-IX) TO CPM-SCR-PRICE (CPM-TIER-IX)
    MOVE CPA-TIER-PERCENT (CPA-TIER-IX)
        TO CPM-SCR-PERCENT (CPM-TIER-IX).

AddAgreement.
*>  DOES ITS OWN KEYED READ RATHER THAN PERFORM FindAgreement,
*>  SINCE THAT BLANKS THE BASIS, DATE AND TIER SCREEN FIELDS ON A
*>  NOT-FOUND KEY - AND FOR A NEW AGREEMENT THOSE FIELDS HOLD THE
*>  VALUES THE OPERATOR JUST TYPED IN AND STILL NEEDS TO WRITE.
    SET CPM-FOUND-SW TO "Y"
    MOVE CPM-SCR-CUSTOMER-ID TO CPA-CUSTOMER-ID
    MOVE CPM-SCR-SCOPE TO CPA-SCOPE
    MOVE CPM-SCR-ITEM-CODE TO CPA-ITEM-CODE
    READ PRICE-AGREEMENT-FILE
        INVALID KEY SET CPM-FOUND-SW TO "N"
    END-READ
    IF CPM-FOUND
        MOVE "AGREEMENT ALREADY EXISTS" TO CPM-SCR-MESSAGE
    ELSE
        PERFORM ValidateAgreementKey
        IF CPM-VALID
            MOVE CPM-SCR-CUSTOMER-ID TO CPA-CUSTOMER-ID
            MOVE CPM-SCR-SCOPE TO CPA-SCOPE
            MOVE CPM-SCR-ITEM-CODE TO CPA-ITEM-CODE
            MOVE CPM-SCR-BASIS TO CPA-PRICING-BASIS
            MOVE CPM-SCR-START-DATE TO CPA-START-DATE
            MOVE CPM-SCR-END-DATE TO CPA-END-DATE
            PERFORM TakeScreenTier
                VARYING CPA-TIER-IX FROM 1 BY 1 UNTIL CPA-TIER-IX > 4
            PERFORM ValidateAgreementTerms
        END-IF
        IF CPM-VALID
            MOVE CPM-RUN-DATE TO CPA-CHANGED-DATE
            MOVE CPM-OPERATOR-ID TO CPA-CHANGED-BY
            WRITE CPA-AGREEMENT-RECORD
            PERFORM FindAgreement
            MOVE "AGREEMENT CREATED" TO CPM-SCR-MESSAGE
        END-IF
    END-IF.

TakeScreenTier.
    SET CPM-TIER-IX TO CPA-TIER-IX
    MOVE CPM-SCR-MIN-QTY (CPM-TIER-IX) TO CPA-TIER-MIN-QTY (CPA-TIER-IX)
    MOVE CPM-SCR-PRICE (CPM-TIER-IX) TO CPA-TIER-PRICE (CPA-TIER-IX)
    MOVE CPM-SCR-PERCENT (CPM-TIER-IX)
        TO CPA-TIER-PERCENT (CPA-TIER-IX).

ValidateAgreementKey.
*>  AN AGREEMENT MUST NAME A CUSTOMER ON FILE AND A PRODUCT OR
*>  BRAND THAT EXISTS - A MISTYPED KEY WOULD OTHERWISE SIT ON THE
*>  FILE AND NEVER PRICE A SINGLE LINE.
    SET CPM-VALID-SW TO "Y"
    MOVE CPM-SCR-CUSTOMER-ID TO CUS-CUSTOMER-ID
    READ CUSTOMER-MASTER
        INVALID KEY SET CPM-VALID-SW TO "N"
    END-READ
    IF NOT CPM-VALID
        MOVE "CUSTOMER NOT ON FILE" TO CPM-SCR-MESSAGE
    ELSE
        EVALUATE CPM-SCR-SCOPE
            WHEN "P"
                MOVE CPM-SCR-ITEM-CODE TO CAT-PRODUCT-ID
                READ PRODUCT-MASTER
                    INVALID KEY SET CPM-VALID-SW TO "N"
                END-READ
                IF NOT CPM-VALID
                    MOVE "PRODUCT NOT ON CATALOG" TO CPM-SCR-MESSAGE
                END-IF
            WHEN "B"
                MOVE CPM-SCR-ITEM-CODE TO BRD-BRAND-CODE
                READ BRAND-MASTER
                    INVALID KEY SET CPM-VALID-SW TO "N"
                END-READ
                IF NOT CPM-VALID
                    MOVE "BRAND NOT ON FILE" TO CPM-SCR-MESSAGE
                END-IF
            WHEN OTHER
                SET CPM-VALID-SW TO "N"
                MOVE "SCOPE MUST BE P OR B" TO CPM-SCR-MESSAGE
        END-EVALUATE
    END-IF.

ValidateAgreementTerms.
*>  CHECKS THE AGREEMENT AS IT WILL BE WRITTEN.  TIERS MUST START
*>  AT TIER 1, RUN IN ASCENDING MINIMUM QUANTITY WITH NO GAP, AND
*>  CARRY A PRICE OR PERCENT FOR THE BASIS CHOSEN - THE PRICING
*>  RUNS TAKE THE LAST TIER A LINE REACHES, SO THE ORDER MATTERS.
    SET CPM-VALID-SW TO "Y"
    IF NOT CPA-NET-PRICE AND NOT CPA-PERCENT-OFF
        SET CPM-VALID-SW TO "N"
        MOVE "BASIS MUST BE N OR D" TO CPM-SCR-MESSAGE
    END-IF
    IF CPM-VALID AND CPA-START-DATE = ZERO
        SET CPM-VALID-SW TO "N"
        MOVE "START DATE REQUIRED" TO CPM-SCR-MESSAGE
    END-IF
    IF CPM-VALID AND CPA-END-DATE > ZERO
            AND CPA-END-DATE < CPA-START-DATE
        SET CPM-VALID-SW TO "N"
        MOVE "END DATE BEFORE START DATE" TO CPM-SCR-MESSAGE
    END-IF
    IF CPM-VALID AND CPA-TIER-MIN-QTY (1) = ZERO
        SET CPM-VALID-SW TO "N"
        MOVE "TIER 1 MINIMUM QUANTITY REQUIRED" TO CPM-SCR-MESSAGE
    END-IF
    IF CPM-VALID
        MOVE ZERO TO CPM-PRIOR-MIN-QTY
        SET CPM-TIERS-ENDED-SW TO "N"
        PERFORM CheckAgreementTier
            VARYING CPA-TIER-IX FROM 1 BY 1
            UNTIL CPA-TIER-IX > 4 OR NOT CPM-VALID
    END-IF.

CheckAgreementTier.
    IF CPA-TIER-MIN-QTY (CPA-TIER-IX) = ZERO
        SET CPM-TIERS-ENDED TO TRUE
    ELSE
        IF CPM-TIERS-ENDED
            SET CPM-VALID-SW TO "N"
            MOVE "TIERS MUST BE FILLED FROM TIER 1 WITH NO GAP"
                TO CPM-SCR-MESSAGE
        ELSE
            IF CPA-TIER-MIN-QTY (CPA-TIER-IX) NOT > CPM-PRIOR-MIN-QTY
                SET CPM-VALID-SW TO "N"
                MOVE "TIER QUANTITIES MUST ASCEND" TO CPM-SCR-MESSAGE
            END-IF
            IF CPM-VALID AND CPA-NET-PRICE
                    AND CPA-TIER-PRICE (CPA-TIER-IX) = ZERO
                SET CPM-VALID-SW TO "N"
                MOVE "NET PRICE REQUIRED ON EVERY TIER USED"
                    TO CPM-SCR-MESSAGE
            END-IF
            IF CPM-VALID AND CPA-PERCENT-OFF
                    AND CPA-TIER-PERCENT (CPA-TIER-IX) = ZERO
                SET CPM-VALID-SW TO "N"
                MOVE "PERCENT OFF REQUIRED ON EVERY TIER USED"
                    TO CPM-SCR-MESSAGE
            END-IF
            MOVE CPA-TIER-MIN-QTY (CPA-TIER-IX) TO CPM-PRIOR-MIN-QTY
        END-IF
    END-IF.

ChangeDates.
*>  EXTENDING, SHORTENING OR ENDING AN AGREEMENT IS A DATE CHANGE;
*>  IT TAKES EFFECT ON THE NEXT ORDPROC OR BKORELSE RUN.  LINES
*>  ALREADY PRICED KEEP THE PRICE THEY WERE POSTED AT.
    PERFORM FindAgreement
    IF NOT CPM-FOUND
        MOVE "AGREEMENT NOT FOUND" TO CPM-SCR-MESSAGE
    ELSE
        MOVE CPA-START-DATE TO CPM-SCR-NEW-START-DATE
        MOVE CPA-END-DATE TO CPM-SCR-NEW-END-DATE
        DISPLAY CPM-DATES-SCREEN
        ACCEPT CPM-DATES-SCREEN
        MOVE CPM-SCR-NEW-START-DATE TO CPA-START-DATE
        MOVE CPM-SCR-NEW-END-DATE TO CPA-END-DATE
        PERFORM ValidateAgreementTerms
        IF CPM-VALID
            MOVE CPM-RUN-DATE TO CPA-CHANGED-DATE
            MOVE CPM-OPERATOR-ID TO CPA-CHANGED-BY
            REWRITE CPA-AGREEMENT-RECORD
            PERFORM FindAgreement
            MOVE "DATES UPDATED" TO CPM-SCR-MESSAGE
        ELSE
            PERFORM FindAgreement
        END-IF
    END-IF.

ChangeTiers.
    PERFORM FindAgreement
    IF NOT CPM-FOUND
        MOVE "AGREEMENT NOT FOUND" TO CPM-SCR-MESSAGE
    ELSE
        MOVE CPM-SCR-TIER-TABLE TO CPM-SCR-NEW-TIER-TABLE
        DISPLAY CPM-TIERS-SCREEN
        ACCEPT CPM-TIERS-SCREEN
        PERFORM TakeNewTier
            VARYING CPA-TIER-IX FROM 1 BY 1 UNTIL CPA-TIER-IX > 4
        PERFORM ValidateAgreementTerms
        IF CPM-VALID
            MOVE CPM-RUN-DATE TO CPA-CHANGED-DATE
            MOVE CPM-OPERATOR-ID TO CPA-CHANGED-BY
            REWRITE CPA-AGREEMENT-RECORD
            PERFORM FindAgreement
            MOVE "TIERS UPDATED" TO CPM-SCR-MESSAGE
        ELSE
            PERFORM FindAgreement
        END-IF
    END-IF.

TakeNewTier.
    SET CPM-TIER-IX TO CPA-TIER-IX
    MOVE CPM-SCR-NEW-MIN-QTY (CPM-TIER-IX)
        TO CPA-TIER-MIN-QTY (CPA-TIER-IX)
    MOVE CPM-SCR-NEW-PRICE (CPM-TIER-IX) TO CPA-TIER-PRICE (CPA-TIER-IX)
    MOVE CPM-SCR-NEW-PERCENT (CPM-TIER-IX)
        TO CPA-TIER-PERCENT (CPA-TIER-IX).

RemoveAgreement.
*>  AN AGREEMENT ENTERED IN ERROR IS REMOVED OUTRIGHT; ONE THAT
*>  SIMPLY COMES TO AN END SHOULD BE GIVEN AN END DATE INSTEAD SO
*>  THE EXPIRY REPORT AND THE LAST-CHANGED STAMP STILL SHOW IT.
    PERFORM FindAgreement
    IF NOT CPM-FOUND
        MOVE "AGREEMENT NOT FOUND" TO CPM-SCR-MESSAGE
    ELSE
        DELETE PRICE-AGREEMENT-FILE RECORD
        PERFORM FindAgreement
        MOVE "AGREEMENT REMOVED" TO CPM-SCR-MESSAGE
    END-IF.

TerminateRun.
    CLOSE PRICE-AGREEMENT-FILE
    CLOSE CUSTOMER-MASTER
    CLOSE PRODUCT-MASTER
    CLOSE BRAND-MASTER.
