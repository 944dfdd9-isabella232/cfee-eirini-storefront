IDENTIFICATION DIVISION.
PROGRAM-ID.  TAXMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TAX-JURISDICTION
        FILE STATUS IS TMT-TAXRATE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TAX-RATE-TABLE.
    COPY TAXREC.
WORKING-STORAGE SECTION.
01  TMT-TAXRATE-STATUS          PIC X(2).
01  TMT-RUN-DATE                PIC 9(8).
01  TMT-OPERATOR-ID             PIC X(8).
01  TMT-DONE-SW                 PIC X(1) VALUE "N".
    88  TMT-DONE                    VALUE "Y".
01  TMT-FOUND-SW                 PIC X(1).
    88  TMT-FOUND                    VALUE "Y".
01  TMT-SCR-JURISDICTION         PIC X(4).
01  TMT-SCR-JURISDICTION-NAME    PIC X(20).
01  TMT-SCR-RATE                 PIC 9V9(4).
01  TMT-SCR-CHANGED-DATE         PIC 9(8).
01  TMT-SCR-CHANGED-BY           PIC X(8).
01  TMT-SCR-MESSAGE              PIC X(60).
01  TMT-SCR-ACTION               PIC X(1).
    88  TMT-ACTION-LOOKUP            VALUE "L".
    88  TMT-ACTION-CREATE             VALUE "C".
    88  TMT-ACTION-RATE                VALUE "R".
    88  TMT-ACTION-NAME                 VALUE "N".
    88  TMT-ACTION-QUIT                  VALUE "Q".
01  TMT-SCR-NEW-RATE             PIC 9V9(4).
01  TMT-SCR-NEW-NAME             PIC X(20).

SCREEN SECTION.
01  TMT-MENU-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "TAXMNT - SALES TAX RATE MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "JURISDICTION . .".
    05  LINE 3  COLUMN 18 PIC X(4) USING TMT-SCR-JURISDICTION.
    05  LINE 4  COLUMN 1  VALUE "NAME . . . . . .".
    05  LINE 4  COLUMN 18 PIC X(20) USING TMT-SCR-JURISDICTION-NAME.
    05  LINE 5  COLUMN 1  VALUE "TAX RATE . . . .".
    05  LINE 5  COLUMN 18 PIC 9.9999 USING TMT-SCR-RATE.
    05  LINE 6  COLUMN 1  VALUE "LAST CHANGED . .".
    05  LINE 6  COLUMN 18 PIC 9(8) FROM TMT-SCR-CHANGED-DATE.
    05  LINE 6  COLUMN 28 PIC X(8) FROM TMT-SCR-CHANGED-BY.
    05  LINE 7  COLUMN 1  VALUE "OPERATOR ID. . .".
    05  LINE 7  COLUMN 18 PIC X(8) USING TMT-OPERATOR-ID.
    05  LINE 8  COLUMN 1  VALUE "ACTION (L=LOOKUP C=CREATE R=RATE N=NAME Q=QUIT) .".
    05  LINE 8  COLUMN 50 PIC X(1) USING TMT-SCR-ACTION.
    05  LINE 10 COLUMN 1  VALUE "MESSAGE: ".
    05  LINE 10 COLUMN 10 PIC X(60) FROM TMT-SCR-MESSAGE.

01  TMT-RATE-SCREEN.
    05  LINE 12 COLUMN 1  VALUE "NEW RATE . . . .".
    05  LINE 12 COLUMN 18 PIC 9.9999 USING TMT-SCR-NEW-RATE.

01  TMT-NAME-SCREEN.
    05  LINE 12 COLUMN 1  VALUE "NEW NAME . . . .".
    05  LINE 12 COLUMN 18 PIC X(20) USING TMT-SCR-NEW-NAME.

PROCEDURE DIVISION.
MaintainTaxRates.
    PERFORM InitializeRun
    PERFORM PromptForAction UNTIL TMT-DONE
    PERFORM TerminateRun
    STOP RUN.

InitializeRun.
    ACCEPT TMT-RUN-DATE FROM DATE YYYYMMDD
    OPEN I-O TAX-RATE-TABLE
    MOVE SPACES TO TMT-SCR-MESSAGE.

PromptForAction.
    DISPLAY TMT-MENU-SCREEN
    ACCEPT TMT-MENU-SCREEN
    EVALUATE TRUE
        WHEN TMT-ACTION-LOOKUP
            PERFORM LookupJurisdiction
        WHEN TMT-ACTION-CREATE
            PERFORM AddJurisdiction
        WHEN TMT-ACTION-RATE
            PERFORM ChangeRate
        WHEN TMT-ACTION-NAME
            PERFORM ChangeName
        WHEN TMT-ACTION-QUIT
            SET TMT-DONE TO TRUE
        WHEN OTHER
            MOVE "INVALID ACTION" TO TMT-SCR-MESSAGE
    END-EVALUATE.

LookupJurisdiction.
    PERFORM FindJurisdiction
    IF TMT-FOUND
        MOVE "JURISDICTION FOUND" TO TMT-SCR-MESSAGE
    ELSE
        MOVE "JURISDICTION NOT FOUND" TO TMT-SCR-MESSAGE
    END-IF.

FindJurisdiction.
*>  RE-READS THE CURRENT SCREEN'S JURISDICTION AND REFRESHES THE
*>  DISPLAY FIELDS FROM THE TABLE SO EVERY ACTION WORKS ON WHAT IS
*>  ACTUALLY ON FILE, NOT A STALE SCREEN VALUE.
    SET TMT-FOUND-SW TO "Y"
    MOVE TMT-SCR-JURISDICTION TO TAX-JURISDICTION
    READ TAX-RATE-TABLE
        INVALID KEY SET TMT-FOUND-SW TO "N"
    END-READ
    IF TMT-FOUND
        MOVE TAX-JURISDICTION-NAME TO TMT-SCR-JURISDICTION-NAME
        MOVE TAX-RATE TO TMT-SCR-RATE
        MOVE TAX-CHANGED-DATE TO TMT-SCR-CHANGED-DATE
        MOVE TAX-CHANGED-BY TO TMT-SCR-CHANGED-BY
    ELSE
        MOVE SPACES TO TMT-SCR-JURISDICTION-NAME
        MOVE ZERO TO TMT-SCR-RATE
        MOVE ZERO TO TMT-SCR-CHANGED-DATE
        MOVE SPACES TO TMT-SCR-CHANGED-BY
    END-IF.

AddJurisdiction.
*>  DOES ITS OWN KEYED READ RATHER THAN PERFORM FindJurisdiction,
*>  SINCE THAT BLANKS THE NAME AND RATE SCREEN FIELDS ON A NOT-
*>  FOUND KEY - AND FOR A NEW JURISDICTION THOSE FIELDS HOLD THE
*>  VALUES THE OPERATOR JUST TYPED IN AND STILL NEEDS TO WRITE.
    SET TMT-FOUND-SW TO "Y"
    MOVE TMT-SCR-JURISDICTION TO TAX-JURISDICTION
    READ TAX-RATE-TABLE
        INVALID KEY SET TMT-FOUND-SW TO "N"
    END-READ
    IF TMT-FOUND
        MOVE "JURISDICTION ALREADY EXISTS" TO TMT-SCR-MESSAGE
    ELSE
        MOVE TMT-SCR-JURISDICTION TO TAX-JURISDICTION
        MOVE TMT-SCR-JURISDICTION-NAME TO TAX-JURISDICTION-NAME
        MOVE TMT-SCR-RATE TO TAX-RATE
        MOVE TMT-RUN-DATE TO TAX-CHANGED-DATE
        MOVE TMT-OPERATOR-ID TO TAX-CHANGED-BY
        WRITE TAX-RATE-RECORD
        PERFORM FindJurisdiction
        MOVE "JURISDICTION CREATED" TO TMT-SCR-MESSAGE
    END-IF.

ChangeRate.
*>  A NEW RATE TAKES EFFECT ON THE NEXT INVOICE RUN.  THE DATE AND
*>  OPERATOR OF THE CHANGE STAY ON THE RECORD; EVERY INVOICE ALSO
*>  CARRIES THE RATE IT WAS BILLED AT ON SALES-TAX-HIST, SO A
*>  MID-MONTH CHANGE IS STILL TRACEABLE IN THE MONTH-END FIGURES.
    PERFORM FindJurisdiction
    IF NOT TMT-FOUND
        MOVE "JURISDICTION NOT FOUND" TO TMT-SCR-MESSAGE
    ELSE
        DISPLAY TMT-RATE-SCREEN
        ACCEPT TMT-RATE-SCREEN
        MOVE TMT-SCR-NEW-RATE TO TAX-RATE
        MOVE TMT-RUN-DATE TO TAX-CHANGED-DATE
        MOVE TMT-OPERATOR-ID TO TAX-CHANGED-BY
        REWRITE TAX-RATE-RECORD
        PERFORM FindJurisdiction
        MOVE "TAX RATE UPDATED" TO TMT-SCR-MESSAGE
    END-IF.

ChangeName.
    PERFORM FindJurisdiction
    IF NOT TMT-FOUND
        MOVE "JURISDICTION NOT FOUND" TO TMT-SCR-MESSAGE
    ELSE
        DISPLAY TMT-NAME-SCREEN
        ACCEPT TMT-NAME-SCREEN
        MOVE TMT-SCR-NEW-NAME TO TAX-JURISDICTION-NAME
        REWRITE TAX-RATE-RECORD
        PERFORM FindJurisdiction
        MOVE "NAME UPDATED" TO TMT-SCR-MESSAGE
    END-IF.

TerminateRun.
    CLOSE TAX-RATE-TABLE.
