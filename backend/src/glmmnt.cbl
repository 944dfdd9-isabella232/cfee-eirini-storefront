IDENTIFICATION DIVISION.
PROGRAM-ID.  GLMMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GLM-MAP-KEY
        FILE STATUS IS GMT-MAP-STATUS.
DATA DIVISION.
FILE SECTION.
FD  GL-ACCOUNT-MAP.
    COPY GLMREC.
WORKING-STORAGE SECTION.
01  GMT-MAP-STATUS              PIC X(2).
01  GMT-RUN-DATE                PIC 9(8).
01  GMT-OPERATOR-ID             PIC X(8).
01  GMT-DONE-SW                 PIC X(1) VALUE "N".
    88  GMT-DONE                    VALUE "Y".
01  GMT-FOUND-SW                 PIC X(1).
    88  GMT-FOUND                    VALUE "Y".
01  GMT-SCR-SOURCE               PIC X(3).
01  GMT-SCR-COMPONENT            PIC X(3).
01  GMT-SCR-ACCOUNT              PIC X(8).
01  GMT-SCR-DESCRIPTION          PIC X(20).
01  GMT-SCR-CHANGED-DATE         PIC 9(8).
01  GMT-SCR-CHANGED-BY           PIC X(8).
01  GMT-SCR-MESSAGE              PIC X(60).
01  GMT-SCR-ACTION               PIC X(1).
    88  GMT-ACTION-LOOKUP            VALUE "L".
    88  GMT-ACTION-CREATE             VALUE "C".
    88  GMT-ACTION-ACCOUNT             VALUE "A".
    88  GMT-ACTION-DESCRIPTION          VALUE "D".
    88  GMT-ACTION-QUIT                  VALUE "Q".
01  GMT-SCR-NEW-ACCOUNT          PIC X(8).
01  GMT-SCR-NEW-DESCRIPTION      PIC X(20).

SCREEN SECTION.
01  GMT-MENU-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COLUMN 1  VALUE "GLMMNT - GL ACCOUNT MAP MAINTENANCE".
    05  LINE 3  COLUMN 1  VALUE "SOURCE . . . . .".
    05  LINE 3  COLUMN 18 PIC X(3) USING GMT-SCR-SOURCE.
    05  LINE 4  COLUMN 1  VALUE "COMPONENT. . . .".
    05  LINE 4  COLUMN 18 PIC X(3) USING GMT-SCR-COMPONENT.
    05  LINE 5  COLUMN 1  VALUE "GL ACCOUNT . . .".
    05  LINE 5  COLUMN 18 PIC X(8) USING GMT-SCR-ACCOUNT.
    05  LINE 6  COLUMN 1  VALUE "DESCRIPTION. . .".
    05  LINE 6  COLUMN 18 PIC X(20) USING GMT-SCR-DESCRIPTION.
    05  LINE 7  COLUMN 1  VALUE "LAST CHANGED . .".
    05  LINE 7  COLUMN 18 PIC 9(8) FROM GMT-SCR-CHANGED-DATE.
    05  LINE 7  COLUMN 28 PIC X(8) FROM GMT-SCR-CHANGED-BY.
    05  LINE 8  COLUMN 1  VALUE "OPERATOR ID. . .".
    05  LINE 8  COLUMN 18 PIC X(8) USING GMT-OPERATOR-ID.
    05  LINE 9  COLUMN 1  VALUE "ACTION (L=LOOKUP C=CREATE A=ACCOUNT D=DESC Q=QUIT) .".
    05  LINE 9  COLUMN 53 PIC X(1) USING GMT-SCR-ACTION.
    05  LINE 11 COLUMN 1  VALUE "MESSAGE: ".
    05  LINE 11 COLUMN 10 PIC X(60) FROM GMT-SCR-MESSAGE.

01  GMT-ACCOUNT-SCREEN.
    05  LINE 13 COLUMN 1  VALUE "NEW ACCOUNT. . .".
    05  LINE 13 COLUMN 18 PIC X(8) USING GMT-SCR-NEW-ACCOUNT.

01  GMT-DESCRIPTION-SCREEN.
    05  LINE 13 COLUMN 1  VALUE "NEW DESCRIPTION.".
    05  LINE 13 COLUMN 18 PIC X(20) USING GMT-SCR-NEW-DESCRIPTION.

PROCEDURE DIVISION.
MaintainAccountMap.
    PERFORM InitializeRun
    PERFORM PromptForAction UNTIL GMT-DONE
    PERFORM TerminateRun
    STOP RUN.

InitializeRun.
    ACCEPT GMT-RUN-DATE FROM DATE YYYYMMDD
    OPEN I-O GL-ACCOUNT-MAP
    MOVE SPACES TO GMT-SCR-MESSAGE.

PromptForAction.
    DISPLAY GMT-MENU-SCREEN
    ACCEPT GMT-MENU-SCREEN
    EVALUATE TRUE
        WHEN GMT-ACTION-LOOKUP
            PERFORM LookupMapping
        WHEN GMT-ACTION-CREATE
            PERFORM AddMapping
        WHEN GMT-ACTION-ACCOUNT
            PERFORM ChangeAccount
        WHEN GMT-ACTION-DESCRIPTION
            PERFORM ChangeDescription
        WHEN GMT-ACTION-QUIT
            SET GMT-DONE TO TRUE
        WHEN OTHER
            MOVE "INVALID ACTION" TO GMT-SCR-MESSAGE
    END-EVALUATE.

LookupMapping.
    PERFORM FindMapping
    IF GMT-FOUND
        MOVE "MAPPING FOUND" TO GMT-SCR-MESSAGE
    ELSE
        MOVE "MAPPING NOT FOUND" TO GMT-SCR-MESSAGE
    END-IF.

FindMapping.
*>  RE-READS THE CURRENT SCREEN'S SOURCE AND COMPONENT AND
*>  REFRESHES THE DISPLAY FIELDS FROM THE MAP SO EVERY ACTION
*>  WORKS ON WHAT IS ACTUALLY ON FILE, NOT A STALE SCREEN VALUE.
    SET GMT-FOUND-SW TO "Y"
    MOVE GMT-SCR-SOURCE TO GLM-SOURCE
    MOVE GMT-SCR-COMPONENT TO GLM-COMPONENT
    READ GL-ACCOUNT-MAP
        INVALID KEY SET GMT-FOUND-SW TO "N"
    END-READ
    IF GMT-FOUND
        MOVE GLM-ACCOUNT TO GMT-SCR-ACCOUNT
        MOVE GLM-DESCRIPTION TO GMT-SCR-DESCRIPTION
        MOVE GLM-CHANGED-DATE TO GMT-SCR-CHANGED-DATE
        MOVE GLM-CHANGED-BY TO GMT-SCR-CHANGED-BY
    ELSE
        MOVE SPACES TO GMT-SCR-ACCOUNT
        MOVE SPACES TO GMT-SCR-DESCRIPTION
        MOVE ZERO TO GMT-SCR-CHANGED-DATE
        MOVE SPACES TO GMT-SCR-CHANGED-BY
    END-IF.

AddMapping.
*>  DOES ITS OWN KEYED READ RATHER THAN PERFORM FindMapping, SINCE
*>  THAT BLANKS THE ACCOUNT AND DESCRIPTION SCREEN FIELDS ON A NOT-
*>  FOUND KEY - AND FOR A NEW MAPPING THOSE FIELDS HOLD THE VALUES
*>  THE OPERATOR JUST TYPED IN AND STILL NEEDS TO WRITE.
    SET GMT-FOUND-SW TO "Y"
    MOVE GMT-SCR-SOURCE TO GLM-SOURCE
    MOVE GMT-SCR-COMPONENT TO GLM-COMPONENT
    READ GL-ACCOUNT-MAP
        INVALID KEY SET GMT-FOUND-SW TO "N"
    END-READ
    IF GMT-FOUND
        MOVE "MAPPING ALREADY EXISTS" TO GMT-SCR-MESSAGE
    ELSE
        IF GMT-SCR-ACCOUNT = SPACES
            MOVE "GL ACCOUNT REQUIRED" TO GMT-SCR-MESSAGE
        ELSE
            MOVE GMT-SCR-SOURCE TO GLM-SOURCE
            MOVE GMT-SCR-COMPONENT TO GLM-COMPONENT
            MOVE GMT-SCR-ACCOUNT TO GLM-ACCOUNT
            MOVE GMT-SCR-DESCRIPTION TO GLM-DESCRIPTION
            MOVE GMT-RUN-DATE TO GLM-CHANGED-DATE
            MOVE GMT-OPERATOR-ID TO GLM-CHANGED-BY
            WRITE GLM-ACCOUNT-MAP-RECORD
            PERFORM FindMapping
            MOVE "MAPPING CREATED" TO GMT-SCR-MESSAGE
        END-IF
    END-IF.

ChangeAccount.
*>  A REMAPPING TAKES EFFECT ON THE NEXT GLEXTR RUN; JOURNALS
*>  ALREADY EXTRACTED KEEP THE ACCOUNT THEY WERE POSTED TO.  THE
*>  DATE AND OPERATOR OF THE CHANGE STAY ON THE RECORD.
    PERFORM FindMapping
    IF NOT GMT-FOUND
        MOVE "MAPPING NOT FOUND" TO GMT-SCR-MESSAGE
    ELSE
        DISPLAY GMT-ACCOUNT-SCREEN
        ACCEPT GMT-ACCOUNT-SCREEN
        IF GMT-SCR-NEW-ACCOUNT = SPACES
            MOVE "GL ACCOUNT REQUIRED" TO GMT-SCR-MESSAGE
        ELSE
            MOVE GMT-SCR-NEW-ACCOUNT TO GLM-ACCOUNT
            MOVE GMT-RUN-DATE TO GLM-CHANGED-DATE
            MOVE GMT-OPERATOR-ID TO GLM-CHANGED-BY
            REWRITE GLM-ACCOUNT-MAP-RECORD
            PERFORM FindMapping
            MOVE "GL ACCOUNT UPDATED" TO GMT-SCR-MESSAGE
        END-IF
    END-IF.

ChangeDescription.
    PERFORM FindMapping
    IF NOT GMT-FOUND
        MOVE "MAPPING NOT FOUND" TO GMT-SCR-MESSAGE
    ELSE
        DISPLAY GMT-DESCRIPTION-SCREEN
        ACCEPT GMT-DESCRIPTION-SCREEN
        MOVE GMT-SCR-NEW-DESCRIPTION TO GLM-DESCRIPTION
        REWRITE GLM-ACCOUNT-MAP-RECORD
        PERFORM FindMapping
        MOVE "DESCRIPTION UPDATED" TO GMT-SCR-MESSAGE
    END-IF.

TerminateRun.
    CLOSE GL-ACCOUNT-MAP.
