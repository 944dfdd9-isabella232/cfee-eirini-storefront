IDENTIFICATION DIVISION.
PROGRAM-ID.  GLMLOAD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GLM-MAP-KEY
        FILE STATUS IS GLM-MAP-STATUS.
DATA DIVISION.
FILE SECTION.
FD  GL-ACCOUNT-MAP.
    COPY GLMREC.
WORKING-STORAGE SECTION.
01  GLM-MAP-STATUS              PIC X(2).
01  GLM-RUN-DATE                PIC 9(8).
01  GLM-LOAD-TABLE.
    05  GLM-LOAD-ENTRY OCCURS 19 TIMES.
        10  GLM-LOAD-SOURCE      PIC X(3).
        10  GLM-LOAD-COMPONENT   PIC X(3).
        10  GLM-LOAD-ACCOUNT     PIC X(8).
        10  GLM-LOAD-DESCRIPTION PIC X(20).
01  GLM-LOAD-IX                 PIC 9(2) COMP.
PROCEDURE DIVISION.
LoadAccountMap.
*>  LOADED IN SOURCE/COMPONENT ORDER - THE FILE IS WRITTEN
*>  SEQUENTIALLY ON ITS KEY.  SOURCES: ADJ STOCK-COUNT ADJUSTMENT,
*>  CAN ORDER CANCELLATION RESTORE, CRM CREDIT MEMO, CSH CASH
*>  APPLIED, INV INVOICE, RCV VENDOR RECEIPT, RST RETURN RESTOCKED,
*>  SPK SHORT-PICK RESTORE.
    ACCEPT GLM-RUN-DATE FROM DATE YYYYMMDD
    MOVE "ADJ"                           TO GLM-LOAD-SOURCE (1)
    MOVE "INV"                           TO GLM-LOAD-COMPONENT (1)
    MOVE "1300-000"                      TO GLM-LOAD-ACCOUNT (1)
    MOVE "Inventory"                     TO GLM-LOAD-DESCRIPTION (1)
    MOVE "ADJ"                           TO GLM-LOAD-SOURCE (2)
    MOVE "VAR"                           TO GLM-LOAD-COMPONENT (2)
    MOVE "5200-000"                      TO GLM-LOAD-ACCOUNT (2)
    MOVE "Stock count variance"          TO GLM-LOAD-DESCRIPTION (2)
    MOVE "CAN"                           TO GLM-LOAD-SOURCE (3)
    MOVE "CLR"                           TO GLM-LOAD-COMPONENT (3)
    MOVE "1350-000"                      TO GLM-LOAD-ACCOUNT (3)
    MOVE "Shipments clearing"            TO GLM-LOAD-DESCRIPTION (3)
    MOVE "CAN"                           TO GLM-LOAD-SOURCE (4)
    MOVE "INV"                           TO GLM-LOAD-COMPONENT (4)
    MOVE "1300-000"                      TO GLM-LOAD-ACCOUNT (4)
    MOVE "Inventory"                     TO GLM-LOAD-DESCRIPTION (4)
    MOVE "CRM"                           TO GLM-LOAD-SOURCE (5)
    MOVE "ARC"                           TO GLM-LOAD-COMPONENT (5)
    MOVE "1200-000"                      TO GLM-LOAD-ACCOUNT (5)
    MOVE "Accounts receivable"           TO GLM-LOAD-DESCRIPTION (5)
    MOVE "CRM"                           TO GLM-LOAD-SOURCE (6)
    MOVE "RTN"                           TO GLM-LOAD-COMPONENT (6)
    MOVE "4050-000"                      TO GLM-LOAD-ACCOUNT (6)
    MOVE "Sales returns"                 TO GLM-LOAD-DESCRIPTION (6)
    MOVE "CRM"                           TO GLM-LOAD-SOURCE (7)
    MOVE "TAX"                           TO GLM-LOAD-COMPONENT (7)
    MOVE "2300-000"                      TO GLM-LOAD-ACCOUNT (7)
    MOVE "Sales tax payable"             TO GLM-LOAD-DESCRIPTION (7)
    MOVE "CSH"                           TO GLM-LOAD-SOURCE (8)
    MOVE "ARC"                           TO GLM-LOAD-COMPONENT (8)
    MOVE "1200-000"                      TO GLM-LOAD-ACCOUNT (8)
    MOVE "Accounts receivable"           TO GLM-LOAD-DESCRIPTION (8)
    MOVE "CSH"                           TO GLM-LOAD-SOURCE (9)
    MOVE "BNK"                           TO GLM-LOAD-COMPONENT (9)
    MOVE "1000-000"                      TO GLM-LOAD-ACCOUNT (9)
    MOVE "Cash at bank"                  TO GLM-LOAD-DESCRIPTION (9)
    MOVE "INV"                           TO GLM-LOAD-SOURCE (10)
    MOVE "ARC"                           TO GLM-LOAD-COMPONENT (10)
    MOVE "1200-000"                      TO GLM-LOAD-ACCOUNT (10)
    MOVE "Accounts receivable"           TO GLM-LOAD-DESCRIPTION (10)
    MOVE "INV"                           TO GLM-LOAD-SOURCE (11)
    MOVE "FRT"                           TO GLM-LOAD-COMPONENT (11)
    MOVE "4100-000"                      TO GLM-LOAD-ACCOUNT (11)
    MOVE "Freight income"                TO GLM-LOAD-DESCRIPTION (11)
    MOVE "INV"                           TO GLM-LOAD-SOURCE (12)
    MOVE "SLS"                           TO GLM-LOAD-COMPONENT (12)
    MOVE "4000-000"                      TO GLM-LOAD-ACCOUNT (12)
    MOVE "Sales"                         TO GLM-LOAD-DESCRIPTION (12)
    MOVE "INV"                           TO GLM-LOAD-SOURCE (13)
    MOVE "TAX"                           TO GLM-LOAD-COMPONENT (13)
    MOVE "2300-000"                      TO GLM-LOAD-ACCOUNT (13)
    MOVE "Sales tax payable"             TO GLM-LOAD-DESCRIPTION (13)
    MOVE "RCV"                           TO GLM-LOAD-SOURCE (14)
    MOVE "ACR"                           TO GLM-LOAD-COMPONENT (14)
    MOVE "2100-000"                      TO GLM-LOAD-ACCOUNT (14)
    MOVE "Goods received accrual"        TO GLM-LOAD-DESCRIPTION (14)
    MOVE "RCV"                           TO GLM-LOAD-SOURCE (15)
    MOVE "INV"                           TO GLM-LOAD-COMPONENT (15)
    MOVE "1300-000"                      TO GLM-LOAD-ACCOUNT (15)
    MOVE "Inventory"                     TO GLM-LOAD-DESCRIPTION (15)
    MOVE "RST"                           TO GLM-LOAD-SOURCE (16)
    MOVE "CLR"                           TO GLM-LOAD-COMPONENT (16)
    MOVE "1350-000"                      TO GLM-LOAD-ACCOUNT (16)
    MOVE "Shipments clearing"            TO GLM-LOAD-DESCRIPTION (16)
    MOVE "RST"                           TO GLM-LOAD-SOURCE (17)
    MOVE "INV"                           TO GLM-LOAD-COMPONENT (17)
    MOVE "1300-000"                      TO GLM-LOAD-ACCOUNT (17)
    MOVE "Inventory"                     TO GLM-LOAD-DESCRIPTION (17)
    MOVE "SPK"                           TO GLM-LOAD-SOURCE (18)
    MOVE "CLR"                           TO GLM-LOAD-COMPONENT (18)
    MOVE "1350-000"                      TO GLM-LOAD-ACCOUNT (18)
    MOVE "Shipments clearing"            TO GLM-LOAD-DESCRIPTION (18)
    MOVE "SPK"                           TO GLM-LOAD-SOURCE (19)
    MOVE "INV"                           TO GLM-LOAD-COMPONENT (19)
    MOVE "1300-000"                      TO GLM-LOAD-ACCOUNT (19)
    MOVE "Inventory"                     TO GLM-LOAD-DESCRIPTION (19)
    OPEN OUTPUT GL-ACCOUNT-MAP
    MOVE 1 TO GLM-LOAD-IX
    PERFORM WriteLoadEntry UNTIL GLM-LOAD-IX > 19
    CLOSE GL-ACCOUNT-MAP
    STOP RUN.

WriteLoadEntry.
    MOVE GLM-LOAD-SOURCE (GLM-LOAD-IX)      TO GLM-SOURCE
    MOVE GLM-LOAD-COMPONENT (GLM-LOAD-IX)   TO GLM-COMPONENT
    MOVE GLM-LOAD-ACCOUNT (GLM-LOAD-IX)     TO GLM-ACCOUNT
    MOVE GLM-LOAD-DESCRIPTION (GLM-LOAD-IX) TO GLM-DESCRIPTION
    MOVE GLM-RUN-DATE                       TO GLM-CHANGED-DATE
    MOVE "GLMLOAD"                          TO GLM-CHANGED-BY
    WRITE GLM-ACCOUNT-MAP-RECORD
    ADD 1 TO GLM-LOAD-IX.
