IDENTIFICATION DIVISION.
PROGRAM-ID.  TAXLOAD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TAX-JURISDICTION
        FILE STATUS IS TAX-TAXRATE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TAX-RATE-TABLE.
    COPY TAXREC.
WORKING-STORAGE SECTION.
01  TAX-TAXRATE-STATUS          PIC X(2).
01  TAX-RUN-DATE                PIC 9(8).
01  TAX-LOAD-TABLE.
    05  TAX-LOAD-ENTRY OCCURS 3 TIMES.
        10  TAX-LOAD-JURISDICTION PIC X(4).
        10  TAX-LOAD-NAME        PIC X(20).
        10  TAX-LOAD-RATE        PIC 9V9(4).
01  TAX-LOAD-IX                 PIC 9(2) COMP.
PROCEDURE DIVISION.
LoadTaxRates.
*>  LOADED IN JURISDICTION-CODE ORDER - THE FILE IS WRITTEN
*>  SEQUENTIALLY ON ITS KEY.
    ACCEPT TAX-RUN-DATE FROM DATE YYYYMMDD
    MOVE "MIDV"                          TO TAX-LOAD-JURISDICTION (1)
    MOVE "Midvale County"                TO TAX-LOAD-NAME (1)
    MOVE 0.0725                          TO TAX-LOAD-RATE (1)
    MOVE "NGAT"                          TO TAX-LOAD-JURISDICTION (2)
    MOVE "Northgate City"                TO TAX-LOAD-NAME (2)
    MOVE 0.0800                          TO TAX-LOAD-RATE (2)
    MOVE "PORT"                          TO TAX-LOAD-JURISDICTION (3)
    MOVE "Porttown Harbor Dist"          TO TAX-LOAD-NAME (3)
    MOVE 0.0650                          TO TAX-LOAD-RATE (3)
    OPEN OUTPUT TAX-RATE-TABLE
    MOVE 1 TO TAX-LOAD-IX
    PERFORM WriteLoadEntry UNTIL TAX-LOAD-IX > 3
    CLOSE TAX-RATE-TABLE
    STOP RUN.

WriteLoadEntry.
    MOVE TAX-LOAD-JURISDICTION (TAX-LOAD-IX) TO TAX-JURISDICTION
    MOVE TAX-LOAD-NAME (TAX-LOAD-IX)    TO TAX-JURISDICTION-NAME
    MOVE TAX-LOAD-RATE (TAX-LOAD-IX)    TO TAX-RATE
    MOVE TAX-RUN-DATE                   TO TAX-CHANGED-DATE
    MOVE "TAXLOAD"                      TO TAX-CHANGED-BY
    WRITE TAX-RATE-RECORD
    ADD 1 TO TAX-LOAD-IX.
