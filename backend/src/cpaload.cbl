IDENTIFICATION DIVISION.
PROGRAM-ID.  CPALOAD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICE-AGREEMENT-FILE ASSIGN TO "CPAGREE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CPA-AGREEMENT-KEY
        FILE STATUS IS CPA-AGREEMENT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRICE-AGREEMENT-FILE.
    COPY CPAREC.
WORKING-STORAGE SECTION.
01  CPA-AGREEMENT-STATUS        PIC X(2).
01  CPA-RUN-DATE                PIC 9(8).
01  CPA-LOAD-TABLE.
    05  CPA-LOAD-ENTRY OCCURS 4 TIMES.
        10  CPA-LOAD-CUSTOMER-ID PIC X(6).
        10  CPA-LOAD-SCOPE       PIC X(1).
        10  CPA-LOAD-ITEM-CODE   PIC X(5).
        10  CPA-LOAD-BASIS       PIC X(1).
        10  CPA-LOAD-START-DATE  PIC 9(8).
        10  CPA-LOAD-END-DATE    PIC 9(8).
        10  CPA-LOAD-TIER OCCURS 4 TIMES.
            15  CPA-LOAD-MIN-QTY PIC 9(5).
            15  CPA-LOAD-PRICE   PIC 9(5)V99.
            15  CPA-LOAD-PERCENT PIC 9(2)V99.
01  CPA-LOAD-IX                 PIC 9(2) COMP.
PROCEDURE DIVISION.
LoadPriceAgreements.
*>  LOADED IN CUSTOMER / SCOPE / ITEM ORDER - THE FILE IS WRITTEN
*>  SEQUENTIALLY ON ITS KEY.  TIERS NOT SET BELOW STAY AT ZERO,
*>  WHICH MARKS THEM UNUSED.
    ACCEPT CPA-RUN-DATE FROM DATE YYYYMMDD
    INITIALIZE CPA-LOAD-TABLE
    MOVE "C00001"                        TO CPA-LOAD-CUSTOMER-ID (1)
    MOVE "B"                             TO CPA-LOAD-SCOPE (1)
    MOVE "ACME"                          TO CPA-LOAD-ITEM-CODE (1)
    MOVE "D"                             TO CPA-LOAD-BASIS (1)
    MOVE 20260101                        TO CPA-LOAD-START-DATE (1)
    MOVE ZERO                            TO CPA-LOAD-END-DATE (1)
    MOVE 1                               TO CPA-LOAD-MIN-QTY (1 1)
    MOVE 5.00                            TO CPA-LOAD-PERCENT (1 1)
    MOVE 50                              TO CPA-LOAD-MIN-QTY (1 2)
    MOVE 10.00                           TO CPA-LOAD-PERCENT (1 2)
    MOVE "C00001"                        TO CPA-LOAD-CUSTOMER-ID (2)
    MOVE "P"                             TO CPA-LOAD-SCOPE (2)
    MOVE "P0003"                         TO CPA-LOAD-ITEM-CODE (2)
    MOVE "N"                             TO CPA-LOAD-BASIS (2)
    MOVE 20260101                        TO CPA-LOAD-START-DATE (2)
    MOVE 20261031                        TO CPA-LOAD-END-DATE (2)
    MOVE 1                               TO CPA-LOAD-MIN-QTY (2 1)
    MOVE 195.00                          TO CPA-LOAD-PRICE (2 1)
    MOVE 20                              TO CPA-LOAD-MIN-QTY (2 2)
    MOVE 185.00                          TO CPA-LOAD-PRICE (2 2)
    MOVE "C00003"                        TO CPA-LOAD-CUSTOMER-ID (3)
    MOVE "B"                             TO CPA-LOAD-SCOPE (3)
    MOVE "NOVA"                          TO CPA-LOAD-ITEM-CODE (3)
    MOVE "D"                             TO CPA-LOAD-BASIS (3)
    MOVE 20260301                        TO CPA-LOAD-START-DATE (3)
    MOVE 20261115                        TO CPA-LOAD-END-DATE (3)
    MOVE 10                              TO CPA-LOAD-MIN-QTY (3 1)
    MOVE 8.00                            TO CPA-LOAD-PERCENT (3 1)
    MOVE "C00004"                        TO CPA-LOAD-CUSTOMER-ID (4)
    MOVE "P"                             TO CPA-LOAD-SCOPE (4)
    MOVE "P0002"                         TO CPA-LOAD-ITEM-CODE (4)
    MOVE "N"                             TO CPA-LOAD-BASIS (4)
    MOVE 20260601                        TO CPA-LOAD-START-DATE (4)
    MOVE 20270531                        TO CPA-LOAD-END-DATE (4)
    MOVE 1                               TO CPA-LOAD-MIN-QTY (4 1)
    MOVE 122.50                          TO CPA-LOAD-PRICE (4 1)
    OPEN OUTPUT PRICE-AGREEMENT-FILE
    MOVE 1 TO CPA-LOAD-IX
    PERFORM WriteLoadEntry UNTIL CPA-LOAD-IX > 4
    CLOSE PRICE-AGREEMENT-FILE
    STOP RUN.

WriteLoadEntry.
    MOVE CPA-LOAD-CUSTOMER-ID (CPA-LOAD-IX) TO CPA-CUSTOMER-ID
    MOVE CPA-LOAD-SCOPE (CPA-LOAD-IX)       TO CPA-SCOPE
    MOVE CPA-LOAD-ITEM-CODE (CPA-LOAD-IX)   TO CPA-ITEM-CODE
    MOVE CPA-LOAD-BASIS (CPA-LOAD-IX)       TO CPA-PRICING-BASIS
    MOVE CPA-LOAD-START-DATE (CPA-LOAD-IX)  TO CPA-START-DATE
    MOVE CPA-LOAD-END-DATE (CPA-LOAD-IX)    TO CPA-END-DATE
    PERFORM MoveLoadTier
        VARYING CPA-TIER-IX FROM 1 BY 1 UNTIL CPA-TIER-IX > 4
    MOVE CPA-RUN-DATE                       TO CPA-CHANGED-DATE
    MOVE "CPALOAD"                          TO CPA-CHANGED-BY
    WRITE CPA-AGREEMENT-RECORD
    ADD 1 TO CPA-LOAD-IX.

MoveLoadTier.
    MOVE CPA-LOAD-MIN-QTY (CPA-LOAD-IX CPA-TIER-IX)
        TO CPA-TIER-MIN-QTY (CPA-TIER-IX)
    MOVE CPA-LOAD-PRICE (CPA-LOAD-IX CPA-TIER-IX)
        TO CPA-TIER-PRICE (CPA-TIER-IX)
    MOVE CPA-LOAD-PERCENT (CPA-LOAD-IX CPA-TIER-IX)
        TO CPA-TIER-PERCENT (CPA-TIER-IX).
