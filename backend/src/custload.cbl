        10  CUS-LOAD-NAME        PIC X(20).
        10  CUS-LOAD-SHIP-TO     PIC X(30).
        10  CUS-LOAD-LIMIT       PIC 9(7)V99.
        10  CUS-LOAD-JURISDICTION PIC X(4).
        10  CUS-LOAD-TAX-STATUS  PIC X(1).
        10  CUS-LOAD-FREIGHT     PIC X(1).
01  CUS-LOAD-IX                 PIC 9(2) COMP.
PROCEDURE DIVISION.
LoadCustomers.
    MOVE "Harbor Hardware"               TO CUS-LOAD-NAME (1)
    MOVE "12 Dock Rd, Porttown"          TO CUS-LOAD-SHIP-TO (1)
    MOVE 5000.00                         TO CUS-LOAD-LIMIT (1)
    MOVE "PORT"                          TO CUS-LOAD-JURISDICTION (1)
    MOVE "T"                             TO CUS-LOAD-TAX-STATUS (1)
    MOVE "W"                             TO CUS-LOAD-FREIGHT (1)
    MOVE "C00002"                        TO CUS-LOAD-ID (2)
    MOVE "Midvale Merchants"             TO CUS-LOAD-NAME (2)
    MOVE "400 Center St, Midvale"        TO CUS-LOAD-SHIP-TO (2)
    MOVE 12000.00                        TO CUS-LOAD-LIMIT (2)
    MOVE "MIDV"                          TO CUS-LOAD-JURISDICTION (2)
    MOVE "T"                             TO CUS-LOAD-TAX-STATUS (2)
    MOVE "F"                             TO CUS-LOAD-FREIGHT (2)
    MOVE "C00003"                        TO CUS-LOAD-ID (3)
    MOVE "Northgate Outfitters"          TO CUS-LOAD-NAME (3)
    MOVE "9 Summit Ave, Northgate"       TO CUS-LOAD-SHIP-TO (3)
    MOVE 7500.00                         TO CUS-LOAD-LIMIT (3)
    MOVE "NGAT"                          TO CUS-LOAD-JURISDICTION (3)
    MOVE "E"                             TO CUS-LOAD-TAX-STATUS (3)
    MOVE "W"                             TO CUS-LOAD-FREIGHT (3)
    MOVE "C00004"                        TO CUS-LOAD-ID (4)
    MOVE "Southside Supply"              TO CUS-LOAD-NAME (4)
    MOVE "77 Mill Ln, Southside"         TO CUS-LOAD-SHIP-TO (4)
    MOVE 2500.00                         TO CUS-LOAD-LIMIT (4)
    MOVE "MIDV"                          TO CUS-LOAD-JURISDICTION (4)
    MOVE "T"                             TO CUS-LOAD-TAX-STATUS (4)
    MOVE "N"                             TO CUS-LOAD-FREIGHT (4)
    OPEN OUTPUT CUSTOMER-MASTER
    MOVE 1 TO CUS-LOAD-IX
    PERFORM WriteLoadEntry UNTIL CUS-LOAD-IX > 4
    MOVE CUS-LOAD-NAME (CUS-LOAD-IX)    TO CUS-CUSTOMER-NAME
    MOVE CUS-LOAD-SHIP-TO (CUS-LOAD-IX) TO CUS-SHIP-TO-ADDRESS
    MOVE CUS-LOAD-LIMIT (CUS-LOAD-IX)   TO CUS-CREDIT-LIMIT
    MOVE CUS-LOAD-JURISDICTION (CUS-LOAD-IX) TO CUS-TAX-JURISDICTION
    MOVE CUS-LOAD-TAX-STATUS (CUS-LOAD-IX) TO CUS-TAX-STATUS
    MOVE CUS-LOAD-FREIGHT (CUS-LOAD-IX) TO CUS-FREIGHT-BASIS
    SET CUS-CUSTOMER-ACTIVE TO TRUE
    WRITE CUS-CUSTOMER-RECORD
    ADD 1 TO CUS-LOAD-IX.
