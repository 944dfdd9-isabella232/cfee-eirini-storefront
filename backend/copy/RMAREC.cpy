*> RMAREC - customer return-authorization transaction input for
*> RTNPOST (one returned invoice line per record).  RMA-ORDER-ID
*> and RMA-LINE-NO point back at the line as it was billed - the
*> shipped ORD-LN-ORDER-ID/ORD-LN-LINE-NO on SHPLINE, which is the
*> numbering the customer's invoice shows.  RMA-CONDITION says
*> whether the goods came back fit to sell: good units go back on
*> the shelf, damaged units are credited but not restocked.
01  RMA-RETURN-RECORD.
    05  RMA-AUTH-NO             PIC X(8).
    05  RMA-CUSTOMER-ID         PIC X(6).
    05  RMA-ORDER-ID            PIC X(8).
    05  RMA-LINE-NO             PIC 9(3).
    05  RMA-RETURN-QTY          PIC 9(5).
    05  RMA-CONDITION           PIC X(1).
        88  RMA-GOOD                VALUE "G".
        88  RMA-DAMAGED             VALUE "D".
    05  RMA-REASON-CODE         PIC X(2).
    05  RMA-RETURN-DATE         PIC 9(8).
    05  RMA-AUTHORIZED-BY       PIC X(8).
