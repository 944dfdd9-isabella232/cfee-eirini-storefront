    05  OCP-LAST-CUSTOMER-ID    PIC X(6).
    05  OCP-LAST-ORDER-NO       PIC 9(5).
    05  OCP-OPENING-UNITS       PIC 9(9).
    05  OCP-OPENING-TIME        PIC 9(8).
    05  OCP-TRAN-COUNT          PIC 9(5).
    05  OCP-ACCEPTED-COUNT      PIC 9(5).
    05  OCP-REJECTED-COUNT      PIC 9(5).
