*> CSTHREC - CUSTOMER-STATUS-HIST record, appended whenever a
*> CUSTOMER-MASTER account status changes - suspended by the
*> month-end statement run (STMTPRT) for being too far and too much
*> past due, or suspended or reactivated by hand through CUSTMNT -
*> the way CREDIT-LIMIT-HIST preserves every credit-limit move.
*> The days and amount past due are the figures an automatic
*> suspension was decided on; they are zero for a change made by
*> hand.
01  CST-STATUS-HIST-RECORD.
    05  CST-CUSTOMER-ID         PIC X(6).
    05  CST-OLD-STATUS          PIC X(1).
    05  CST-NEW-STATUS          PIC X(1).
    05  CST-CHANGE-DATE         PIC 9(8).
    05  CST-CHANGED-BY          PIC X(8).
    05  CST-CHANGE-SOURCE       PIC X(1).
        88  CST-AUTOMATIC-CHANGE    VALUE "A".
        88  CST-MANUAL-CHANGE       VALUE "M".
    05  CST-DAYS-PAST-DUE       PIC 9(5).
    05  CST-PAST-DUE-AMOUNT     PIC 9(7)V99.
    05  CST-ACCOUNT-BALANCE     PIC S9(7)V99.
