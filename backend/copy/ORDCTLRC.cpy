*> OCT-OPENING-UNITS is the total of CAT-ON-HAND-QTY across the
*> whole master as ORDPROC found it before posting - the balancing
*> step (ORDBAL) proves the day's ORDLINE units against the net
*> drop from this snapshot.  OCT-OPENING-TIME is the time of day
*> the snapshot was taken, so stock an order cancellation puts back
*> on the shelf after it can be netted out of the proof.
01  OCT-CONTROL-RECORD.
    05  OCT-LAST-ORDER-NO       PIC 9(5).
    05  OCT-LAST-RUN-DATE       PIC 9(8).
    05  OCT-LAST-TRAN-COUNT     PIC 9(5).
    05  OCT-OPENING-UNITS       PIC 9(9).
    05  OCT-OPENING-TIME        PIC 9(8).
