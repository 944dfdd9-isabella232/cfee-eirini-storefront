*> GLCTLRC - GL extract control record.  One record, rewritten at
*> the end of every balanced run, carrying the last business date
*> extracted - so the same day can never be journalled twice - and
*> the number of INVENTORY-MOVE-HIST records already taken, since
*> a move carries the receipt or count date rather than the date
*> it was posted.  The journal totals of the last run stay on the
*> record for the GL load to prove against.
01  GLC-CONTROL-RECORD.
    05  GLC-LAST-BUSINESS-DATE  PIC 9(8).
    05  GLC-MOVES-EXTRACTED     PIC 9(9).
    05  GLC-JOURNAL-LINES       PIC 9(7).
    05  GLC-JOURNAL-TOTAL       PIC 9(11)V99.
