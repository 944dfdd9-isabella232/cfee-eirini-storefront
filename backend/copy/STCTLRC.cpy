*> STCTLRC - statement run control record.  One record, rewritten
*> at the end of every month-end statement run, carrying the
*> statement date - the next run takes its period activity from
*> the day after it, and a resubmit for the same date is refused -
*> and the counts of that run for the credit department.
01  STC-CONTROL-RECORD.
    05  STC-LAST-STATEMENT-DATE PIC 9(8).
    05  STC-STATEMENTS-PRINTED  PIC 9(7).
    05  STC-ACCOUNTS-SUSPENDED  PIC 9(5).
