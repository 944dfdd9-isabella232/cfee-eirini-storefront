*> RUNLGREC - RUN-LEDGER record, shared by every step of the batch
*> schedule and appended at both ends of a run: a started record
*> when the step passes its ledger check, then a completed or
*> failed record carrying the return code and the step's key
*> counts.  A step refused by the check - its prerequisite has not
*> completed for the business date, or it already has itself -
*> leaves one refused record.  A started record with nothing after
*> it is a step that never reached its end.  The business date is
*> the date the step started.  The count descriptions say what the
*> three counts mean for that step.
01  RLG-RUN-RECORD.
    05  RLG-STEP-NAME           PIC X(8).
    05  RLG-BUSINESS-DATE       PIC 9(8).
    05  RLG-RECORD-TYPE         PIC X(1).
        88  RLG-STEP-STARTED        VALUE "S".
        88  RLG-STEP-COMPLETED      VALUE "C".
        88  RLG-STEP-FAILED         VALUE "F".
        88  RLG-STEP-REFUSED        VALUE "R".
    05  RLG-START-DATE          PIC 9(8).
    05  RLG-START-TIME          PIC 9(8).
    05  RLG-END-DATE            PIC 9(8).
    05  RLG-END-TIME            PIC 9(8).
    05  RLG-RETURN-CODE         PIC 9(4).
    05  RLG-COUNT-1             PIC 9(9).
    05  RLG-COUNT-2             PIC 9(9).
    05  RLG-COUNT-3             PIC 9(9).
    05  RLG-COUNT-TEXT          PIC X(30).
    05  RLG-MESSAGE             PIC X(40).
