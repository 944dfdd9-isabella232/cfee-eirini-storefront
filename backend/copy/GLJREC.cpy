*> GLJREC - GL-JOURNAL record, one debit or credit line of the
*> nightly double-entry journal GLEXTR hands to the general
*> ledger.  Every source document yields lines whose debits and
*> credits are equal; GLJ-REFERENCE carries the invoice, RMA,
*> order or product the line came from so finance can trace any
*> posting back to the run that made it.
01  GLJ-JOURNAL-RECORD.
    05  GLJ-BUSINESS-DATE       PIC 9(8).
    05  GLJ-LINE-NO             PIC 9(6).
    05  GLJ-ACCOUNT             PIC X(8).
    05  GLJ-DEBIT-CREDIT        PIC X(1).
        88  GLJ-DEBIT               VALUE "D".
        88  GLJ-CREDIT              VALUE "C".
    05  GLJ-AMOUNT              PIC 9(9)V99.
    05  GLJ-SOURCE              PIC X(3).
    05  GLJ-COMPONENT           PIC X(3).
    05  GLJ-REFERENCE           PIC X(8).
    05  GLJ-DESCRIPTION         PIC X(20).
