*> GLMREC - GL-ACCOUNT-MAP record layout, keyed by GLM-MAP-KEY.
*> One record per journal source and amount component the nightly
*> GL extract (GLEXTR) posts, naming the general-ledger account
*> that component lands in - e.g. INV/TAX is the sales tax on an
*> invoice, CSH/BNK the bank side of cash applied.  Maintained
*> online through GLMMNT; the date and operator of the last change
*> stay on the record.  A component with no mapping holds the
*> journal rather than posting to a guessed account.
01  GLM-ACCOUNT-MAP-RECORD.
    05  GLM-MAP-KEY.
        10  GLM-SOURCE          PIC X(3).
        10  GLM-COMPONENT       PIC X(3).
    05  GLM-ACCOUNT             PIC X(8).
    05  GLM-DESCRIPTION         PIC X(20).
    05  GLM-CHANGED-DATE        PIC 9(8).
    05  GLM-CHANGED-BY          PIC X(8).
