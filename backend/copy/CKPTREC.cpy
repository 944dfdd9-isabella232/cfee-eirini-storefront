*> CKPTREC - catalog run checkpoint record.  One record, rewritten
*> periodically while DEMO runs so a resubmitted job can restart
*> after the last product successfully processed instead of from
*> the top of PRODUCT-MASTER.  The feed mode and the running
*> action counts ride along so a restarted delta finishes in the
*> same mode and its control trailer still covers the whole run.
*> CKP-LAST-PRODUCT-ID may be a product already gone from the
*> master whose delete was the last item written.
01  CKP-CHECKPOINT-RECORD.
    05  CKP-LAST-PRODUCT-ID     PIC X(5).
    05  CKP-RUN-DATE            PIC 9(8).
    05  CKP-ITEM-WRITTEN-SW     PIC X(1).
        88  CKP-ITEM-WRITTEN        VALUE "Y".
        88  CKP-NO-ITEM-WRITTEN     VALUE "N".
    05  CKP-FEED-MODE           PIC X(1).
        88  CKP-FULL-FEED           VALUE "F".
        88  CKP-DELTA-FEED          VALUE "D".
    05  CKP-ADD-COUNT           PIC 9(7).
    05  CKP-CHANGE-COUNT        PIC 9(7).
    05  CKP-DELETE-COUNT        PIC 9(7).
    05  CKP-LISTED-COUNT        PIC 9(7).
