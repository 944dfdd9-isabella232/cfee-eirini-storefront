    SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CAT-CHECKPOINT-STATUS.
    SELECT OPTIONAL FEED-PARM-FILE ASSIGN TO "FEEDPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CAT-FEEDPARM-STATUS.
    SELECT OPTIONAL LAST-SNAPSHOT ASSIGN TO "PRODSNAP"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CAT-SNAPSHOT-STATUS.
    SELECT NEW-SNAPSHOT ASSIGN TO "SNAPNEW"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CAT-NEW-SNAPSHOT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CAT-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
    COPY BRANDREC.
FD  CHECKPOINT-FILE.
    COPY CKPTREC.
FD  FEED-PARM-FILE.
01  CAT-FEED-PARM-RECORD.
    05  CAT-PARM-MODE               PIC X(4).
        88  CAT-PARM-FULL               VALUE "FULL".
    05  FILLER                      PIC X(76).
FD  LAST-SNAPSHOT.
    COPY SNAPREC.
FD  NEW-SNAPSHOT.
01  CAT-NEW-SNAPSHOT-RECORD         PIC X(43).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  CAT-PRODMSTR-STATUS         PIC X(2).
    88  CAT-PRODMSTR-EOF            VALUE "10".
01  CAT-RESTART-SW              PIC X(1) VALUE "N".
    88  CAT-RESTARTING              VALUE "Y".
01  CAT-RUN-DATE                PIC 9(8).
01  CAT-FEEDPARM-STATUS         PIC X(2).
01  CAT-SNAPSHOT-STATUS         PIC X(2).
    88  CAT-SNAPSHOT-EOF            VALUE "10".
01  CAT-NEW-SNAPSHOT-STATUS     PIC X(2).
*>  A DELTA FEED CARRIES ONLY WHAT CHANGED SINCE THE LAST SNAPSHOT;
*>  A FULL FEED CARRIES EVERY LISTED PRODUCT AS AN ADD AND TELLS THE
*>  STOREFRONT TO REPLACE ITS CATALOG OUTRIGHT.
01  CAT-FEED-MODE               PIC X(1).
    88  CAT-FULL-FEED               VALUE "F".
    88  CAT-DELTA-FEED              VALUE "D".
01  CAT-FEED-MODE-NAME          PIC X(5).
01  CAT-ON-SNAPSHOT-SW          PIC X(1).
    88  CAT-ON-SNAPSHOT             VALUE "Y".
01  CAT-LAST-KEY-DONE           PIC X(5) VALUE SPACES.
01  CAT-ITEM-ACTION             PIC X(6).
01  CAT-ITEM-PRODUCT-ID         PIC X(5).
01  CAT-FEED-PRICE              PIC 9(5)V99.
01  CAT-FEED-STOCK              PIC 9(7).
01  CAT-STOCK-EDIT              PIC ZZZZZZ9.
01  CAT-NEW-SNAPSHOT.
    05  CAT-NSN-PRODUCT-ID      PIC X(5).
    05  CAT-NSN-PRODUCT-NAME    PIC X(20).
    05  CAT-NSN-BRAND-CODE      PIC X(4).
    05  CAT-NSN-PRICE           PIC 9(5)V99.
    05  CAT-NSN-SELLABLE-QTY    PIC 9(7).
*>  THE ACTION COUNTS FEED THE CONTROL TRAILER, SO UNLIKE THE REJECT
*>  COUNTS THEY ARE CARRIED THROUGH THE CHECKPOINT AND COVER THE
*>  WHOLE RUN EVEN AFTER A RESTART.
01  CAT-ADD-COUNT               PIC 9(7) VALUE ZERO.
01  CAT-CHANGE-COUNT            PIC 9(7) VALUE ZERO.
01  CAT-DELETE-COUNT            PIC 9(7) VALUE ZERO.
01  CAT-LISTED-COUNT            PIC 9(7) VALUE ZERO.
01  CAT-ITEM-COUNT              PIC 9(7) VALUE ZERO.
01  CAT-UNCHANGED-COUNT         PIC 9(7) VALUE ZERO.
01  CAT-COUNT-EDIT              PIC ZZZZZZ9.
01  CAT-TRAILER-ADDS            PIC ZZZZZZ9.
01  CAT-TRAILER-CHANGES         PIC ZZZZZZ9.
01  CAT-TRAILER-DELETES         PIC ZZZZZZ9.
01  CAT-TRAILER-ITEMS           PIC ZZZZZZ9.
01  CAT-TRAILER-CATALOG         PIC ZZZZZZ9.
*>  CATALOG-OUTPUT IS WRITTEN ONE RECORD AT A TIME, SO THE CHECKPOINT
*>  HAS TO BE TAKEN JUST AS OFTEN - OTHERWISE A RESTART REPOSITIONS
*>  BEHIND WHAT WAS ALREADY EMITTED AND DUPLICATES ENTRIES IN THE
01  CAT-BSUM-AVG-EDIT           PIC ZZZZ9.99.
01  CAT-BSUM-MIN-EDIT           PIC ZZZZ9.99.
01  CAT-BSUM-MAX-EDIT           PIC ZZZZ9.99.
01  CAT-LEDGER-STATUS           PIC X(2).
    88  CAT-LEDGER-EOF               VALUE "10".
    88  CAT-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  CAT-STEP-NAME               PIC X(8) VALUE "DEMO".
01  CAT-PREREQ-STEP-1           PIC X(8) VALUE "ORDBAL".
01  CAT-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  CAT-PREREQ-1-SW             PIC X(1).
    88  CAT-PREREQ-1-DONE            VALUE "Y".
01  CAT-PREREQ-2-SW             PIC X(1).
    88  CAT-PREREQ-2-DONE            VALUE "Y".
01  CAT-ALREADY-RAN-SW          PIC X(1).
    88  CAT-ALREADY-RAN              VALUE "Y".
01  CAT-RERUN-ALLOWED-SW        PIC X(1) VALUE "N".
    88  CAT-RERUN-ALLOWED            VALUE "Y".
01  CAT-LEDGER-SW               PIC X(1) VALUE "N".
    88  CAT-LEDGER-REFUSED           VALUE "Y".
01  CAT-LEDGER-REASON           PIC X(40).
01  CAT-STEP-START-DATE         PIC 9(8).
01  CAT-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
DisplayPrompt.
    PERFORM CheckRunLedger
    IF CAT-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM ReadNextProduct
        PERFORM EmitProduct UNTIL CAT-PRODMSTR-EOF
*>      WHATEVER IS LEFT ON THE SNAPSHOT SORTS AFTER THE LAST PRODUCT
*>      ON THE MASTER - IT WAS DELETED FROM PRODUCT-MASTER OUTRIGHT.
        PERFORM DeleteVanishedProduct UNTIL CAT-SNAPSHOT-EOF
        PERFORM WriteFeedTrailer
*>      ON A RESTARTED RUN THESE COUNTERS START BACK AT ZERO, SO THEY ONLY
*>      REFLECT RECORDS READ AFTER THE CHECKPOINT, NOT THE WHOLE CATALOG -
*>      THE SAME PARTIAL-COVERAGE CAVEAT APPLIED TO THE BRAND SUMMARY BELOW.
        IF CAT-PRICE-REJECT-CT > ZERO
            IF CAT-RESTARTING
                DISPLAY "DEMO: " CAT-PRICE-REJECT-CT " PRODUCT(S) WITH INVALID PRICE EMITTED AS 0.00 (RESTARTED RUN - COUNTS RECORDS READ AFTER THE CHECKPOINT ONLY)"
            ELSE
                DISPLAY "DEMO: " CAT-PRICE-REJECT-CT " PRODUCT(S) WITH INVALID PRICE EMITTED AS 0.00"
            END-IF
        END-IF
        IF CAT-BRAND-REJECT-CT > ZERO
            IF CAT-RESTARTING
                DISPLAY "DEMO: " CAT-BRAND-REJECT-CT " PRODUCT(S) DROPPED - BRAND NOT ACTIVE ON BRAND-MASTER (RESTARTED RUN - COUNTS RECORDS READ AFTER THE CHECKPOINT ONLY)"
            ELSE
                DISPLAY "DEMO: " CAT-BRAND-REJECT-CT " PRODUCT(S) DROPPED - BRAND NOT ACTIVE ON BRAND-MASTER"
            END-IF
        END-IF
*>      ON A RESTARTED RUN THE BRAND TABLE ONLY REFLECTS PRODUCTS READ
*>      AFTER THE CHECKPOINT, NOT THE WHOLE CATALOG - THE SUMMARY WOULD
*>      UNDER-REPORT EVERY BRAND'S COUNT/AVG/MIN/MAX WITH NO INDICATION
*>      IT WAS PARTIAL, SO SKIP IT RATHER THAN PUBLISH A WRONG NUMBER.
        IF CAT-RESTARTING
            DISPLAY "DEMO: BRAND SUMMARY SKIPPED - THIS WAS A RESTARTED RUN AND WOULD ONLY COVER PRODUCTS READ AFTER THE CHECKPOINT"
        ELSE
            PERFORM BuildBrandSummary
        END-IF
        PERFORM WriteFeedSummary
        PERFORM WriteCheckpointComplete
        CLOSE PRODUCT-MASTER
        CLOSE BRAND-MASTER
        CLOSE CATALOG-OUTPUT
        CLOSE LAST-SNAPSHOT
        CLOSE NEW-SNAPSHOT
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    OPEN INPUT BRAND-MASTER
    PERFORM CheckForRestart
    IF CAT-RESTARTING
        MOVE CKP-FEED-MODE TO CAT-FEED-MODE
        MOVE CKP-ADD-COUNT TO CAT-ADD-COUNT
        MOVE CKP-CHANGE-COUNT TO CAT-CHANGE-COUNT
        MOVE CKP-DELETE-COUNT TO CAT-DELETE-COUNT
        MOVE CKP-LISTED-COUNT TO CAT-LISTED-COUNT
        MOVE CKP-LAST-PRODUCT-ID TO CAT-LAST-KEY-DONE
        OPEN EXTEND CATALOG-OUTPUT
        OPEN EXTEND NEW-SNAPSHOT
*>      THE CHECKPOINT MAY HAVE FIRED BEFORE ANY ITEM WAS EVER
*>      WRITTEN TO CATALOG-OUTPUT (E.G. THE FIRST BATCH OF RECORDS
*>      READ WERE ALL RETIRED OR REJECTED FOR BRAND) - CARRY FORWARD
            INVALID KEY SET CAT-PRODMSTR-EOF TO TRUE
        END-START
        DISPLAY "DEMO: RESTARTING AFTER CHECKPOINT PRODUCT " CKP-LAST-PRODUCT-ID
        PERFORM SetFeedModeName
        PERFORM OpenLastSnapshot
*>      EVERY SNAPSHOT ENTRY UP TO THE CHECKPOINTED KEY WAS ALREADY
*>      MATCHED, CARRIED OR DELETED BEFORE THE JOB WENT DOWN.
        PERFORM ReadNextSnapshot
            UNTIL CAT-SNAPSHOT-EOF
                OR SNP-PRODUCT-ID > CKP-LAST-PRODUCT-ID
    ELSE
        PERFORM SelectFeedMode
        PERFORM OpenLastSnapshot
        IF CAT-DELTA-FEED AND CAT-SNAPSHOT-EOF
            DISPLAY "DEMO: NO SNAPSHOT OF A PREVIOUS FEED - SENDING A FULL REFRESH"
            SET CAT-FULL-FEED TO TRUE
        END-IF
        PERFORM SetFeedModeName
        OPEN OUTPUT CATALOG-OUTPUT
        OPEN OUTPUT NEW-SNAPSHOT
        PERFORM WriteFeedHeader
    END-IF.

SelectFeedMode.
*>  THE NIGHTLY RUN IS A DELTA.  A FULL REFRESH IS ASKED FOR WITH A
*>  "FULL" CARD ON FEEDPARM; AN EMPTY OR DUMMY FEEDPARM MEANS DELTA.
    SET CAT-DELTA-FEED TO TRUE
    OPEN INPUT FEED-PARM-FILE
    READ FEED-PARM-FILE
        AT END MOVE SPACES TO CAT-FEED-PARM-RECORD
    END-READ
    IF CAT-PARM-FULL
        SET CAT-FULL-FEED TO TRUE
    END-IF
    CLOSE FEED-PARM-FILE.

SetFeedModeName.
    IF CAT-FULL-FEED
        MOVE "FULL" TO CAT-FEED-MODE-NAME
    ELSE
        MOVE "DELTA" TO CAT-FEED-MODE-NAME
    END-IF.

OpenLastSnapshot.
*>  A FULL REFRESH DOES NOT COMPARE AGAINST THE OLD SNAPSHOT AT ALL -
*>  IT IS TREATED AS EMPTY, SO EVERY LISTED PRODUCT GOES OUT AS AN
*>  ADD AND NOTHING AS A DELETE.  AN EMPTY OR MISSING SNAPSHOT ON A
*>  DELTA RUN (THE VERY FIRST FEED) TURNS THE RUN INTO A FULL ONE.
    OPEN INPUT LAST-SNAPSHOT
    IF CAT-FULL-FEED
        SET CAT-SNAPSHOT-EOF TO TRUE
    ELSE
        PERFORM ReadNextSnapshot
    END-IF.

ReadNextSnapshot.
    READ LAST-SNAPSHOT
        AT END SET CAT-SNAPSHOT-EOF TO TRUE
    END-READ.

WriteFeedHeader.
    MOVE SPACES TO CAT-JSON-LINE
    IF CAT-FULL-FEED
        STRING "{ ""feed"": ""full"", ""runDate"": """ DELIMITED BY SIZE
                CAT-RUN-DATE DELIMITED BY SIZE
                """, ""items"": [" DELIMITED BY SIZE
            INTO CAT-JSON-LINE
    ELSE
        STRING "{ ""feed"": ""delta"", ""runDate"": """ DELIMITED BY SIZE
                CAT-RUN-DATE DELIMITED BY SIZE
                """, ""items"": [" DELIMITED BY SIZE
            INTO CAT-JSON-LINE
    END-IF
    PERFORM WriteCatalogLine.

WriteFeedTrailer.
*>  THE TRAILER CLOSES THE ITEM ARRAY AND CARRIES THE ACTION COUNTS
*>  AND THE SIZE OF THE CATALOG AFTER THIS FEED IS APPLIED, SO THE
*>  STOREFRONT CAN PROVE IT LOADED EVERY ITEM BEFORE COMMITTING IT.
    COMPUTE CAT-ITEM-COUNT =
        CAT-ADD-COUNT + CAT-CHANGE-COUNT + CAT-DELETE-COUNT
    MOVE CAT-ADD-COUNT TO CAT-TRAILER-ADDS
    MOVE CAT-CHANGE-COUNT TO CAT-TRAILER-CHANGES
    MOVE CAT-DELETE-COUNT TO CAT-TRAILER-DELETES
    MOVE CAT-ITEM-COUNT TO CAT-TRAILER-ITEMS
    MOVE CAT-LISTED-COUNT TO CAT-TRAILER-CATALOG
    MOVE "]," TO CAT-JSON-LINE
    PERFORM WriteCatalogLine
    MOVE SPACES TO CAT-JSON-LINE
    STRING "  ""trailer"": { ""adds"": " DELIMITED BY SIZE
            CAT-TRAILER-ADDS DELIMITED BY SIZE
            ", ""changes"": " DELIMITED BY SIZE
            CAT-TRAILER-CHANGES DELIMITED BY SIZE
            ", ""deletes"": " DELIMITED BY SIZE
            CAT-TRAILER-DELETES DELIMITED BY SIZE
            ", ""items"": " DELIMITED BY SIZE
            CAT-TRAILER-ITEMS DELIMITED BY SIZE
            ", ""catalog"": " DELIMITED BY SIZE
            CAT-TRAILER-CATALOG DELIMITED BY SIZE
            " } }" DELIMITED BY SIZE
        INTO CAT-JSON-LINE
    PERFORM WriteCatalogLine.

CheckForRestart.
*>  A CHECKPOINT LEFT IN "RUNNING" STATE MEANS THE LAST JOB ABENDED
*>  MID-CATALOG; A RESUBMITTED JOB PICKS UP RIGHT AFTER THE LAST
*>  A PRODUCT RETIRED ONLINE THROUGH PRODMNT IS SKIPPED HERE RATHER
*>  THAN SHIPPED TO THE STOREFRONT, BUT STILL COUNTS TOWARD THE
*>  CHECKPOINT INTERVAL LIKE ANY OTHER RECORD READ FROM THE MASTER.
*>  PRODUCT-MASTER AND THE SNAPSHOT ARE BOTH IN PRODUCT-ID ORDER AND
*>  ARE MATCHED HERE: A SNAPSHOT ENTRY THAT SORTS BELOW THE CURRENT
*>  PRODUCT HAS LEFT THE MASTER, AND A PRODUCT THE STOREFRONT HOLDS
*>  THAT IS NOW RETIRED OR UNDER AN INACTIVE BRAND GOES OUT AS A
*>  DELETE RATHER THAN SILENTLY GOING MISSING.
    PERFORM DeleteVanishedProduct
        UNTIL CAT-SNAPSHOT-EOF
            OR SNP-PRODUCT-ID NOT < CAT-PRODUCT-ID
    SET CAT-ON-SNAPSHOT-SW TO "N"
    IF NOT CAT-SNAPSHOT-EOF
        IF SNP-PRODUCT-ID = CAT-PRODUCT-ID
            SET CAT-ON-SNAPSHOT-SW TO "Y"
        END-IF
    END-IF
    IF CAT-PRODUCT-RETIRED
        PERFORM DropListedProduct
    ELSE
        PERFORM ValidateBrand
        IF CAT-BRAND-VALID
            PERFORM ValidatePrice
            PERFORM ListProduct
            PERFORM AccumulateBrandSummary
        ELSE
            ADD 1 TO CAT-BRAND-REJECT-CT
            DISPLAY "DEMO: REJECT " CAT-PRODUCT-ID
                " - BRAND " CAT-BRAND-CODE " NOT ACTIVE ON BRAND-MASTER"
            PERFORM DropListedProduct
        END-IF
    END-IF
    IF CAT-ON-SNAPSHOT
        PERFORM ReadNextSnapshot
    END-IF
    MOVE CAT-PRODUCT-ID TO CAT-LAST-KEY-DONE
    PERFORM CheckAndWriteCheckpoint
    PERFORM ReadNextProduct.

ListProduct.
*>  THE NEW SNAPSHOT RECORDS EXACTLY WHAT THE STOREFRONT HOLDS ONCE
*>  THIS FEED IS APPLIED, CHANGED OR NOT, SO TOMORROW'S DELTA IS
*>  TAKEN AGAINST WHAT WAS ACTUALLY SENT.
    MOVE CAT-PRICE-EDIT TO CAT-FEED-PRICE
    MOVE CAT-ON-HAND-QTY TO CAT-FEED-STOCK
    IF CAT-ON-SNAPSHOT
        IF CAT-PRODUCT-NAME NOT = SNP-PRODUCT-NAME
            OR CAT-BRAND-CODE NOT = SNP-BRAND-CODE
            OR CAT-FEED-PRICE NOT = SNP-PRICE
            OR CAT-FEED-STOCK NOT = SNP-SELLABLE-QTY
            MOVE "change" TO CAT-ITEM-ACTION
            ADD 1 TO CAT-CHANGE-COUNT
            PERFORM WriteProductItem
        END-IF
    ELSE
        MOVE "add" TO CAT-ITEM-ACTION
        ADD 1 TO CAT-ADD-COUNT
        PERFORM WriteProductItem
    END-IF
    MOVE CAT-PRODUCT-ID TO CAT-NSN-PRODUCT-ID
    MOVE CAT-PRODUCT-NAME TO CAT-NSN-PRODUCT-NAME
    MOVE CAT-BRAND-CODE TO CAT-NSN-BRAND-CODE
    MOVE CAT-FEED-PRICE TO CAT-NSN-PRICE
    MOVE CAT-FEED-STOCK TO CAT-NSN-SELLABLE-QTY
    WRITE CAT-NEW-SNAPSHOT-RECORD FROM CAT-NEW-SNAPSHOT
    ADD 1 TO CAT-LISTED-COUNT.

DropListedProduct.
    IF CAT-ON-SNAPSHOT
        MOVE CAT-PRODUCT-ID TO CAT-ITEM-PRODUCT-ID
        PERFORM WriteDeleteItem
    END-IF.

DeleteVanishedProduct.
    MOVE SNP-PRODUCT-ID TO CAT-ITEM-PRODUCT-ID
    PERFORM WriteDeleteItem
    MOVE SNP-PRODUCT-ID TO CAT-LAST-KEY-DONE
    PERFORM CheckAndWriteCheckpoint
    PERFORM ReadNextSnapshot.

WriteProductItem.
*>  AN ADD OR CHANGE CARRIES THE WHOLE PRODUCT, SPLIT OVER TWO LINES
*>  TO STAY INSIDE THE PRODOUT RECORD LENGTH.
    PERFORM WriteItemSeparator
    MOVE CAT-FEED-STOCK TO CAT-STOCK-EDIT
    MOVE SPACES TO CAT-JSON-LINE
    STRING "{ ""action"": """ DELIMITED BY SIZE
            CAT-ITEM-ACTION DELIMITED BY " "
            """, ""id"": """ DELIMITED BY SIZE
            CAT-PRODUCT-ID DELIMITED BY " "
            """," DELIMITED BY SIZE
        INTO CAT-JSON-LINE
    PERFORM WriteCatalogLine
    MOVE SPACES TO CAT-JSON-LINE
    STRING "  ""name"": """ DELIMITED BY SIZE
            CAT-PRODUCT-NAME DELIMITED BY "  "
            """, ""brand"": """ DELIMITED BY SIZE
            CAT-BRAND-CODE DELIMITED BY " "
            """, ""price"": " DELIMITED BY SIZE
            CAT-PRICE-EDIT DELIMITED BY SIZE
            ", ""stock"": " DELIMITED BY SIZE
            CAT-STOCK-EDIT DELIMITED BY SIZE
            " }" DELIMITED BY SIZE
        INTO CAT-JSON-LINE
    PERFORM WriteCatalogLine.

WriteDeleteItem.
    PERFORM WriteItemSeparator
    ADD 1 TO CAT-DELETE-COUNT
    MOVE SPACES TO CAT-JSON-LINE
    STRING "{ ""action"": ""delete"", ""id"": """ DELIMITED BY SIZE
            CAT-ITEM-PRODUCT-ID DELIMITED BY " "
            """ }" DELIMITED BY SIZE
        INTO CAT-JSON-LINE
    PERFORM WriteCatalogLine.

WriteItemSeparator.
    IF CAT-FIRST-ITEM
        SET CAT-FIRST-ITEM-SW TO "N"
    ELSE
        MOVE "," TO CAT-JSON-LINE
        PERFORM WriteCatalogLine
    END-IF.

WriteFeedSummary.
    COMPUTE CAT-UNCHANGED-COUNT =
        CAT-LISTED-COUNT - CAT-ADD-COUNT - CAT-CHANGE-COUNT
    DISPLAY "DEMO: FEED MODE          - " CAT-FEED-MODE-NAME
    MOVE CAT-ADD-COUNT TO CAT-COUNT-EDIT
    DISPLAY "DEMO: PRODUCTS ADDED     - " CAT-COUNT-EDIT
    MOVE CAT-CHANGE-COUNT TO CAT-COUNT-EDIT
    DISPLAY "DEMO: PRODUCTS CHANGED   - " CAT-COUNT-EDIT
    MOVE CAT-DELETE-COUNT TO CAT-COUNT-EDIT
    DISPLAY "DEMO: PRODUCTS DELETED   - " CAT-COUNT-EDIT
    MOVE CAT-UNCHANGED-COUNT TO CAT-COUNT-EDIT
    DISPLAY "DEMO: PRODUCTS UNCHANGED - " CAT-COUNT-EDIT
    MOVE CAT-LISTED-COUNT TO CAT-COUNT-EDIT
    DISPLAY "DEMO: PRODUCTS LISTED    - " CAT-COUNT-EDIT.

CheckAndWriteCheckpoint.
    ADD 1 TO CAT-RECS-SINCE-CKPT
    IF CAT-RECS-SINCE-CKPT >= CAT-CHECKPOINT-INTERVAL
        MOVE CAT-LAST-KEY-DONE TO CKP-LAST-PRODUCT-ID
        MOVE CAT-RUN-DATE TO CKP-RUN-DATE
        SET CKP-RUN-INCOMPLETE TO TRUE
        IF CAT-FIRST-ITEM
        ELSE
            SET CKP-ITEM-WRITTEN TO TRUE
        END-IF
        PERFORM SaveFeedProgress
        OPEN OUTPUT CHECKPOINT-FILE
        WRITE CKP-CHECKPOINT-RECORD
        CLOSE CHECKPOINT-FILE
    END-IF.

WriteCheckpointComplete.
    MOVE CAT-LAST-KEY-DONE TO CKP-LAST-PRODUCT-ID
    MOVE CAT-RUN-DATE TO CKP-RUN-DATE
    SET CKP-RUN-COMPLETE TO TRUE
    IF CAT-FIRST-ITEM
    ELSE
        SET CKP-ITEM-WRITTEN TO TRUE
    END-IF
    PERFORM SaveFeedProgress
    OPEN OUTPUT CHECKPOINT-FILE
    WRITE CKP-CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE.

SaveFeedProgress.
    MOVE CAT-FEED-MODE TO CKP-FEED-MODE
    MOVE CAT-ADD-COUNT TO CKP-ADD-COUNT
    MOVE CAT-CHANGE-COUNT TO CKP-CHANGE-COUNT
    MOVE CAT-DELETE-COUNT TO CKP-DELETE-COUNT
    MOVE CAT-LISTED-COUNT TO CKP-LISTED-COUNT.

ValidateBrand.
*>  A PRODUCT WHOSE BRAND ISN'T AN ACTIVE BRAND-MASTER ENTRY IS
*>  DROPPED FROM THE FEED RATHER THAN SHIPPED WITH PLACEHOLDER OR
        " " CAT-BSUM-AVG-EDIT
        " " CAT-BSUM-MIN-EDIT
        " " CAT-BSUM-MAX-EDIT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT CAT-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT CAT-STEP-START-TIME FROM TIME
    SET CAT-PREREQ-1-SW TO "N"
    IF CAT-PREREQ-STEP-1 = SPACES
        SET CAT-PREREQ-1-SW TO "Y"
    END-IF
    SET CAT-PREREQ-2-SW TO "N"
    IF CAT-PREREQ-STEP-2 = SPACES
        SET CAT-PREREQ-2-SW TO "Y"
    END-IF
    SET CAT-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF CAT-LEDGER-MISSING
        SET CAT-LEDGER-EOF TO TRUE
    END-IF
    IF NOT CAT-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL CAT-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO CAT-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT CAT-PREREQ-1-DONE
            STRING CAT-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO CAT-LEDGER-REASON
        WHEN NOT CAT-PREREQ-2-DONE
            STRING CAT-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO CAT-LEDGER-REASON
        WHEN CAT-ALREADY-RAN AND NOT CAT-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO CAT-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF CAT-LEDGER-REASON NOT = SPACES
        SET CAT-LEDGER-REFUSED TO TRUE
        DISPLAY "DEMO: RUN REFUSED - " CAT-LEDGER-REASON
        DISPLAY "DEMO: BUSINESS DATE " CAT-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE CAT-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET CAT-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = CAT-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = CAT-STEP-NAME
            SET CAT-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = CAT-PREREQ-STEP-1
            SET CAT-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = CAT-PREREQ-STEP-2
            SET CAT-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE CAT-STEP-NAME TO RLG-STEP-NAME
    MOVE CAT-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE CAT-STEP-START-DATE TO RLG-START-DATE
    MOVE CAT-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "ADDS / CHANGES / DELETES" TO RLG-COUNT-TEXT
    MOVE SPACES TO RLG-MESSAGE.

WriteLedgerEnd.
*>  A RETURN CODE ABOVE 4 LEAVES THE STEP FAILED ON THE LEDGER, SO
*>  THE STEPS THAT DEPEND ON IT ARE HELD UNTIL IT IS RUN CLEAN.
    PERFORM StartLedgerRecord
    ACCEPT RLG-END-DATE FROM DATE YYYYMMDD
    ACCEPT RLG-END-TIME FROM TIME
    MOVE RETURN-CODE TO RLG-RETURN-CODE
    IF RETURN-CODE > 4
        SET RLG-STEP-FAILED TO TRUE
        MOVE "ENDED WITH A BAD RETURN CODE" TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-COMPLETED TO TRUE
    END-IF
    MOVE CAT-ADD-COUNT TO RLG-COUNT-1
    MOVE CAT-CHANGE-COUNT TO RLG-COUNT-2
    MOVE CAT-DELETE-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
