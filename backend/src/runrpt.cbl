IDENTIFICATION DIVISION.
PROGRAM-ID.  RUNRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL REPORT-PARM-FILE ASSIGN TO "RUNRPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RNR-PARM-STATUS.
    SELECT OPERATIONS-REPORT ASSIGN TO "RUNRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RNR-REPORT-STATUS.
    SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS RNR-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REPORT-PARM-FILE.
01  RNR-PARM-RECORD.
    05  RNR-PARM-BUSINESS-DATE      PIC 9(8).
    05  FILLER                      PIC X(72).
FD  OPERATIONS-REPORT
    RECORDING MODE IS F.
01  RNR-REPORT-RECORD               PIC X(132).
FD  RUN-LEDGER-FILE.
    COPY RUNLGREC.
WORKING-STORAGE SECTION.
01  RNR-PARM-STATUS             PIC X(2).
01  RNR-REPORT-STATUS           PIC X(2).
01  RNR-RUN-DATE                PIC 9(8).
*>  THE NIGHT REPORTED IS THE BUSINESS DATE BEFORE THE RUN DATE -
*>  THE REPORT IS READ THE MORNING AFTER - UNLESS A RUNRPARM CARD
*>  NAMES ANOTHER DATE, TO LOOK BACK AT AN EARLIER NIGHT.
01  RNR-REPORT-DATE             PIC 9(8).
*>  THE NIGHTLY SCHEDULE IN RUNNING ORDER, WITH THE STEPS EACH ONE
*>  WAITS FOR.  A STEP ON THIS LIST WITH NOTHING ON THE LEDGER FOR
*>  THE NIGHT IS MISSING; ANYTHING ELSE THAT RAN IS LISTED AFTER IT.
01  RNR-SCHEDULE-TABLE.
    05  RNR-SCHEDULE-ENTRY OCCURS 12 TIMES INDEXED BY RNR-SCH-IX.
        10  RNR-SCH-STEP-NAME    PIC X(8).
        10  RNR-SCH-RUNS-AFTER   PIC X(16).
01  RNR-SCHEDULE-COUNT          PIC 9(2) COMP VALUE 12.
*>  WHAT THE LEDGER SHOWS FOR EACH STEP THAT RAN ON THE NIGHT.  THE
*>  LEDGER IS IN THE ORDER THINGS HAPPENED, SO A LATER RECORD FOR A
*>  STEP REPLACES AN EARLIER ONE - EXCEPT THAT ONCE A STEP HAS
*>  COMPLETED, A LATER REFUSED RESUBMIT DOES NOT HIDE IT.
01  RNR-STEP-TABLE.
    05  RNR-STEP-ENTRY OCCURS 50 TIMES INDEXED BY RNR-STP-IX.
        10  RNR-STP-STEP-NAME    PIC X(8).
        10  RNR-STP-LAST-TYPE    PIC X(1).
        10  RNR-STP-COMPLETED-SW PIC X(1).
        10  RNR-STP-ON-SCHEDULE-SW PIC X(1).
        10  RNR-STP-ATTEMPTS     PIC 9(3).
        10  RNR-STP-REFUSALS     PIC 9(3).
        10  RNR-STP-START-TIME   PIC 9(8).
        10  RNR-STP-END-DATE     PIC 9(8).
        10  RNR-STP-END-TIME     PIC 9(8).
        10  RNR-STP-RETURN-CODE  PIC 9(4).
        10  RNR-STP-COUNT-1      PIC 9(9).
        10  RNR-STP-COUNT-2      PIC 9(9).
        10  RNR-STP-COUNT-3      PIC 9(9).
        10  RNR-STP-COUNT-TEXT   PIC X(30).
        10  RNR-STP-MESSAGE      PIC X(40).
01  RNR-STEP-COUNT              PIC 9(3) COMP VALUE ZERO.
01  RNR-STEP-OVERFLOW-CT        PIC 9(5) COMP VALUE ZERO.
01  RNR-FOUND-SW                PIC X(1).
    88  RNR-FOUND                    VALUE "Y".
01  RNR-FOUND-IX                PIC 9(3) COMP.
01  RNR-RECORDS-READ            PIC 9(7) COMP VALUE ZERO.
01  RNR-RECORDS-FOR-DATE        PIC 9(7) COMP VALUE ZERO.
01  RNR-COMPLETED-COUNT         PIC 9(5) COMP VALUE ZERO.
01  RNR-FAILED-COUNT            PIC 9(5) COMP VALUE ZERO.
01  RNR-SKIPPED-COUNT           PIC 9(5) COMP VALUE ZERO.
01  RNR-MISSING-COUNT           PIC 9(5) COMP VALUE ZERO.
01  RNR-OTHER-COUNT             PIC 9(5) COMP VALUE ZERO.
01  RNR-NOT-COMPLETE-COUNT      PIC 9(5) COMP VALUE ZERO.
01  RNR-STATUS-PRT              PIC X(20).
01  RNR-AFTER-PRT               PIC X(16).
01  RNR-TIME-WORK               PIC X(8).
01  RNR-START-PRT               PIC X(8).
01  RNR-END-PRT                 PIC X(8).
01  RNR-REPORT-LINE             PIC X(132).
01  RNR-RC-EDIT                 PIC ZZZ9.
01  RNR-TRIES-EDIT              PIC ZZ9.
01  RNR-COUNT-1-EDIT            PIC ZZZZZZZZ9.
01  RNR-COUNT-2-EDIT            PIC ZZZZZZZZ9.
01  RNR-COUNT-3-EDIT            PIC ZZZZZZZZ9.
01  RNR-COUNT-EDIT              PIC ZZZZ9.
01  RNR-LEDGER-STATUS           PIC X(2).
    88  RNR-LEDGER-EOF               VALUE "10".
    88  RNR-LEDGER-MISSING           VALUE "05".
*>  THE STEP'S NAME ON THE RUN LEDGER AND THE STEPS THAT MUST
*>  HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY START.
01  RNR-STEP-NAME               PIC X(8) VALUE "RUNRPT".
01  RNR-PREREQ-STEP-1           PIC X(8) VALUE SPACES.
01  RNR-PREREQ-STEP-2           PIC X(8) VALUE SPACES.
01  RNR-PREREQ-1-SW             PIC X(1).
    88  RNR-PREREQ-1-DONE            VALUE "Y".
01  RNR-PREREQ-2-SW             PIC X(1).
    88  RNR-PREREQ-2-DONE            VALUE "Y".
01  RNR-ALREADY-RAN-SW          PIC X(1).
    88  RNR-ALREADY-RAN              VALUE "Y".
*>  A READ-ONLY REPORT CHANGES NOTHING, SO IT MAY BE RUN AGAIN
*>  ON A DATE IT HAS ALREADY COMPLETED.
01  RNR-RERUN-ALLOWED-SW        PIC X(1) VALUE "Y".
    88  RNR-RERUN-ALLOWED            VALUE "Y".
01  RNR-LEDGER-SW               PIC X(1) VALUE "N".
    88  RNR-LEDGER-REFUSED           VALUE "Y".
01  RNR-LEDGER-REASON           PIC X(40).
01  RNR-STEP-START-DATE         PIC 9(8).
01  RNR-STEP-START-TIME         PIC 9(8).
PROCEDURE DIVISION.
ReportNightlyRuns.
    PERFORM CheckRunLedger
    IF RNR-LEDGER-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM InitializeRun
        PERFORM LoadRunLedger
        PERFORM PrintScheduleStatus
        PERFORM PrintOtherSteps
        PERFORM PrintReportTotals
        PERFORM WriteRunSummary
        PERFORM TerminateRun
        PERFORM WriteLedgerEnd
    END-IF
    STOP RUN.

InitializeRun.
    ACCEPT RNR-RUN-DATE FROM DATE YYYYMMDD
    COMPUTE RNR-REPORT-DATE = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (RNR-RUN-DATE) - 1)
    OPEN INPUT REPORT-PARM-FILE
    READ REPORT-PARM-FILE
        AT END MOVE ZERO TO RNR-PARM-RECORD
    END-READ
    IF RNR-PARM-BUSINESS-DATE NUMERIC
        AND RNR-PARM-BUSINESS-DATE > ZERO
        MOVE RNR-PARM-BUSINESS-DATE TO RNR-REPORT-DATE
    END-IF
    CLOSE REPORT-PARM-FILE
    PERFORM LoadSchedule
    OPEN OUTPUT OPERATIONS-REPORT
    DISPLAY "RUNRPT: NIGHTLY RUN STATUS FOR BUSINESS DATE "
        RNR-REPORT-DATE
    MOVE SPACES TO RNR-REPORT-LINE
    STRING "RUNRPT NIGHTLY RUN STATUS FOR BUSINESS DATE " DELIMITED BY SIZE
           RNR-REPORT-DATE DELIMITED BY SIZE
           "     PRINTED " DELIMITED BY SIZE
           RNR-RUN-DATE DELIMITED BY SIZE
        INTO RNR-REPORT-LINE
    PERFORM WriteReportLine
    MOVE SPACES TO RNR-REPORT-LINE
    PERFORM WriteReportLine.

LoadSchedule.
    MOVE "ORDEDIT"                       TO RNR-SCH-STEP-NAME (1)
    MOVE "-"                             TO RNR-SCH-RUNS-AFTER (1)
    MOVE "ORDPROC"                       TO RNR-SCH-STEP-NAME (2)
    MOVE "ORDEDIT"                       TO RNR-SCH-RUNS-AFTER (2)
    MOVE "ORDBAL"                        TO RNR-SCH-STEP-NAME (3)
    MOVE "ORDPROC"                       TO RNR-SCH-RUNS-AFTER (3)
    MOVE "PICKLST"                       TO RNR-SCH-STEP-NAME (4)
    MOVE "ORDPROC"                       TO RNR-SCH-RUNS-AFTER (4)
    MOVE "REPLEN"                        TO RNR-SCH-STEP-NAME (5)
    MOVE "ORDPROC"                       TO RNR-SCH-RUNS-AFTER (5)
    MOVE "SHIPCONF"                      TO RNR-SCH-STEP-NAME (6)
    MOVE "PICKLST"                       TO RNR-SCH-RUNS-AFTER (6)
    MOVE "INVPRINT"                      TO RNR-SCH-STEP-NAME (7)
    MOVE "SHIPCONF ORDBAL"               TO RNR-SCH-RUNS-AFTER (7)
    MOVE "RTNPOST"                       TO RNR-SCH-STEP-NAME (8)
    MOVE "INVPRINT"                      TO RNR-SCH-RUNS-AFTER (8)
    MOVE "CSHPOST"                       TO RNR-SCH-STEP-NAME (9)
    MOVE "RTNPOST"                       TO RNR-SCH-RUNS-AFTER (9)
    MOVE "RCVPOST"                       TO RNR-SCH-STEP-NAME (10)
    MOVE "REPLEN"                        TO RNR-SCH-RUNS-AFTER (10)
    MOVE "GLEXTR"                        TO RNR-SCH-STEP-NAME (11)
    MOVE "CSHPOST RCVPOST"               TO RNR-SCH-RUNS-AFTER (11)
    MOVE "DEMO"                          TO RNR-SCH-STEP-NAME (12)
    MOVE "ORDBAL"                        TO RNR-SCH-RUNS-AFTER (12).

LoadRunLedger.
    OPEN INPUT RUN-LEDGER-FILE
    IF RNR-LEDGER-MISSING
        SET RNR-LEDGER-EOF TO TRUE
        DISPLAY "RUNRPT: NO RUN LEDGER - NOTHING HAS RUN"
    END-IF
    IF NOT RNR-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM RecordLedgerEntry UNTIL RNR-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE.

RecordLedgerEntry.
    ADD 1 TO RNR-RECORDS-READ
    IF RLG-BUSINESS-DATE = RNR-REPORT-DATE
        ADD 1 TO RNR-RECORDS-FOR-DATE
        PERFORM FindStepEntry
        IF RNR-FOUND
            SET RNR-STP-IX TO RNR-FOUND-IX
            PERFORM ApplyLedgerEntry
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

FindStepEntry.
    SET RNR-FOUND-SW TO "N"
    PERFORM CheckStepEntry
        VARYING RNR-STP-IX FROM 1 BY 1
        UNTIL RNR-STP-IX > RNR-STEP-COUNT OR RNR-FOUND
    IF NOT RNR-FOUND
        IF RNR-STEP-COUNT >= 50
            ADD 1 TO RNR-STEP-OVERFLOW-CT
        ELSE
            ADD 1 TO RNR-STEP-COUNT
            MOVE RNR-STEP-COUNT TO RNR-FOUND-IX
            SET RNR-STP-IX TO RNR-FOUND-IX
            MOVE RLG-STEP-NAME TO RNR-STP-STEP-NAME (RNR-STP-IX)
            MOVE SPACES TO RNR-STP-LAST-TYPE (RNR-STP-IX)
            MOVE "N" TO RNR-STP-COMPLETED-SW (RNR-STP-IX)
            MOVE "N" TO RNR-STP-ON-SCHEDULE-SW (RNR-STP-IX)
            MOVE ZERO TO RNR-STP-ATTEMPTS (RNR-STP-IX)
            MOVE ZERO TO RNR-STP-REFUSALS (RNR-STP-IX)
            MOVE ZERO TO RNR-STP-START-TIME (RNR-STP-IX)
            PERFORM ClearStepResult
            SET RNR-FOUND-SW TO "Y"
        END-IF
    END-IF.

CheckStepEntry.
    IF RNR-STP-STEP-NAME (RNR-STP-IX) = RLG-STEP-NAME
        SET RNR-FOUND-SW TO "Y"
        SET RNR-FOUND-IX TO RNR-STP-IX
    END-IF.

ClearStepResult.
    MOVE ZERO TO RNR-STP-END-DATE (RNR-STP-IX)
    MOVE ZERO TO RNR-STP-END-TIME (RNR-STP-IX)
    MOVE ZERO TO RNR-STP-RETURN-CODE (RNR-STP-IX)
    MOVE ZERO TO RNR-STP-COUNT-1 (RNR-STP-IX)
    MOVE ZERO TO RNR-STP-COUNT-2 (RNR-STP-IX)
    MOVE ZERO TO RNR-STP-COUNT-3 (RNR-STP-IX)
    MOVE SPACES TO RNR-STP-COUNT-TEXT (RNR-STP-IX)
    MOVE SPACES TO RNR-STP-MESSAGE (RNR-STP-IX).

ApplyLedgerEntry.
    EVALUATE TRUE
        WHEN RLG-STEP-REFUSED
            ADD 1 TO RNR-STP-REFUSALS (RNR-STP-IX)
            IF RNR-STP-COMPLETED-SW (RNR-STP-IX) NOT = "Y"
                MOVE RLG-RECORD-TYPE TO RNR-STP-LAST-TYPE (RNR-STP-IX)
                MOVE RLG-MESSAGE TO RNR-STP-MESSAGE (RNR-STP-IX)
            END-IF
        WHEN RLG-STEP-STARTED
            ADD 1 TO RNR-STP-ATTEMPTS (RNR-STP-IX)
            IF RNR-STP-COMPLETED-SW (RNR-STP-IX) NOT = "Y"
                MOVE RLG-RECORD-TYPE TO RNR-STP-LAST-TYPE (RNR-STP-IX)
                MOVE RLG-START-TIME TO RNR-STP-START-TIME (RNR-STP-IX)
                PERFORM ClearStepResult
            END-IF
        WHEN OTHER
            IF RNR-STP-COMPLETED-SW (RNR-STP-IX) NOT = "Y"
                MOVE RLG-RECORD-TYPE TO RNR-STP-LAST-TYPE (RNR-STP-IX)
                MOVE RLG-START-TIME TO RNR-STP-START-TIME (RNR-STP-IX)
                MOVE RLG-END-DATE TO RNR-STP-END-DATE (RNR-STP-IX)
                MOVE RLG-END-TIME TO RNR-STP-END-TIME (RNR-STP-IX)
                MOVE RLG-RETURN-CODE TO RNR-STP-RETURN-CODE (RNR-STP-IX)
                MOVE RLG-COUNT-1 TO RNR-STP-COUNT-1 (RNR-STP-IX)
                MOVE RLG-COUNT-2 TO RNR-STP-COUNT-2 (RNR-STP-IX)
                MOVE RLG-COUNT-3 TO RNR-STP-COUNT-3 (RNR-STP-IX)
                MOVE RLG-COUNT-TEXT TO RNR-STP-COUNT-TEXT (RNR-STP-IX)
                MOVE RLG-MESSAGE TO RNR-STP-MESSAGE (RNR-STP-IX)
                IF RLG-STEP-COMPLETED
                    MOVE "Y" TO RNR-STP-COMPLETED-SW (RNR-STP-IX)
                END-IF
            END-IF
    END-EVALUATE.

PrintScheduleStatus.
    MOVE "NIGHTLY SCHEDULE" TO RNR-REPORT-LINE
    PERFORM WriteReportLine
    PERFORM PrintColumnHeading
    PERFORM PrintScheduledStep
        VARYING RNR-SCH-IX FROM 1 BY 1
        UNTIL RNR-SCH-IX > RNR-SCHEDULE-COUNT.

PrintColumnHeading.
    MOVE SPACES TO RNR-REPORT-LINE
    STRING "STEP     RUNS AFTER       STATUS               "
               DELIMITED BY SIZE
           "STARTED  ENDED      RC RUNS REFUSED" DELIMITED BY SIZE
        INTO RNR-REPORT-LINE
    PERFORM WriteReportLine.

PrintScheduledStep.
    MOVE RNR-SCH-STEP-NAME (RNR-SCH-IX) TO RLG-STEP-NAME
    SET RNR-FOUND-SW TO "N"
    PERFORM CheckStepEntry
        VARYING RNR-STP-IX FROM 1 BY 1
        UNTIL RNR-STP-IX > RNR-STEP-COUNT OR RNR-FOUND
    MOVE RNR-SCH-RUNS-AFTER (RNR-SCH-IX) TO RNR-AFTER-PRT
    IF RNR-FOUND
        SET RNR-STP-IX TO RNR-FOUND-IX
        MOVE "Y" TO RNR-STP-ON-SCHEDULE-SW (RNR-STP-IX)
        PERFORM PrintStepStatus
    ELSE
        ADD 1 TO RNR-MISSING-COUNT
        ADD 1 TO RNR-NOT-COMPLETE-COUNT
        MOVE SPACES TO RNR-REPORT-LINE
        STRING RNR-SCH-STEP-NAME (RNR-SCH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RNR-AFTER-PRT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               "** MISSING **       " DELIMITED BY SIZE
               " NOT RUN FOR THE DATE" DELIMITED BY SIZE
            INTO RNR-REPORT-LINE
        PERFORM WriteReportLine
    END-IF.

PrintOtherSteps.
*>  STEPS OFF THE NIGHTLY LIST - MONTH-END, WEEKLY AND ON-REQUEST
*>  JOBS - ARE SHOWN FOR THE RECORD BUT NEVER COUNT AS MISSING.
    MOVE SPACES TO RNR-REPORT-LINE
    PERFORM WriteReportLine
    MOVE "OTHER STEPS RUN FOR THE DATE" TO RNR-REPORT-LINE
    PERFORM WriteReportLine
    PERFORM PrintColumnHeading
    PERFORM PrintOtherStep
        VARYING RNR-STP-IX FROM 1 BY 1
        UNTIL RNR-STP-IX > RNR-STEP-COUNT
    IF RNR-OTHER-COUNT = ZERO
        MOVE "NONE" TO RNR-REPORT-LINE
        PERFORM WriteReportLine
    END-IF.

PrintOtherStep.
    IF RNR-STP-ON-SCHEDULE-SW (RNR-STP-IX) NOT = "Y"
        ADD 1 TO RNR-OTHER-COUNT
        MOVE "-" TO RNR-AFTER-PRT
        PERFORM PrintStepStatus
    END-IF.

PrintStepStatus.
*>  A STEP WHOSE LAST RECORD IS A START WITH NOTHING AFTER IT NEVER
*>  REACHED ITS END - IT ABENDED, OR IS STILL RUNNING - AND IS
*>  COUNTED AS FAILED.  ONLY STEPS ON THE NIGHTLY LIST ARE COUNTED.
    EVALUATE TRUE
        WHEN RNR-STP-COMPLETED-SW (RNR-STP-IX) = "Y"
            MOVE "COMPLETED" TO RNR-STATUS-PRT
            IF RNR-STP-ON-SCHEDULE-SW (RNR-STP-IX) = "Y"
                ADD 1 TO RNR-COMPLETED-COUNT
            END-IF
        WHEN RNR-STP-LAST-TYPE (RNR-STP-IX) = "F"
            MOVE "** FAILED **" TO RNR-STATUS-PRT
            IF RNR-STP-ON-SCHEDULE-SW (RNR-STP-IX) = "Y"
                ADD 1 TO RNR-FAILED-COUNT
                ADD 1 TO RNR-NOT-COMPLETE-COUNT
            END-IF
        WHEN RNR-STP-LAST-TYPE (RNR-STP-IX) = "S"
            MOVE "** NO END - ABEND **" TO RNR-STATUS-PRT
            IF RNR-STP-ON-SCHEDULE-SW (RNR-STP-IX) = "Y"
                ADD 1 TO RNR-FAILED-COUNT
                ADD 1 TO RNR-NOT-COMPLETE-COUNT
            END-IF
        WHEN OTHER
            MOVE "** SKIPPED **" TO RNR-STATUS-PRT
            IF RNR-STP-ON-SCHEDULE-SW (RNR-STP-IX) = "Y"
                ADD 1 TO RNR-SKIPPED-COUNT
                ADD 1 TO RNR-NOT-COMPLETE-COUNT
            END-IF
    END-EVALUATE
    MOVE SPACES TO RNR-START-PRT
    MOVE SPACES TO RNR-END-PRT
    IF RNR-STP-START-TIME (RNR-STP-IX) > ZERO
        MOVE RNR-STP-START-TIME (RNR-STP-IX) TO RNR-TIME-WORK
        STRING RNR-TIME-WORK (1:2) ":" RNR-TIME-WORK (3:2) ":"
               RNR-TIME-WORK (5:2) DELIMITED BY SIZE
            INTO RNR-START-PRT
    END-IF
    IF RNR-STP-END-DATE (RNR-STP-IX) > ZERO
        MOVE RNR-STP-END-TIME (RNR-STP-IX) TO RNR-TIME-WORK
        STRING RNR-TIME-WORK (1:2) ":" RNR-TIME-WORK (3:2) ":"
               RNR-TIME-WORK (5:2) DELIMITED BY SIZE
            INTO RNR-END-PRT
    END-IF
    MOVE RNR-STP-RETURN-CODE (RNR-STP-IX) TO RNR-RC-EDIT
    MOVE RNR-STP-ATTEMPTS (RNR-STP-IX) TO RNR-TRIES-EDIT
    MOVE RNR-STP-REFUSALS (RNR-STP-IX) TO RNR-COUNT-EDIT
    MOVE SPACES TO RNR-REPORT-LINE
    STRING RNR-STP-STEP-NAME (RNR-STP-IX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RNR-AFTER-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RNR-STATUS-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RNR-START-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RNR-END-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RNR-RC-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RNR-TRIES-EDIT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           RNR-COUNT-EDIT DELIMITED BY SIZE
        INTO RNR-REPORT-LINE
    PERFORM WriteReportLine
*>  THE STEP'S KEY COUNTS, WITH WHAT THEY MEAN FOR THAT STEP, AND
*>  THE REASON IT WAS REFUSED OR FAILED.
    IF RNR-STP-COUNT-TEXT (RNR-STP-IX) NOT = SPACES
        OR RNR-STP-MESSAGE (RNR-STP-IX) NOT = SPACES
        MOVE RNR-STP-COUNT-1 (RNR-STP-IX) TO RNR-COUNT-1-EDIT
        MOVE RNR-STP-COUNT-2 (RNR-STP-IX) TO RNR-COUNT-2-EDIT
        MOVE RNR-STP-COUNT-3 (RNR-STP-IX) TO RNR-COUNT-3-EDIT
        MOVE SPACES TO RNR-REPORT-LINE
        IF RNR-STP-COUNT-TEXT (RNR-STP-IX) NOT = SPACES
            STRING "         " DELIMITED BY SIZE
                   RNR-STP-COUNT-TEXT (RNR-STP-IX) DELIMITED BY SIZE
                   RNR-COUNT-1-EDIT DELIMITED BY SIZE
                   RNR-COUNT-2-EDIT DELIMITED BY SIZE
                   RNR-COUNT-3-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RNR-STP-MESSAGE (RNR-STP-IX) DELIMITED BY SIZE
                INTO RNR-REPORT-LINE
        ELSE
            STRING "         " DELIMITED BY SIZE
                   RNR-STP-MESSAGE (RNR-STP-IX) DELIMITED BY SIZE
                INTO RNR-REPORT-LINE
        END-IF
        PERFORM WriteReportLine
    END-IF.

PrintReportTotals.
    MOVE SPACES TO RNR-REPORT-LINE
    PERFORM WriteReportLine
    MOVE RNR-COMPLETED-COUNT TO RNR-COUNT-EDIT
    MOVE SPACES TO RNR-REPORT-LINE
    STRING "NIGHTLY STEPS COMPLETED " DELIMITED BY SIZE
           RNR-COUNT-EDIT DELIMITED BY SIZE
        INTO RNR-REPORT-LINE
    PERFORM WriteReportLine
    MOVE RNR-FAILED-COUNT TO RNR-COUNT-EDIT
    MOVE SPACES TO RNR-REPORT-LINE
    STRING "NIGHTLY STEPS FAILED    " DELIMITED BY SIZE
           RNR-COUNT-EDIT DELIMITED BY SIZE
        INTO RNR-REPORT-LINE
    PERFORM WriteReportLine
    MOVE RNR-SKIPPED-COUNT TO RNR-COUNT-EDIT
    MOVE SPACES TO RNR-REPORT-LINE
    STRING "NIGHTLY STEPS SKIPPED   " DELIMITED BY SIZE
           RNR-COUNT-EDIT DELIMITED BY SIZE
        INTO RNR-REPORT-LINE
    PERFORM WriteReportLine
    MOVE RNR-MISSING-COUNT TO RNR-COUNT-EDIT
    MOVE SPACES TO RNR-REPORT-LINE
    STRING "NIGHTLY STEPS MISSING   " DELIMITED BY SIZE
           RNR-COUNT-EDIT DELIMITED BY SIZE
        INTO RNR-REPORT-LINE
    PERFORM WriteReportLine
    IF RNR-STEP-OVERFLOW-CT > ZERO
        MOVE RNR-STEP-OVERFLOW-CT TO RNR-COUNT-EDIT
        MOVE SPACES TO RNR-REPORT-LINE
        STRING "LEDGER RECORDS FOR STEPS PAST THE TABLE, NOT SHOWN "
                   DELIMITED BY SIZE
               RNR-COUNT-EDIT DELIMITED BY SIZE
            INTO RNR-REPORT-LINE
        PERFORM WriteReportLine
    END-IF
    MOVE SPACES TO RNR-REPORT-LINE
    PERFORM WriteReportLine
    IF RNR-NOT-COMPLETE-COUNT = ZERO
        MOVE "NIGHT COMPLETE - EVERY NIGHTLY STEP RAN CLEAN"
            TO RNR-REPORT-LINE
    ELSE
        MOVE "*** NIGHT NOT COMPLETE - FAILED, SKIPPED OR MISSING STEPS ABOVE ***"
            TO RNR-REPORT-LINE
    END-IF
    PERFORM WriteReportLine.

WriteReportLine.
    MOVE RNR-REPORT-LINE TO RNR-REPORT-RECORD
    WRITE RNR-REPORT-RECORD.

WriteRunSummary.
    DISPLAY "RUNRPT: LEDGER RECORDS READ - " RNR-RECORDS-READ
    DISPLAY "RUNRPT: RECORDS FOR THE DATE- " RNR-RECORDS-FOR-DATE
    DISPLAY "RUNRPT: NIGHTLY COMPLETED   - " RNR-COMPLETED-COUNT
    DISPLAY "RUNRPT: NIGHTLY FAILED      - " RNR-FAILED-COUNT
    DISPLAY "RUNRPT: NIGHTLY SKIPPED     - " RNR-SKIPPED-COUNT
    DISPLAY "RUNRPT: NIGHTLY MISSING     - " RNR-MISSING-COUNT
    DISPLAY "RUNRPT: OTHER STEPS RUN     - " RNR-OTHER-COUNT
    IF RNR-NOT-COMPLETE-COUNT > ZERO
*>      A WARNING RETURN CODE FLAGS THE REPORT TO THE OPERATOR ON
*>      SHIFT WITHOUT HOLDING ANYTHING ELSE IN THE SCHEDULER.
        DISPLAY "RUNRPT: NIGHT NOT COMPLETE"
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "RUNRPT: NIGHT COMPLETE"
    END-IF.

TerminateRun.
    CLOSE OPERATIONS-REPORT.

CheckRunLedger.
*>  EVERY STEP OF THE SCHEDULE RECORDS ITSELF ON THE SHARED RUN
*>  LEDGER.  BEFORE ANY FILE IS TOUCHED THE LEDGER IS READ FOR THE
*>  BUSINESS DATE AND THE STEP IS REFUSED IF A STEP IT DEPENDS ON
*>  HAS NOT COMPLETED, OR IF IT HAS ALREADY COMPLETED ITSELF.  A
*>  RUN THAT FAILED OR NEVER REACHED ITS END MAY BE RESUBMITTED.
    ACCEPT RNR-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT RNR-STEP-START-TIME FROM TIME
    SET RNR-PREREQ-1-SW TO "N"
    IF RNR-PREREQ-STEP-1 = SPACES
        SET RNR-PREREQ-1-SW TO "Y"
    END-IF
    SET RNR-PREREQ-2-SW TO "N"
    IF RNR-PREREQ-STEP-2 = SPACES
        SET RNR-PREREQ-2-SW TO "Y"
    END-IF
    SET RNR-ALREADY-RAN-SW TO "N"
    OPEN INPUT RUN-LEDGER-FILE
    IF RNR-LEDGER-MISSING
        SET RNR-LEDGER-EOF TO TRUE
    END-IF
    IF NOT RNR-LEDGER-EOF
        PERFORM ReadNextLedgerEntry
        PERFORM CheckLedgerEntry UNTIL RNR-LEDGER-EOF
    END-IF
    CLOSE RUN-LEDGER-FILE
    MOVE SPACES TO RNR-LEDGER-REASON
    EVALUATE TRUE
        WHEN NOT RNR-PREREQ-1-DONE
            STRING RNR-PREREQ-STEP-1 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RNR-LEDGER-REASON
        WHEN NOT RNR-PREREQ-2-DONE
            STRING RNR-PREREQ-STEP-2 DELIMITED BY SPACE
                   " HAS NOT COMPLETED FOR THE DATE" DELIMITED BY SIZE
                INTO RNR-LEDGER-REASON
        WHEN RNR-ALREADY-RAN AND NOT RNR-RERUN-ALLOWED
            MOVE "ALREADY COMPLETED FOR THE DATE" TO RNR-LEDGER-REASON
    END-EVALUATE
    PERFORM StartLedgerRecord
    IF RNR-LEDGER-REASON NOT = SPACES
        SET RNR-LEDGER-REFUSED TO TRUE
        DISPLAY "RUNRPT: RUN REFUSED - " RNR-LEDGER-REASON
        DISPLAY "RUNRPT: BUSINESS DATE " RNR-STEP-START-DATE
            " ON THE RUN LEDGER - NOTHING HAS BEEN UPDATED"
        SET RLG-STEP-REFUSED TO TRUE
        MOVE RNR-LEDGER-REASON TO RLG-MESSAGE
    ELSE
        SET RLG-STEP-STARTED TO TRUE
    END-IF
    PERFORM WriteLedgerRecord.

ReadNextLedgerEntry.
    READ RUN-LEDGER-FILE
        AT END SET RNR-LEDGER-EOF TO TRUE
    END-READ.

CheckLedgerEntry.
    IF RLG-BUSINESS-DATE = RNR-STEP-START-DATE
        AND RLG-STEP-COMPLETED
        IF RLG-STEP-NAME = RNR-STEP-NAME
            SET RNR-ALREADY-RAN-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RNR-PREREQ-STEP-1
            SET RNR-PREREQ-1-SW TO "Y"
        END-IF
        IF RLG-STEP-NAME = RNR-PREREQ-STEP-2
            SET RNR-PREREQ-2-SW TO "Y"
        END-IF
    END-IF
    PERFORM ReadNextLedgerEntry.

StartLedgerRecord.
    MOVE RNR-STEP-NAME TO RLG-STEP-NAME
    MOVE RNR-STEP-START-DATE TO RLG-BUSINESS-DATE
    MOVE RNR-STEP-START-DATE TO RLG-START-DATE
    MOVE RNR-STEP-START-TIME TO RLG-START-TIME
    MOVE ZERO TO RLG-END-DATE
    MOVE ZERO TO RLG-END-TIME
    MOVE ZERO TO RLG-RETURN-CODE
    MOVE ZERO TO RLG-COUNT-1
    MOVE ZERO TO RLG-COUNT-2
    MOVE ZERO TO RLG-COUNT-3
    MOVE "COMPLETED / NOT DONE / OTHER" TO RLG-COUNT-TEXT
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
    MOVE RNR-COMPLETED-COUNT TO RLG-COUNT-1
    MOVE RNR-NOT-COMPLETE-COUNT TO RLG-COUNT-2
    MOVE RNR-OTHER-COUNT TO RLG-COUNT-3
    PERFORM WriteLedgerRecord.

WriteLedgerRecord.
    OPEN EXTEND RUN-LEDGER-FILE
    WRITE RLG-RUN-RECORD
    CLOSE RUN-LEDGER-FILE.
