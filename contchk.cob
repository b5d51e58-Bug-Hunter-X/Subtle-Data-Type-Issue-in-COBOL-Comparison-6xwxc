      >>SOURCE FORMAT FREE
*> Opening-balance continuity check.
*> Proves, before the nightly reconciliation starts, that the opening
*> balances it is about to read from the branch-master unload
*> BRUNLOAD are each open branch's closing balances for the previous
*> business day as posted on the closing-balance history BALHIST.
*> The previous business day is found on the business-day calendar
*> CALFILE (without a calendar, the previous weekday). An opening
*> that differs from the prior close - on either area - is a break,
*> and every break is listed on the continuity report CONTRPT with
*> both differences and what explains it:
*>   - the maintenance history MNTHIST entry that set the opening:
*>     the latest add, change, or consolidation for the branch
*>     journaled since the prior business day's reconciliation
*>     completed whose after-image carries exactly the opening now
*>     on the unload (for a consolidation, the branch folded in is
*>     named);
*>   - a negative prior close the reconciliation forced to zero on
*>     the next-day control file, which it has already raised as a
*>     critical X008 exception.
*> A break nothing explains - a skipped balance refresh, a master
*> changed outside the maintenance run, an open branch with no prior
*> close and no maintenance to account for it - is written to the
*> exception file as a critical X501. If BALHIST holds no close at
*> all for the previous business day, continuity cannot be proved
*> for any branch, and a single warning X502 says so instead.
*> The window for maintenance is taken from the cycle run-control
*> file CYCLCTL: entries journaled after the previous business day's
*> reconciliation (BUG, or RECMERGE for a split run) stamped its end;
*> without that entry, entries dated after the previous business
*> day. The check runs as step CONTCHK, after the front-end edit and
*> before the reconciliation, under the same rules as every other
*> step: it refuses to start until TRANEDIT has completed for the
*> business date, and refuses a second run for a date it has
*> completed unless CTL-RERUN=Y. The business date is the calendar's
*> current business date, else CTL-BUSINESS-DATE, else the run date.
IDENTIFICATION DIVISION.
PROGRAM-ID. CONTCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "BRUNLOAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAL-HIST-KEY
        FILE STATUS IS WS-BALANCE-HISTORY-STATUS.

    SELECT OPTIONAL HISTORY-IN-FILE ASSIGN TO "MNTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-IN-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT CONTINUITY-REPORT-FILE ASSIGN TO "CONTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTINUITY-REPORT-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

    SELECT HISTORY-SORT-FILE ASSIGN TO "CONTSORT".

DATA DIVISION.
FILE SECTION.
*> Branch-master unload, column for column as the maintenance run
*> writes it.
FD  CONTROL-FILE.
01  CONTROL-RECORD.
    05  CTL-BATCH-ID            PIC X(5).
    05  CTL-OPEN-AREA-1         PIC 9(7)V99.
    05  CTL-OPEN-AREA-2         PIC 9(7)V99.
    05  CTL-TOL-AMOUNT          PIC 9(7)V99.
    05  CTL-TOL-PERCENT         PIC 9(3)V99.

*> Closing-balance history, column for column as the reconciliation
*> posts it.
FD  BALANCE-HISTORY-FILE.
01  BALANCE-HISTORY-RECORD.
    05  BAL-HIST-KEY.
        10  BAL-BATCH-ID        PIC X(5).
        10  BAL-BUSINESS-DATE   PIC 9(8).
    05  BAL-CLOSE-1             PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  BAL-CLOSE-2             PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  BAL-VERDICT             PIC X(20).
    05  BAL-CARRY-COUNT         PIC 9(5).
    05  BAL-GRADE               PIC X(5).

FD  HISTORY-IN-FILE.
01  HISTORY-IN-RECORD           PIC X(124).

FD  EXCEPTION-FILE.
01  EXCEPTION-LOG-RECORD        PIC X(127).

FD  CONTINUITY-REPORT-FILE.
01  CONTINUITY-REPORT-RECORD    PIC X(132).

*> Business-day calendar, maintained by operations: one record per
*> calendar date in date order, typed B (business), H (holiday), or
*> W (weekend), with "*" marking the current business date.
FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-DATE                PIC X(8).
    05  FILLER                  PIC X.
    05  CAL-DAY-TYPE            PIC X.
    05  FILLER                  PIC X.
    05  CAL-CURRENT-FLAG        PIC X.

*> Cycle run-control entry, column for column as every step of the
*> nightly cycle stamps it: one per business date and step.
FD  CYCLE-CONTROL-FILE.
01  CYCLE-CONTROL-RECORD.
    05  RC-KEY.
        10  RC-BUSINESS-DATE    PIC 9(8).
        10  RC-STEP             PIC X(8).
    05  RC-START-TIMESTAMP      PIC X(21).
    05  RC-END-TIMESTAMP        PIC X(21).
    05  RC-COMPLETION-CODE      PIC X(4).
        88  RC-STEP-RUNNING             VALUE SPACES.
        88  RC-STEP-COMPLETE            VALUE "0000".
    05  RC-RUN-COUNT            PIC 9(3).
    05  RC-RERUN-FLAG           PIC X.

*> The maintenance that can have set an opening, in batch-id order to
*> match the unload and in time order within a branch.
SD  HISTORY-SORT-FILE.
01  HISTORY-SORT-RECORD.
    05  HS-BATCH-ID             PIC X(5).
    05  HS-TIMESTAMP            PIC X(21).
    05  HS-SOURCE-ID            PIC X(8).
    05  HS-FUNCTION             PIC X.
    05  HS-AFTER-AREA-1         PIC 9(7)V99.
    05  HS-AFTER-AREA-2         PIC 9(7)V99.
    05  HS-LINKED-BATCH-ID      PIC X(5).

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS           PIC XX VALUE "00".
01  WS-BALANCE-HISTORY-STATUS   PIC XX VALUE "00".
01  WS-HISTORY-IN-STATUS        PIC XX VALUE "00".
01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
01  WS-CONTINUITY-REPORT-STATUS PIC XX VALUE "00".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".

01  WS-EOF-SWITCHES.
    05  WS-CONTROL-EOF-SW       PIC X VALUE "N".
        88  WS-CONTROL-EOF              VALUE "Y".
    05  WS-HISTORY-IN-EOF-SW    PIC X VALUE "N".
        88  WS-HISTORY-IN-EOF           VALUE "Y".
    05  WS-SORTED-EOF-SW        PIC X VALUE "N".
        88  WS-SORTED-EOF               VALUE "Y".
    05  WS-CALENDAR-EOF-SW      PIC X VALUE "N".
        88  WS-CALENDAR-EOF             VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8).
01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROS.
01  WS-BUSINESS-DATE-TEXT       PIC X(8) VALUE SPACES.
01  WS-PRIOR-BUSINESS-DATE      PIC 9(8) VALUE ZEROS.
01  WS-DAY-OF-WEEK              PIC 9 VALUE ZEROS.
01  WS-DAY-NUMBER               PIC 9(7) VALUE ZEROS.

*> Maintenance journaled after this moment belongs to tonight's
*> cycle.
01  WS-WINDOW-START-TIMESTAMP   PIC X(21) VALUE SPACES.
01  WS-WINDOW-SOURCE            PIC X(8) VALUE SPACES.

*> Business-day calendar held for the prior-business-day lookup.
01  WS-CALENDAR-LOADED-SW       PIC X VALUE "N".
    88  WS-CALENDAR-LOADED              VALUE "Y".
01  WS-CAL-ENTRY-COUNT          PIC 9(4) VALUE ZEROS.
01  WS-CALENDAR-TABLE.
    05  WS-CAL-ENTRY OCCURS 800 TIMES
            ASCENDING KEY IS WS-CAL-ENTRY-DATE
            INDEXED BY CAL-IDX.
        10  WS-CAL-ENTRY-DATE   PIC 9(8).
        10  WS-CAL-ENTRY-TYPE   PIC X.
01  WS-CAL-PREV-DATE            PIC 9(8) VALUE ZEROS.
01  WS-CAL-LOOKUP-DATE          PIC 9(8) VALUE ZEROS.
01  WS-CAL-DAY-TYPE             PIC X VALUE "B".
01  WS-CAL-CURRENT-DATE         PIC 9(8) VALUE ZEROS.

*> Image of a maintenance history line, column for column as the
*> maintenance run writes it; only the after-image balances and the
*> linked batch are wanted here.
01  WS-HISTORY-LINE-IMAGE.
    05  WS-HIS-TIMESTAMP        PIC X(21).
    05  FILLER                  PIC X.
    05  WS-HIS-SOURCE-ID        PIC X(8).
    05  FILLER                  PIC X.
    05  WS-HIS-FUNCTION         PIC X.
    05  FILLER                  PIC X.
    05  WS-HIS-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X.
    05  WS-HIS-BEFORE-IMAGE     PIC X(24).
    05  FILLER                  PIC X.
    05  WS-HIS-AFTER-IMAGE.
        10  WS-HIS-AFT-BATCH    PIC X(5).
        10  WS-HIS-AFT-AREA-1   PIC X(9).
        10  WS-HIS-AFT-AREA-1-N REDEFINES WS-HIS-AFT-AREA-1
                                PIC 9(7)V99.
        10  WS-HIS-AFT-AREA-2   PIC X(9).
        10  WS-HIS-AFT-AREA-2-N REDEFINES WS-HIS-AFT-AREA-2
                                PIC 9(7)V99.
        10  WS-HIS-AFT-STATUS   PIC X.
    05  FILLER                  PIC X.
    05  WS-HIS-BEFORE-TOLERANCE PIC X(14).
    05  FILLER                  PIC X.
    05  WS-HIS-AFTER-TOLERANCE  PIC X(14).
    05  FILLER                  PIC X.
    05  WS-HIS-LINKED-BATCH-ID  PIC X(5).

*> The prior close may be missing for every branch only when the
*> history has nothing for the day at all; that is a warning once,
*> not a critical break per branch.
01  WS-PRIOR-CLOSES-SW          PIC X VALUE "N".
    88  WS-PRIOR-CLOSES-PRESENT         VALUE "Y".
01  WS-PRIOR-CLOSE-SW           PIC X VALUE "N".
    88  WS-PRIOR-CLOSE-FOUND            VALUE "Y".

*> The maintenance entry that explains the branch's opening, if any.
01  WS-EXPLAINED-SW             PIC X VALUE "N".
    88  WS-EXPLAINED-BY-ENTRY           VALUE "Y".
01  WS-EXPLAINING-ENTRY.
    05  WS-XE-TIMESTAMP         PIC X(21).
    05  WS-XE-SOURCE-ID         PIC X(8).
    05  WS-XE-FUNCTION          PIC X.
    05  WS-XE-LINKED-BATCH-ID   PIC X(5).

01  WS-FORCED-SW                PIC X VALUE "N".
    88  WS-FORCED-TO-ZERO               VALUE "Y".
01  WS-AREA-1-SW                PIC X VALUE "N".
    88  WS-AREA-1-ACCOUNTED             VALUE "Y".
01  WS-AREA-2-SW                PIC X VALUE "N".
    88  WS-AREA-2-ACCOUNTED             VALUE "Y".

01  WS-PRIOR-CLOSE-1            PIC S9(7)V99 VALUE ZEROS.
01  WS-PRIOR-CLOSE-2            PIC S9(7)V99 VALUE ZEROS.
01  WS-DIFF-1                   PIC S9(8)V99 VALUE ZEROS.
01  WS-DIFF-2                   PIC S9(8)V99 VALUE ZEROS.
01  WS-DIFF-1-EDIT              PIC -ZZZZZZZ9.99.
01  WS-DIFF-2-EDIT              PIC -ZZZZZZZ9.99.

01  WS-CONTINUITY-COUNTS.
    05  WS-BRANCH-COUNT         PIC 9(7) VALUE ZEROS.
    05  WS-CONTINUOUS-COUNT     PIC 9(7) VALUE ZEROS.
    05  WS-EXPLAINED-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-FORCED-COUNT         PIC 9(7) VALUE ZEROS.
    05  WS-UNEXPLAINED-COUNT    PIC 9(7) VALUE ZEROS.
    05  WS-NOT-CHECKED-COUNT    PIC 9(7) VALUE ZEROS.
    05  WS-ENTRY-COUNT          PIC 9(7) VALUE ZEROS.

01  WS-CONTINUITY-HEADER.
    05  FILLER                  PIC X(5)  VALUE "BATCH".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE "  OPEN-1".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(12) VALUE "  PRIOR-CL-1".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(12) VALUE "      DIFF-1".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE "  OPEN-2".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(12) VALUE "  PRIOR-CL-2".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(12) VALUE "      DIFF-2".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(11) VALUE "DISPOSITION".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(36) VALUE "EXPLAINED BY".

01  WS-CONTINUITY-DETAIL.
    05  WS-CND-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CND-OPEN-1           PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CND-CLOSE-1          PIC X(12).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CND-DIFF-1           PIC X(12).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CND-OPEN-2           PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CND-CLOSE-2          PIC X(12).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CND-DIFF-2           PIC X(12).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CND-DISPOSITION      PIC X(11).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CND-EXPLANATION      PIC X(36).
01  WS-CLOSE-EDIT               PIC -ZZZZZZZ9.99.

01  WS-EXCEPTION-LINE.
    05  WS-EXC-TIMESTAMP        PIC X(21).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-EXC-PROGRAM-ID       PIC X(8)  VALUE "CONTCHK".
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-EXC-SEVERITY         PIC X(4).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-EXC-CODE             PIC X(4).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-EXC-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-EXC-VALUES           PIC X(80).

*> Cycle run control.
01  WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
01  WS-CYCLE-STEP               PIC X(8) VALUE "CONTCHK".
01  WS-PREDECESSOR-STEP         PIC X(8) VALUE SPACES.
01  WS-RERUN-SW                 PIC X VALUE "N".
    88  WS-RERUN-OVERRIDE               VALUE "Y".
01  WS-CYCLE-ENTRY-SW           PIC X VALUE "N".
    88  WS-CYCLE-ENTRY-FOUND            VALUE "Y".

PROCEDURE DIVISION.
MAIN-PROCESS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-CALENDAR-FILE
    ACCEPT WS-BUSINESS-DATE-TEXT FROM ENVIRONMENT "CTL-BUSINESS-DATE"
    EVALUATE TRUE
        WHEN WS-CAL-CURRENT-DATE NOT = ZEROS
            MOVE WS-CAL-CURRENT-DATE TO WS-BUSINESS-DATE
        WHEN WS-BUSINESS-DATE-TEXT NUMERIC
            MOVE WS-BUSINESS-DATE-TEXT TO WS-BUSINESS-DATE
        WHEN OTHER
            MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
    END-EVALUATE
    IF WS-CALENDAR-LOADED
        PERFORM FIND-PRIOR-BUSINESS-DAY
    ELSE
        PERFORM FIND-PRIOR-WEEKDAY
    END-IF
    PERFORM START-CYCLE-STEP
    PERFORM OPEN-FILES
    PERFORM PROBE-PRIOR-CLOSES
    SORT HISTORY-SORT-FILE
        ON ASCENDING KEY HS-BATCH-ID
                         HS-TIMESTAMP
        INPUT PROCEDURE IS RELEASE-WINDOW-MAINTENANCE
        OUTPUT PROCEDURE IS CHECK-OPENING-CONTINUITY
    IF NOT WS-PRIOR-CLOSES-PRESENT AND WS-BRANCH-COUNT > 0
        MOVE "WARN" TO WS-EXC-SEVERITY
        MOVE "X502" TO WS-EXC-CODE
        MOVE SPACES TO WS-EXC-BATCH-ID
        MOVE SPACES TO WS-EXC-VALUES
        STRING "NO CLOSES ON BALHIST FOR " WS-PRIOR-BUSINESS-DATE
            " - OPENING CONTINUITY NOT PROVEN"
            DELIMITED BY SIZE INTO WS-EXC-VALUES
        PERFORM WRITE-EXCEPTION-RECORD
    END-IF
    PERFORM WRITE-CONTINUITY-TOTALS
    CLOSE CONTROL-FILE
    IF WS-BALANCE-HISTORY-STATUS NOT = "35"
        CLOSE BALANCE-HISTORY-FILE
    END-IF
    CLOSE EXCEPTION-FILE
    CLOSE CONTINUITY-REPORT-FILE
    DISPLAY "PRIOR BUSINESS DATE:      " WS-PRIOR-BUSINESS-DATE
    DISPLAY "OPEN BRANCHES CHECKED:    " WS-BRANCH-COUNT
    DISPLAY "OPENINGS IN CONTINUITY:   " WS-CONTINUOUS-COUNT
    DISPLAY "BREAKS EXPLAINED:         " WS-EXPLAINED-COUNT
    DISPLAY "CLOSES FORCED TO ZERO:    " WS-FORCED-COUNT
    DISPLAY "BREAKS UNEXPLAINED:       " WS-UNEXPLAINED-COUNT
    DISPLAY "NOT CHECKED:              " WS-NOT-CHECKED-COUNT
    DISPLAY "MAINTENANCE IN WINDOW:    " WS-ENTRY-COUNT
    PERFORM END-CYCLE-STEP
    STOP RUN.

OPEN-FILES.
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CONTROL-FILE - STATUS " WS-CONTROL-STATUS
        STOP RUN
    END-IF
    OPEN INPUT BALANCE-HISTORY-FILE
    IF WS-BALANCE-HISTORY-STATUS NOT = "00"
            AND WS-BALANCE-HISTORY-STATUS NOT = "35"
        DISPLAY "FATAL: CANNOT OPEN BALANCE-HISTORY-FILE - STATUS "
            WS-BALANCE-HISTORY-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND EXCEPTION-FILE
    IF WS-EXCEPTION-STATUS = "35"
        OPEN OUTPUT EXCEPTION-FILE
    END-IF
    IF WS-EXCEPTION-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN EXCEPTION-FILE - STATUS "
            WS-EXCEPTION-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CONTINUITY-REPORT-FILE
    IF WS-CONTINUITY-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CONTINUITY-REPORT-FILE - STATUS "
            WS-CONTINUITY-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO CONTINUITY-REPORT-RECORD
    STRING "OPENING-BALANCE CONTINUITY REPORT - BUSINESS DATE "
        WS-BUSINESS-DATE " AGAINST CLOSE OF " WS-PRIOR-BUSINESS-DATE
        DELIMITED BY SIZE INTO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD
    MOVE SPACES TO CONTINUITY-REPORT-RECORD
    IF WS-WINDOW-SOURCE = SPACES
        STRING "MAINTENANCE JOURNALED AFTER " WS-PRIOR-BUSINESS-DATE
            DELIMITED BY SIZE INTO CONTINUITY-REPORT-RECORD
    ELSE
        STRING "MAINTENANCE JOURNALED AFTER " WS-WINDOW-SOURCE
            " ENDED " WS-WINDOW-START-TIMESTAMP(1:8) " "
            WS-WINDOW-START-TIMESTAMP(9:6)
            DELIMITED BY SIZE INTO CONTINUITY-REPORT-RECORD
    END-IF
    WRITE CONTINUITY-REPORT-RECORD
    MOVE SPACES TO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD
    MOVE WS-CONTINUITY-HEADER TO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD.

*> One pass of the unload to learn whether the history holds any
*> close for the prior business day; the unload is then reopened for
*> the check itself.
PROBE-PRIOR-CLOSES.
    IF WS-BALANCE-HISTORY-STATUS = "00"
        PERFORM UNTIL WS-CONTROL-EOF OR WS-PRIOR-CLOSES-PRESENT
            READ CONTROL-FILE
                AT END
                    SET WS-CONTROL-EOF TO TRUE
                NOT AT END
                    PERFORM READ-PRIOR-CLOSE
                    IF WS-PRIOR-CLOSE-FOUND
                        SET WS-PRIOR-CLOSES-PRESENT TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTROL-FILE
        OPEN INPUT CONTROL-FILE
        IF WS-CONTROL-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT REOPEN CONTROL-FILE - STATUS "
                WS-CONTROL-STATUS
            STOP RUN
        END-IF
        MOVE "N" TO WS-CONTROL-EOF-SW
    END-IF.

READ-PRIOR-CLOSE.
    MOVE "N" TO WS-PRIOR-CLOSE-SW
    IF WS-BALANCE-HISTORY-STATUS NOT = "35"
        MOVE CTL-BATCH-ID TO BAL-BATCH-ID
        MOVE WS-PRIOR-BUSINESS-DATE TO BAL-BUSINESS-DATE
        READ BALANCE-HISTORY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-PRIOR-CLOSE-FOUND TO TRUE
        END-READ
    END-IF.

*> Only adds, changes, and consolidations set openings; a tolerance
*> change carries the balances through unchanged and is left out.
RELEASE-WINDOW-MAINTENANCE.
    OPEN INPUT HISTORY-IN-FILE
    IF WS-HISTORY-IN-STATUS NOT = "00"
            AND WS-HISTORY-IN-STATUS NOT = "05"
        DISPLAY "FATAL: CANNOT OPEN HISTORY-IN-FILE - STATUS "
            WS-HISTORY-IN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-HISTORY-IN-EOF
        READ HISTORY-IN-FILE
            AT END
                SET WS-HISTORY-IN-EOF TO TRUE
            NOT AT END
                MOVE HISTORY-IN-RECORD TO WS-HISTORY-LINE-IMAGE
                IF WS-HIS-TIMESTAMP > WS-WINDOW-START-TIMESTAMP
                        AND (WS-HIS-FUNCTION = "A" OR "C" OR "M")
                        AND WS-HIS-AFT-AREA-1 NUMERIC
                        AND WS-HIS-AFT-AREA-2 NUMERIC
                    ADD 1 TO WS-ENTRY-COUNT
                    MOVE WS-HIS-BATCH-ID TO HS-BATCH-ID
                    MOVE WS-HIS-TIMESTAMP TO HS-TIMESTAMP
                    MOVE WS-HIS-SOURCE-ID TO HS-SOURCE-ID
                    MOVE WS-HIS-FUNCTION TO HS-FUNCTION
                    MOVE WS-HIS-AFT-AREA-1-N TO HS-AFTER-AREA-1
                    MOVE WS-HIS-AFT-AREA-2-N TO HS-AFTER-AREA-2
                    MOVE WS-HIS-LINKED-BATCH-ID TO HS-LINKED-BATCH-ID
                    RELEASE HISTORY-SORT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE HISTORY-IN-FILE.

*> Both sides are in batch-id order, so the maintenance side only
*> moves forward; entries for a batch not on the unload (a closed
*> branch) are passed over.
CHECK-OPENING-CONTINUITY.
    PERFORM RETURN-NEXT-SORTED
    PERFORM UNTIL WS-CONTROL-EOF
        READ CONTROL-FILE
            AT END
                SET WS-CONTROL-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-BRANCH-COUNT
                PERFORM FIND-EXPLAINING-ENTRY
                PERFORM CHECK-ONE-BRANCH
        END-READ
    END-PERFORM.

RETURN-NEXT-SORTED.
    RETURN HISTORY-SORT-FILE
        AT END
            SET WS-SORTED-EOF TO TRUE
    END-RETURN.

*> The latest entry for the branch whose after-image is the opening
*> on the unload is the maintenance that set it.
FIND-EXPLAINING-ENTRY.
    MOVE "N" TO WS-EXPLAINED-SW
    MOVE SPACES TO WS-EXPLAINING-ENTRY
    PERFORM UNTIL WS-SORTED-EOF OR HS-BATCH-ID NOT < CTL-BATCH-ID
        PERFORM RETURN-NEXT-SORTED
    END-PERFORM
    PERFORM UNTIL WS-SORTED-EOF OR HS-BATCH-ID NOT = CTL-BATCH-ID
        IF HS-AFTER-AREA-1 = CTL-OPEN-AREA-1
                AND HS-AFTER-AREA-2 = CTL-OPEN-AREA-2
            SET WS-EXPLAINED-BY-ENTRY TO TRUE
            MOVE HS-TIMESTAMP TO WS-XE-TIMESTAMP
            MOVE HS-SOURCE-ID TO WS-XE-SOURCE-ID
            MOVE HS-FUNCTION TO WS-XE-FUNCTION
            MOVE HS-LINKED-BATCH-ID TO WS-XE-LINKED-BATCH-ID
        END-IF
        PERFORM RETURN-NEXT-SORTED
    END-PERFORM.

CHECK-ONE-BRANCH.
    IF NOT WS-PRIOR-CLOSES-PRESENT
        ADD 1 TO WS-NOT-CHECKED-COUNT
    ELSE
        PERFORM READ-PRIOR-CLOSE
        IF WS-PRIOR-CLOSE-FOUND
            MOVE BAL-CLOSE-1 TO WS-PRIOR-CLOSE-1
            MOVE BAL-CLOSE-2 TO WS-PRIOR-CLOSE-2
            COMPUTE WS-DIFF-1 = CTL-OPEN-AREA-1 - WS-PRIOR-CLOSE-1
            COMPUTE WS-DIFF-2 = CTL-OPEN-AREA-2 - WS-PRIOR-CLOSE-2
            IF WS-DIFF-1 = ZERO AND WS-DIFF-2 = ZERO
                ADD 1 TO WS-CONTINUOUS-COUNT
            ELSE
                PERFORM CLASSIFY-BREAK
            END-IF
        ELSE
            PERFORM CLASSIFY-MISSING-CLOSE
        END-IF
    END-IF.

*> A negative close goes to the next day as zero: that side is
*> accounted for when the opening is zero and the close below it, and
*> the break is the forced zero when both sides are accounted for.
*> The forced zero is named ahead of any maintenance entry, since the
*> morning refresh journals the zero opening as a change of its own.
CLASSIFY-BREAK.
    MOVE "N" TO WS-AREA-1-SW
    MOVE "N" TO WS-AREA-2-SW
    IF WS-DIFF-1 = ZERO
            OR (WS-PRIOR-CLOSE-1 < ZERO AND CTL-OPEN-AREA-1 = ZERO)
        SET WS-AREA-1-ACCOUNTED TO TRUE
    END-IF
    IF WS-DIFF-2 = ZERO
            OR (WS-PRIOR-CLOSE-2 < ZERO AND CTL-OPEN-AREA-2 = ZERO)
        SET WS-AREA-2-ACCOUNTED TO TRUE
    END-IF
    MOVE "N" TO WS-FORCED-SW
    IF WS-AREA-1-ACCOUNTED AND WS-AREA-2-ACCOUNTED
        SET WS-FORCED-TO-ZERO TO TRUE
    END-IF
    PERFORM SET-BREAK-DETAIL
    EVALUATE TRUE
        WHEN WS-FORCED-TO-ZERO
            ADD 1 TO WS-FORCED-COUNT
            MOVE "FORCED ZERO" TO WS-CND-DISPOSITION
            MOVE "NEGATIVE CLOSE FORCED TO ZERO (X008)"
                TO WS-CND-EXPLANATION
        WHEN WS-EXPLAINED-BY-ENTRY
            ADD 1 TO WS-EXPLAINED-COUNT
            MOVE "EXPLAINED" TO WS-CND-DISPOSITION
            PERFORM DESCRIBE-EXPLAINING-ENTRY
        WHEN OTHER
            ADD 1 TO WS-UNEXPLAINED-COUNT
            MOVE "UNEXPLAINED" TO WS-CND-DISPOSITION
            MOVE "NO MAINTENANCE SET THIS OPENING" TO WS-CND-EXPLANATION
            MOVE "CRIT" TO WS-EXC-SEVERITY
            MOVE "X501" TO WS-EXC-CODE
            MOVE CTL-BATCH-ID TO WS-EXC-BATCH-ID
            MOVE SPACES TO WS-EXC-VALUES
            STRING "OPENING BREAK VS CLOSE OF " WS-PRIOR-BUSINESS-DATE
                " DIFF-1 " WS-DIFF-1-EDIT " DIFF-2 " WS-DIFF-2-EDIT
                DELIMITED BY SIZE INTO WS-EXC-VALUES
            PERFORM WRITE-EXCEPTION-RECORD
    END-EVALUATE
    MOVE WS-CONTINUITY-DETAIL TO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD.

*> An open branch with no prior close is accounted for only by the
*> maintenance that gave it its opening - typically its add.
CLASSIFY-MISSING-CLOSE.
    MOVE SPACES TO WS-CONTINUITY-DETAIL
    MOVE CTL-BATCH-ID TO WS-CND-BATCH-ID
    MOVE CTL-OPEN-AREA-1 TO WS-CND-OPEN-1
    MOVE CTL-OPEN-AREA-2 TO WS-CND-OPEN-2
    MOVE "  NO CLOSE" TO WS-CND-CLOSE-1
    MOVE "  NO CLOSE" TO WS-CND-CLOSE-2
    IF WS-EXPLAINED-BY-ENTRY
        ADD 1 TO WS-EXPLAINED-COUNT
        MOVE "EXPLAINED" TO WS-CND-DISPOSITION
        PERFORM DESCRIBE-EXPLAINING-ENTRY
    ELSE
        ADD 1 TO WS-UNEXPLAINED-COUNT
        MOVE "UNEXPLAINED" TO WS-CND-DISPOSITION
        MOVE "NO PRIOR CLOSE AND NO MAINTENANCE" TO WS-CND-EXPLANATION
        MOVE "CRIT" TO WS-EXC-SEVERITY
        MOVE "X501" TO WS-EXC-CODE
        MOVE CTL-BATCH-ID TO WS-EXC-BATCH-ID
        MOVE SPACES TO WS-EXC-VALUES
        STRING "OPEN BRANCH HAS NO CLOSE ON BALHIST FOR "
            WS-PRIOR-BUSINESS-DATE " AND NO MAINTENANCE"
            DELIMITED BY SIZE INTO WS-EXC-VALUES
        PERFORM WRITE-EXCEPTION-RECORD
    END-IF
    MOVE WS-CONTINUITY-DETAIL TO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD.

SET-BREAK-DETAIL.
    MOVE SPACES TO WS-CONTINUITY-DETAIL
    MOVE CTL-BATCH-ID TO WS-CND-BATCH-ID
    MOVE CTL-OPEN-AREA-1 TO WS-CND-OPEN-1
    MOVE CTL-OPEN-AREA-2 TO WS-CND-OPEN-2
    MOVE WS-PRIOR-CLOSE-1 TO WS-CLOSE-EDIT
    MOVE WS-CLOSE-EDIT TO WS-CND-CLOSE-1
    MOVE WS-PRIOR-CLOSE-2 TO WS-CLOSE-EDIT
    MOVE WS-CLOSE-EDIT TO WS-CND-CLOSE-2
    MOVE WS-DIFF-1 TO WS-DIFF-1-EDIT
    MOVE WS-DIFF-1-EDIT TO WS-CND-DIFF-1
    MOVE WS-DIFF-2 TO WS-DIFF-2-EDIT
    MOVE WS-DIFF-2-EDIT TO WS-CND-DIFF-2.

*> Function, when, and who; a consolidation also names the branch
*> folded in.
DESCRIBE-EXPLAINING-ENTRY.
    MOVE SPACES TO WS-CND-EXPLANATION
    IF WS-XE-FUNCTION = "M"
        STRING "M " WS-XE-TIMESTAMP(1:8) " " WS-XE-TIMESTAMP(9:6)
            " " WS-XE-SOURCE-ID " FROM " WS-XE-LINKED-BATCH-ID
            DELIMITED BY SIZE INTO WS-CND-EXPLANATION
    ELSE
        STRING WS-XE-FUNCTION " " WS-XE-TIMESTAMP(1:8) " "
            WS-XE-TIMESTAMP(9:6) " " WS-XE-SOURCE-ID
            DELIMITED BY SIZE INTO WS-CND-EXPLANATION
    END-IF.

WRITE-CONTINUITY-TOTALS.
    MOVE SPACES TO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD
    IF NOT WS-PRIOR-CLOSES-PRESENT
        MOVE SPACES TO CONTINUITY-REPORT-RECORD
        STRING "NO CLOSES ON BALHIST FOR " WS-PRIOR-BUSINESS-DATE
            " - CONTINUITY NOT PROVEN FOR ANY BRANCH"
            DELIMITED BY SIZE INTO CONTINUITY-REPORT-RECORD
        WRITE CONTINUITY-REPORT-RECORD
    END-IF
    MOVE SPACES TO CONTINUITY-REPORT-RECORD
    STRING "BRANCHES CHECKED: " WS-BRANCH-COUNT
        "  IN CONTINUITY: " WS-CONTINUOUS-COUNT
        "  EXPLAINED: " WS-EXPLAINED-COUNT
        "  FORCED ZERO: " WS-FORCED-COUNT
        "  UNEXPLAINED: " WS-UNEXPLAINED-COUNT
        DELIMITED BY SIZE INTO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD
    MOVE SPACES TO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD
    MOVE "END OF OPENING-BALANCE CONTINUITY REPORT"
        TO CONTINUITY-REPORT-RECORD
    WRITE CONTINUITY-REPORT-RECORD.

WRITE-EXCEPTION-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-EXC-TIMESTAMP
    MOVE WS-EXCEPTION-LINE TO EXCEPTION-LOG-RECORD
    WRITE EXCEPTION-LOG-RECORD
    IF WS-EXCEPTION-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE EXCEPTION-FILE - STATUS "
            WS-EXCEPTION-STATUS
        STOP RUN
    END-IF.

*> The business day before tonight's on the calendar; a date the
*> calendar does not carry counts as a business day.
FIND-PRIOR-BUSINESS-DAY.
    MOVE WS-BUSINESS-DATE TO WS-CAL-LOOKUP-DATE
    MOVE SPACE TO WS-CAL-DAY-TYPE
    PERFORM UNTIL WS-CAL-DAY-TYPE = "B"
        COMPUTE WS-CAL-LOOKUP-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-CAL-LOOKUP-DATE) - 1)
        PERFORM LOOK-UP-CALENDAR-DAY
    END-PERFORM
    MOVE WS-CAL-LOOKUP-DATE TO WS-PRIOR-BUSINESS-DATE.

*> Without a calendar, the weekday before tonight's: day 1 of the
*> integer calendar (1 January 1601) was a Monday, so a remainder of
*> 6 is a Saturday and 0 a Sunday.
FIND-PRIOR-WEEKDAY.
    COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
    MOVE 6 TO WS-DAY-OF-WEEK
    PERFORM UNTIL WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
        SUBTRACT 1 FROM WS-DAY-NUMBER
        COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-NUMBER, 7)
    END-PERFORM
    COMPUTE WS-PRIOR-BUSINESS-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

LOAD-CALENDAR-FILE.
    PERFORM VARYING CAL-IDX FROM 1 BY 1
            UNTIL CAL-IDX > 800
        MOVE 99999999 TO WS-CAL-ENTRY-DATE(CAL-IDX)
        MOVE "B" TO WS-CAL-ENTRY-TYPE(CAL-IDX)
    END-PERFORM
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = "00"
        DISPLAY "CALENDAR-FILE NOT AVAILABLE - STATUS "
            WS-CALENDAR-STATUS " - PRIOR WEEKDAY TAKEN AS PRIOR "
            "BUSINESS DAY"
    ELSE
        PERFORM UNTIL WS-CALENDAR-EOF
            READ CALENDAR-FILE
                AT END
                    SET WS-CALENDAR-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-CALENDAR-ENTRY
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
        IF WS-CAL-ENTRY-COUNT > ZEROS
            SET WS-CALENDAR-LOADED TO TRUE
        END-IF
    END-IF.

LOAD-ONE-CALENDAR-ENTRY.
    IF CAL-DATE NOT NUMERIC
            OR CAL-DATE NOT > WS-CAL-PREV-DATE
        DISPLAY "FATAL: CALENDAR-FILE OUT OF SEQUENCE OR BAD DATE "
            "AT " CAL-DATE
        STOP RUN
    END-IF
    IF WS-CAL-ENTRY-COUNT = 800
        DISPLAY "FATAL: CALENDAR-FILE EXCEEDS 800 ENTRIES"
        STOP RUN
    END-IF
    ADD 1 TO WS-CAL-ENTRY-COUNT
    SET CAL-IDX TO WS-CAL-ENTRY-COUNT
    MOVE CAL-DATE TO WS-CAL-ENTRY-DATE(CAL-IDX)
    MOVE CAL-DAY-TYPE TO WS-CAL-ENTRY-TYPE(CAL-IDX)
    MOVE CAL-DATE TO WS-CAL-PREV-DATE
    IF CAL-CURRENT-FLAG = "*"
        MOVE WS-CAL-ENTRY-DATE(CAL-IDX) TO WS-CAL-CURRENT-DATE
    END-IF.

LOOK-UP-CALENDAR-DAY.
    MOVE "B" TO WS-CAL-DAY-TYPE
    SEARCH ALL WS-CAL-ENTRY
        AT END
            CONTINUE
        WHEN WS-CAL-ENTRY-DATE(CAL-IDX) = WS-CAL-LOOKUP-DATE
            MOVE WS-CAL-ENTRY-TYPE(CAL-IDX) TO WS-CAL-DAY-TYPE
    END-SEARCH.

*> Stamp the start of the step on the run-control file. The step may
*> start only once its predecessor has completed for the business
*> date, and only once per business date unless CTL-RERUN=Y says a
*> completed step is being run again on purpose. A step that started
*> and never stamped its end failed part-way and may simply be run
*> again.
START-CYCLE-STEP.
    ACCEPT WS-RERUN-SW FROM ENVIRONMENT "CTL-RERUN"
    PERFORM OPEN-CYCLE-CONTROL
    PERFORM CHECK-CYCLE-PREDECESSOR
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
    MOVE WS-CYCLE-STEP TO RC-STEP
    MOVE "Y" TO WS-CYCLE-ENTRY-SW
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            MOVE "N" TO WS-CYCLE-ENTRY-SW
    END-READ
    IF WS-CYCLE-ENTRY-FOUND
        IF RC-STEP-COMPLETE
            IF NOT WS-RERUN-OVERRIDE
                DISPLAY "FATAL: " WS-CYCLE-STEP " ALREADY COMPLETED "
                    "FOR BUSINESS DATE " WS-BUSINESS-DATE
                    " - SET CTL-RERUN=Y TO RUN IT AGAIN"
                STOP RUN
            END-IF
            MOVE "Y" TO RC-RERUN-FLAG
        END-IF
    ELSE
        MOVE SPACES TO CYCLE-CONTROL-RECORD
        MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
        MOVE WS-CYCLE-STEP TO RC-STEP
        MOVE ZEROS TO RC-RUN-COUNT
        MOVE "N" TO RC-RERUN-FLAG
    END-IF
    ADD 1 TO RC-RUN-COUNT
    MOVE FUNCTION CURRENT-DATE TO RC-START-TIMESTAMP
    MOVE SPACES TO RC-END-TIMESTAMP
    SET RC-STEP-RUNNING TO TRUE
    IF WS-CYCLE-ENTRY-FOUND
        REWRITE CYCLE-CONTROL-RECORD
    ELSE
        WRITE CYCLE-CONTROL-RECORD
    END-IF
    IF WS-CYCLE-CONTROL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT STAMP CYCLE-CONTROL-FILE - STATUS "
            WS-CYCLE-CONTROL-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

*> The check follows the front-end edit. While the run-control file
*> is open, the prior business day's reconciliation end is taken as
*> the start of tonight's maintenance window.
CHECK-CYCLE-PREDECESSOR.
    MOVE "TRANEDIT" TO WS-PREDECESSOR-STEP
    PERFORM VERIFY-PREDECESSOR-COMPLETE
    MOVE SPACES TO WS-WINDOW-SOURCE
    MOVE WS-PRIOR-BUSINESS-DATE TO RC-BUSINESS-DATE
    MOVE "BUG" TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            MOVE SPACES TO RC-COMPLETION-CODE
    END-READ
    IF RC-STEP-COMPLETE
        MOVE "BUG" TO WS-WINDOW-SOURCE
    ELSE
        MOVE WS-PRIOR-BUSINESS-DATE TO RC-BUSINESS-DATE
        MOVE "RECMERGE" TO RC-STEP
        READ CYCLE-CONTROL-FILE
            INVALID KEY
                MOVE SPACES TO RC-COMPLETION-CODE
        END-READ
        IF RC-STEP-COMPLETE
            MOVE "RECMERGE" TO WS-WINDOW-SOURCE
        END-IF
    END-IF
    IF WS-WINDOW-SOURCE = SPACES
        MOVE SPACES TO WS-WINDOW-START-TIMESTAMP
        STRING WS-PRIOR-BUSINESS-DATE "9999999999999"
            DELIMITED BY SIZE INTO WS-WINDOW-START-TIMESTAMP
    ELSE
        MOVE RC-END-TIMESTAMP TO WS-WINDOW-START-TIMESTAMP
    END-IF.

*> Refuse to start unless WS-PREDECESSOR-STEP has completed for the
*> business date.
VERIFY-PREDECESSOR-COMPLETE.
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
    MOVE WS-PREDECESSOR-STEP TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            MOVE SPACES TO RC-COMPLETION-CODE
    END-READ
    IF NOT RC-STEP-COMPLETE
        DISPLAY "FATAL: " WS-PREDECESSOR-STEP " HAS NOT COMPLETED "
            "FOR BUSINESS DATE " WS-BUSINESS-DATE " - " WS-CYCLE-STEP
            " CANNOT START"
        STOP RUN
    END-IF.

*> Stamp the end of the step: it ran to completion.
END-CYCLE-STEP.
    PERFORM OPEN-CYCLE-CONTROL
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
    MOVE WS-CYCLE-STEP TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            DISPLAY "FATAL: NO CYCLE-CONTROL-FILE ENTRY FOR "
                WS-CYCLE-STEP " " WS-BUSINESS-DATE
            STOP RUN
    END-READ
    MOVE FUNCTION CURRENT-DATE TO RC-END-TIMESTAMP
    SET RC-STEP-COMPLETE TO TRUE
    REWRITE CYCLE-CONTROL-RECORD
    IF WS-CYCLE-CONTROL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT STAMP CYCLE-CONTROL-FILE - STATUS "
            WS-CYCLE-CONTROL-STATUS
        STOP RUN
    END-IF
    CLOSE CYCLE-CONTROL-FILE.

OPEN-CYCLE-CONTROL.
    OPEN I-O CYCLE-CONTROL-FILE
    IF WS-CYCLE-CONTROL-STATUS = "35"
        OPEN OUTPUT CYCLE-CONTROL-FILE
        IF WS-CYCLE-CONTROL-STATUS = "00"
            CLOSE CYCLE-CONTROL-FILE
            OPEN I-O CYCLE-CONTROL-FILE
        END-IF
    END-IF
    IF WS-CYCLE-CONTROL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CYCLE-CONTROL-FILE - STATUS "
            WS-CYCLE-CONTROL-STATUS
        STOP RUN
    END-IF.
