*> be answered from the file instead of from memory. CTL-SOURCE-ID
*> names the submitter; the history inquiry run reads the file back by
*> batch id or date range.
*> Each branch also carries its own reconciliation tolerance - a
*> minimum margin amount and a percentage of the AREA-2 close - which
*> the nightly run uses to grade a batch PASS, WATCH, or FAIL. An add
*> or change may key either column; a change with the tolerance
*> columns left blank (as every morning balance refresh is) keeps the
*> tolerance already on the master. A "T" record changes the
*> tolerance alone and leaves the balances as they stand.
*> An "M" record folds a closing branch into a successor, keyed in
*> the first five columns of the AREA-1 opening. The closing branch's
*> last balances - its openings as the morning refresh left them -
*> are added to the successor's openings and the closing branch is
*> closed with its openings cleared; both sides are journaled with a
*> before-image and after-image like any other maintenance, each
*> naming the other branch. The link is also written to the branch
*> link file BRLINK, which the balance and maintenance history
*> inquiries follow so a successor's history takes in the branches
*> merged into it. The closing branch's pending items on the suspense
*> file, the carryover file, and the reject repair queue are re-keyed
*> to the successor through the work file CNSWORK, so they post there
*> on the next cycle; the control trailers are carried unchanged, as
*> the count and amount hash do not depend on the batch id. Every
*> consolidation and every re-keyed item is listed on the
*> consolidation report CNSRPT for audit. "M" records are held and
*> applied after every other record in the file, so the morning
*> refresh and any change keyed for either branch stand first and
*> the fold takes both branches as they then are - a change applied
*> after it would overwrite the combined openings and lose the
*> closing branch's balances. They are listed on the edit report
*> after the rest, in the order keyed.
*> The run is the first step of the nightly cycle and is recorded on
*> the cycle run-control file CYCLCTL under the business date -
*> calendar current date, else CTL-BUSINESS-DATE, else the run date.
*> It will not start until the previous cycle on the file has been
*> rolled forward (step ROLLFWD, the job's renames of the new
*> suspense, carryover, repair-queue, and pending-journal files), and
*> will not run a second time for a business date it has already
*> completed unless CTL-RERUN=Y.
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCHMNT.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT BRANCH-LINK-FILE ASSIGN TO "BRLINK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

    SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO "CNSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONSOLIDATION-REPORT-STATUS.

    SELECT CONSOLIDATION-WORK-FILE ASSIGN TO "CNSWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT OPTIONAL CARRYOVER-FILE ASSIGN TO "CARRYFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARRYOVER-STATUS.

    SELECT OPTIONAL REPAIR-QUEUE-FILE ASSIGN TO "RPRQFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPAIR-QUEUE-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-FILE.
        88  MNT-IS-ADD                  VALUE "A".
        88  MNT-IS-CHANGE               VALUE "C".
        88  MNT-IS-CLOSE                VALUE "X".
        88  MNT-IS-TOLERANCE            VALUE "T".
        88  MNT-IS-CONSOLIDATE          VALUE "M".
    05  MNT-BATCH-ID            PIC X(5).
*> Amounts carry implied decimals, exactly as on the control-record
*> layout, so next-day control records prefixed with "C" by the job
    05  MNT-OPEN-AREA-1         PIC X(9).
    05  MNT-OPEN-AREA-1-N REDEFINES MNT-OPEN-AREA-1
                                PIC 9(7)V99.
*> A consolidation keys the successor's batch id in place of the
*> AREA-1 opening.
    05  MNT-SUCCESSOR-AREA REDEFINES MNT-OPEN-AREA-1.
        10  MNT-SUCCESSOR-ID    PIC X(5).
        10  FILLER              PIC X(4).
    05  MNT-OPEN-AREA-2         PIC X(9).
    05  MNT-OPEN-AREA-2-N REDEFINES MNT-OPEN-AREA-2
                                PIC 9(7)V99.
*> Tolerance columns follow the balances, so a next-day control
*> record keyed as a "C" reads them as spaces.
    05  MNT-TOL-AMOUNT          PIC X(9).
    05  MNT-TOL-AMOUNT-N REDEFINES MNT-TOL-AMOUNT
                                PIC 9(7)V99.
    05  MNT-TOL-PERCENT         PIC X(5).
    05  MNT-TOL-PERCENT-N REDEFINES MNT-TOL-PERCENT
                                PIC 9(3)V99.

FD  BRANCH-MASTER.
01  BRANCH-MASTER-RECORD.
    05  BRM-STATUS              PIC X.
        88  BRM-IS-OPEN                 VALUE "O".
        88  BRM-IS-CLOSED               VALUE "C".
    05  BRM-TOL-AMOUNT          PIC 9(7)V99.
    05  BRM-TOL-PERCENT         PIC 9(3)V99.
01  BRANCH-MASTER-IMAGE.
    05  BRM-BALANCE-IMAGE       PIC X(24).
    05  BRM-TOLERANCE-IMAGE     PIC X(14).

FD  MAINT-REPORT-FILE.
01  MAINT-REPORT-RECORD         PIC X(80).
    05  UNL-BATCH-ID            PIC X(5).
    05  UNL-OPEN-AREA-1         PIC 9(7)V99.
    05  UNL-OPEN-AREA-2         PIC 9(7)V99.
    05  UNL-TOL-AMOUNT          PIC 9(7)V99.
    05  UNL-TOL-PERCENT         PIC 9(3)V99.

*> One history line per accepted maintenance record: when it was
*> applied, who submitted it, and the master record before and after.
*> The images carry the BRANCH-MASTER-RECORD bytes as-is; an add has
*> no before-image, so that field is left as spaces. The tolerance
*> bytes of each image follow the original images rather than
*> widening them, so lines journaled before branches carried a
*> tolerance still read column for column.
FD  HISTORY-FILE.
01  HISTORY-RECORD.
    05  HIS-TIMESTAMP           PIC X(21).
    05  HIS-BEFORE-IMAGE        PIC X(24).
    05  FILLER                  PIC X     VALUE SPACE.
    05  HIS-AFTER-IMAGE         PIC X(24).
    05  FILLER                  PIC X     VALUE SPACE.
    05  HIS-BEFORE-TOLERANCE    PIC X(14).
    05  FILLER                  PIC X     VALUE SPACE.
    05  HIS-AFTER-TOLERANCE     PIC X(14).
*> The other branch of a consolidation - the successor on the closing
*> branch's line, the closing branch on the successor's - follows the
*> tolerance images; it is spaces for every other function.
    05  FILLER                  PIC X     VALUE SPACE.
    05  HIS-LINKED-BATCH-ID     PIC X(5).

FD  EXCEPTION-FILE.
01  EXCEPTION-LOG-RECORD        PIC X(127).

*> One line per consolidation: the closing branch, the successor it
*> was folded into, when and by whom, and the balances moved.
FD  BRANCH-LINK-FILE.
01  BRANCH-LINK-RECORD.
    05  LNK-OLD-BATCH-ID        PIC X(5).
    05  FILLER                  PIC X     VALUE SPACE.
    05  LNK-NEW-BATCH-ID        PIC X(5).
    05  FILLER                  PIC X     VALUE SPACE.
    05  LNK-TIMESTAMP           PIC X(21).
    05  FILLER                  PIC X     VALUE SPACE.
    05  LNK-SOURCE-ID           PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  LNK-MOVED-AREA-1        PIC 9(7)V99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  LNK-MOVED-AREA-2        PIC 9(7)V99.

FD  CONSOLIDATION-REPORT-FILE.
01  CONSOLIDATION-REPORT-RECORD PIC X(100).

*> Holds one pending-item file at a time while its batch ids are
*> re-keyed; long enough for the widest of them, the repair queue.
FD  CONSOLIDATION-WORK-FILE.
01  CONSOLIDATION-WORK-RECORD   PIC X(66).

*> The suspense and carryover files, column for column as the edit
*> and the reconciliation write them, each ending with its control
*> trailer. A suspense item is followed by the date it first went
*> into suspense and its age, so there the item line is the longer.
FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD             PIC X(37).
01  SUSPENSE-TRAILER            PIC X(35).

FD  CARRYOVER-FILE.
01  CARRYOVER-RECORD            PIC X(24).
01  CARRYOVER-TRAILER           PIC X(35).

*> The reject repair queue, column for column as the repair run
*> writes it: the rejected transaction first, then its reason,
*> status, and age.
FD  REPAIR-QUEUE-FILE.
01  REPAIR-QUEUE-RECORD         PIC X(66).

*> Cycle run-control entry: one per business date and step, stamped
*> when the step starts and again when it ends. A step that started
*> and never ended shows its completion code as spaces.
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

*> Business-day calendar, column for column as operations keeps it;
*> only the current-date flag is wanted here.
FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-DATE                PIC X(8).
    05  FILLER                  PIC X.
    05  CAL-DAY-TYPE            PIC X.
    05  FILLER                  PIC X.
    05  CAL-CURRENT-FLAG        PIC X.

WORKING-STORAGE SECTION.
01  WS-MAINT-STATUS             PIC XX VALUE "00".
01  WS-MASTER-STATUS            PIC XX VALUE "00".
01  WS-UNLOAD-STATUS            PIC XX VALUE "00".
01  WS-HISTORY-STATUS           PIC XX VALUE "00".
01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
01  WS-LINK-STATUS              PIC XX VALUE "00".
01  WS-CONSOLIDATION-REPORT-STATUS PIC XX VALUE "00".
01  WS-WORK-STATUS              PIC XX VALUE "00".
01  WS-SUSPENSE-STATUS          PIC XX VALUE "00".
01  WS-CARRYOVER-STATUS         PIC XX VALUE "00".
01  WS-REPAIR-QUEUE-STATUS      PIC XX VALUE "00".
01  WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".

01  WS-EOF-SWITCHES.
    05  WS-MAINT-EOF-SW         PIC X VALUE "N".
        88  WS-MAINT-EOF                VALUE "Y".
    05  WS-MASTER-EOF-SW        PIC X VALUE "N".
        88  WS-MASTER-EOF               VALUE "Y".
    05  WS-PENDING-EOF-SW       PIC X VALUE "N".
        88  WS-PENDING-EOF              VALUE "Y".
    05  WS-WORK-EOF-SW          PIC X VALUE "N".
        88  WS-WORK-EOF                 VALUE "Y".
    05  WS-CALENDAR-EOF-SW      PIC X VALUE "N".
        88  WS-CALENDAR-EOF             VALUE "Y".
    05  WS-CYCLE-EOF-SW         PIC X VALUE "N".
        88  WS-CYCLE-EOF                VALUE "Y".

*> Cycle run control.
01  WS-CYCLE-STEP               PIC X(8) VALUE "BATCHMNT".
01  WS-CYCLE-DATE               PIC 9(8) VALUE ZEROS.
01  WS-CYCLE-DATE-TEXT          PIC X(8) VALUE SPACES.
01  WS-PRIOR-CYCLE-DATE         PIC 9(8) VALUE ZEROS.
01  WS-PREDECESSOR-STEP         PIC X(8) VALUE SPACES.
01  WS-RERUN-SW                 PIC X VALUE "N".
    88  WS-RERUN-OVERRIDE               VALUE "Y".
01  WS-CYCLE-ENTRY-SW           PIC X VALUE "N".
    88  WS-CYCLE-ENTRY-FOUND            VALUE "Y".

01  WS-REASON-CODE              PIC X(4).
01  WS-REASON-TEXT              PIC X(30).
01  WS-SPACE-COUNT              PIC 9(2) VALUE ZEROS.
01  WS-SUCCESSOR-SPACE-COUNT    PIC 9(2) VALUE ZEROS.

*> Common exception-file line, column for column as every program in
*> the suite writes it; the daily exception report works the combined

01  WS-SOURCE-ID                PIC X(8) VALUE SPACES.
01  WS-HISTORY-TIMESTAMP        PIC X(21).
01  WS-BEFORE-IMAGE.
    05  WS-BEFORE-BALANCES      PIC X(24).
    05  WS-BEFORE-TOLERANCE     PIC X(14).
01  WS-HISTORY-COUNT            PIC 9(7) VALUE ZEROS.
01  WS-LINKED-BATCH-ID          PIC X(5) VALUE SPACES.

*> Both sides of a consolidation are read and checked before either
*> is rewritten, so each master image is held here meanwhile.
01  WS-CLOSING-IMAGE.
    05  WS-CLS-BATCH-ID         PIC X(5).
    05  WS-CLS-OPEN-AREA-1      PIC 9(7)V99.
    05  WS-CLS-OPEN-AREA-2      PIC 9(7)V99.
    05  FILLER                  PIC X(15).
01  WS-SUCCESSOR-IMAGE.
    05  WS-SUC-BATCH-ID         PIC X(5).
    05  WS-SUC-OPEN-AREA-1      PIC 9(7)V99.
    05  WS-SUC-OPEN-AREA-2      PIC 9(7)V99.
    05  FILLER                  PIC X(15).
01  WS-COMBINED-AREA-1          PIC 9(7)V99 VALUE ZEROS.
01  WS-COMBINED-AREA-2          PIC 9(7)V99 VALUE ZEROS.

*> Tonight's consolidations, closing branch to successor, for the
*> re-key of the pending-item files once every maintenance record is
*> applied. A successor later folded into a third branch in the same
*> run has its earlier entries pointed on to that branch.
01  WS-CONSOLIDATION-TABLE.
    05  WS-CNS-ENTRY OCCURS 200 TIMES.
        10  WS-CNS-OLD-BATCH-ID PIC X(5).
        10  WS-CNS-NEW-BATCH-ID PIC X(5).
01  WS-CNS-COUNT                PIC 9(4) VALUE ZEROS.

*> The night's "M" records, held as keyed until every other
*> maintenance record has been applied.
01  WS-HELD-CONSOLIDATION-TABLE.
    05  WS-HELD-MAINT-RECORD    PIC X(38) OCCURS 200 TIMES.
01  WS-HELD-COUNT               PIC 9(4) VALUE ZEROS.
01  WS-HELD-SUB                 PIC 9(4) VALUE ZEROS.
01  WS-CNS-SUB                  PIC 9(4) VALUE ZEROS.
01  WS-CNS-FOUND                PIC 9(4) VALUE ZEROS.

01  WS-PENDING-FILE-NAME        PIC X(9).
01  WS-PENDING-IMAGE            PIC X(66).
01  WS-REKEY-COUNTS.
    05  WS-REKEY-SUSPENSE-COUNT PIC 9(7) VALUE ZEROS.
    05  WS-REKEY-CARRYOVER-COUNT PIC 9(7) VALUE ZEROS.
    05  WS-REKEY-QUEUE-COUNT    PIC 9(7) VALUE ZEROS.
    05  WS-REKEY-FILE-COUNT     PIC 9(7) VALUE ZEROS.

01  WS-CONSOLIDATION-DETAIL.
    05  WS-CND-OLD-BATCH-ID     PIC X(5).
    05  FILLER                  PIC X(4)  VALUE " -> ".
    05  WS-CND-NEW-BATCH-ID     PIC X(5).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CND-MOVED-AREA-1     PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CND-MOVED-AREA-2     PIC ZZZZZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CND-BEF-AREA-1       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CND-BEF-AREA-2       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CND-AFT-AREA-1       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CND-AFT-AREA-2       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CND-SOURCE-ID        PIC X(8).

01  WS-CONSOLIDATION-HEADER.
    05  FILLER                  PIC X(5)  VALUE "CLOSE".
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  FILLER                  PIC X(5)  VALUE "SUCCR".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "MOVED-1".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "MOVED-2".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "SUCC-BEF-1".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "SUCC-BEF-2".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "SUCC-AFT-1".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "SUCC-AFT-2".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "SOURCE".

01  WS-REKEY-DETAIL.
    05  WS-RKD-FILE-NAME        PIC X(9).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RKD-OLD-BATCH-ID     PIC X(5).
    05  FILLER                  PIC X(4)  VALUE " -> ".
    05  WS-RKD-NEW-BATCH-ID     PIC X(5).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-RKD-ITEM             PIC X(66).

01  WS-MAINT-COUNTS.
    05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
    05  WS-ADD-COUNT            PIC 9(7) VALUE ZEROS.
    05  WS-CHANGE-COUNT         PIC 9(7) VALUE ZEROS.
    05  WS-CLOSE-COUNT          PIC 9(7) VALUE ZEROS.
    05  WS-TOLERANCE-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-CONSOLIDATE-COUNT    PIC 9(7) VALUE ZEROS.
    05  WS-REJECT-COUNT         PIC 9(7) VALUE ZEROS.
    05  WS-UNLOAD-COUNT         PIC 9(7) VALUE ZEROS.

    IF WS-SOURCE-ID = SPACES
        MOVE "UNKNOWN" TO WS-SOURCE-ID
    END-IF
    PERFORM SET-CYCLE-BUSINESS-DATE
    PERFORM START-CYCLE-STEP
    PERFORM OPEN-FILES
    PERFORM UNTIL WS-MAINT-EOF
        READ MAINT-FILE
                SET WS-MAINT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF MNT-IS-CONSOLIDATE
                    PERFORM HOLD-CONSOLIDATION
                ELSE
                    PERFORM APPLY-ONE-RECORD
                END-IF
        END-READ
    END-PERFORM
    PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
            UNTIL WS-HELD-SUB > WS-HELD-COUNT
        MOVE WS-HELD-MAINT-RECORD(WS-HELD-SUB) TO MAINT-RECORD
        PERFORM APPLY-ONE-RECORD
    END-PERFORM
    CLOSE MAINT-FILE
    CLOSE HISTORY-FILE
    CLOSE EXCEPTION-FILE
    CLOSE BRANCH-LINK-FILE
    IF WS-CNS-COUNT > 0
        PERFORM REKEY-PENDING-ITEMS
    END-IF
    PERFORM WRITE-CONSOLIDATION-TOTALS
    CLOSE CONSOLIDATION-REPORT-FILE
    PERFORM UNLOAD-OPEN-BRANCHES
    CLOSE BRANCH-MASTER
    PERFORM WRITE-REPORT-TOTALS
    DISPLAY "BRANCHES ADDED:           " WS-ADD-COUNT
    DISPLAY "BRANCHES CHANGED:         " WS-CHANGE-COUNT
    DISPLAY "BRANCHES CLOSED:          " WS-CLOSE-COUNT
    DISPLAY "TOLERANCES CHANGED:       " WS-TOLERANCE-COUNT
    DISPLAY "BRANCHES CONSOLIDATED:    " WS-CONSOLIDATE-COUNT
    DISPLAY "SUSPENSE ITEMS RE-KEYED:  " WS-REKEY-SUSPENSE-COUNT
    DISPLAY "CARRYOVER ITEMS RE-KEYED: " WS-REKEY-CARRYOVER-COUNT
    DISPLAY "QUEUE ITEMS RE-KEYED:     " WS-REKEY-QUEUE-COUNT
    DISPLAY "RECORDS REJECTED:         " WS-REJECT-COUNT
    DISPLAY "OPEN BRANCHES UNLOADED:   " WS-UNLOAD-COUNT
    DISPLAY "HISTORY IMAGES WRITTEN:   " WS-HISTORY-COUNT
    PERFORM END-CYCLE-STEP
    STOP RUN.

OPEN-FILES.
    MOVE "BRANCH-MASTER MAINTENANCE EDIT REPORT" TO MAINT-REPORT-RECORD
    WRITE MAINT-REPORT-RECORD
    MOVE SPACES TO MAINT-REPORT-RECORD
    WRITE MAINT-REPORT-RECORD
    OPEN EXTEND BRANCH-LINK-FILE
    IF WS-LINK-STATUS = "35"
        OPEN OUTPUT BRANCH-LINK-FILE
    END-IF
    IF WS-LINK-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN BRANCH-LINK-FILE - STATUS "
            WS-LINK-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CONSOLIDATION-REPORT-FILE
    IF WS-CONSOLIDATION-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CONSOLIDATION-REPORT-FILE - STATUS "
            WS-CONSOLIDATION-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE "BRANCH CONSOLIDATION REPORT" TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    MOVE WS-CONSOLIDATION-HEADER TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD.

HOLD-CONSOLIDATION.
    IF WS-HELD-COUNT = 200
        DISPLAY "FATAL: MORE THAN 200 CONSOLIDATIONS IN ONE RUN - "
            "ENLARGE WS-HELD-CONSOLIDATION-TABLE"
        STOP RUN
    END-IF
    ADD 1 TO WS-HELD-COUNT
    MOVE MAINT-RECORD TO WS-HELD-MAINT-RECORD(WS-HELD-COUNT).

APPLY-ONE-RECORD.
    MOVE SPACES TO WS-REASON-CODE
    MOVE SPACES TO WS-REASON-TEXT
    MOVE SPACES TO WS-LINKED-BATCH-ID
    MOVE ZEROS TO WS-SPACE-COUNT
    INSPECT MNT-BATCH-ID TALLYING WS-SPACE-COUNT
        FOR ALL SPACE
    MOVE ZEROS TO WS-SUCCESSOR-SPACE-COUNT
    INSPECT MNT-SUCCESSOR-ID TALLYING WS-SUCCESSOR-SPACE-COUNT
        FOR ALL SPACE
    EVALUATE TRUE
        WHEN NOT MNT-IS-ADD AND NOT MNT-IS-CHANGE AND NOT MNT-IS-CLOSE
                AND NOT MNT-IS-TOLERANCE AND NOT MNT-IS-CONSOLIDATE
            MOVE "M001" TO WS-REASON-CODE
            MOVE "FUNCTION NOT A, C, M, T, OR X" TO WS-REASON-TEXT
        WHEN WS-SPACE-COUNT > 0
            MOVE "M002" TO WS-REASON-CODE
            MOVE "BATCH ID BLANK OR MALFORMED" TO WS-REASON-TEXT
        WHEN MNT-IS-CONSOLIDATE
                AND (WS-SUCCESSOR-SPACE-COUNT > 0
                     OR MNT-SUCCESSOR-ID = MNT-BATCH-ID)
            MOVE "M010" TO WS-REASON-CODE
            MOVE "SUCCESSOR BLANK OR SAME BATCH" TO WS-REASON-TEXT
        WHEN (MNT-IS-ADD OR MNT-IS-CHANGE)
                AND (MNT-OPEN-AREA-1 NOT NUMERIC
                     OR MNT-OPEN-AREA-2 NOT NUMERIC)
            MOVE "M003" TO WS-REASON-CODE
            MOVE "OPENING AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
        WHEN (MNT-IS-ADD OR MNT-IS-CHANGE OR MNT-IS-TOLERANCE)
                AND ((MNT-TOL-AMOUNT NOT = SPACES
                        AND MNT-TOL-AMOUNT NOT NUMERIC)
                     OR (MNT-TOL-PERCENT NOT = SPACES
                        AND MNT-TOL-PERCENT NOT NUMERIC))
            MOVE "M008" TO WS-REASON-CODE
            MOVE "TOLERANCE NOT NUMERIC" TO WS-REASON-TEXT
        WHEN MNT-IS-TOLERANCE
                AND MNT-TOL-AMOUNT = SPACES
                AND MNT-TOL-PERCENT = SPACES
            MOVE "M009" TO WS-REASON-CODE
            MOVE "NO TOLERANCE KEYED" TO WS-REASON-TEXT
    END-EVALUATE
    IF WS-REASON-CODE = SPACES
        EVALUATE TRUE
                PERFORM CHANGE-BRANCH
            WHEN MNT-IS-CLOSE
                PERFORM CLOSE-BRANCH
            WHEN MNT-IS-TOLERANCE
                PERFORM CHANGE-TOLERANCE
            WHEN MNT-IS-CONSOLIDATE
                PERFORM CONSOLIDATE-BRANCH
        END-EVALUATE
    END-IF
    PERFORM WRITE-REPORT-DETAIL.
    READ BRANCH-MASTER
        INVALID KEY
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE ZEROS TO BRM-TOL-AMOUNT
            MOVE ZEROS TO BRM-TOL-PERCENT
            PERFORM BUILD-MASTER-FROM-MAINT
            WRITE BRANCH-MASTER-RECORD
                INVALID KEY
            END-IF
    END-READ.

*> A tolerance change leaves the balances and status as they stand;
*> a closed branch keeps its tolerance until it is re-opened.
CHANGE-TOLERANCE.
    MOVE MNT-BATCH-ID TO BRM-BATCH-ID
    READ BRANCH-MASTER
        INVALID KEY
            MOVE "M005" TO WS-REASON-CODE
            MOVE "BATCH NOT ON MASTER" TO WS-REASON-TEXT
        NOT INVALID KEY
            IF BRM-IS-CLOSED
                MOVE "M006" TO WS-REASON-CODE
                MOVE "BATCH IS CLOSED" TO WS-REASON-TEXT
            ELSE
                MOVE BRANCH-MASTER-RECORD TO WS-BEFORE-IMAGE
                PERFORM APPLY-MAINT-TOLERANCE
                REWRITE BRANCH-MASTER-RECORD
                IF WS-MASTER-STATUS NOT = "00"
                    MOVE "M007" TO WS-REASON-CODE
                    MOVE "MASTER REWRITE FAILED" TO WS-REASON-TEXT
                ELSE
                    ADD 1 TO WS-TOLERANCE-COUNT
                    PERFORM WRITE-HISTORY-RECORD
                END-IF
            END-IF
    END-READ.

*> A consolidation reads the successor and then the closing branch,
*> and rewrites neither until both are known good: the successor
*> must be on the master and open, the closing branch likewise, and
*> the combined openings must fit. The closing branch is closed with
*> its openings cleared and the successor takes them on; each rewrite
*> is journaled naming the other branch. Once the closing branch is
*> rewritten, a failure on the successor would leave the balances
*> half moved, so it stops the run rather than rejecting the record.
CONSOLIDATE-BRANCH.
    MOVE MNT-SUCCESSOR-ID TO BRM-BATCH-ID
    READ BRANCH-MASTER
        INVALID KEY
            MOVE "M011" TO WS-REASON-CODE
            MOVE "SUCCESSOR NOT ON MASTER" TO WS-REASON-TEXT
        NOT INVALID KEY
            IF BRM-IS-CLOSED
                MOVE "M012" TO WS-REASON-CODE
                MOVE "SUCCESSOR IS CLOSED" TO WS-REASON-TEXT
            ELSE
                MOVE BRANCH-MASTER-RECORD TO WS-SUCCESSOR-IMAGE
            END-IF
    END-READ
    IF WS-REASON-CODE = SPACES
        MOVE MNT-BATCH-ID TO BRM-BATCH-ID
        READ BRANCH-MASTER
            INVALID KEY
                MOVE "M005" TO WS-REASON-CODE
                MOVE "BATCH NOT ON MASTER" TO WS-REASON-TEXT
            NOT INVALID KEY
                IF BRM-IS-CLOSED
                    MOVE "M006" TO WS-REASON-CODE
                    MOVE "BATCH IS CLOSED" TO WS-REASON-TEXT
                ELSE
                    MOVE BRANCH-MASTER-RECORD TO WS-CLOSING-IMAGE
                END-IF
        END-READ
    END-IF
    IF WS-REASON-CODE = SPACES
        COMPUTE WS-COMBINED-AREA-1 = WS-SUC-OPEN-AREA-1
                + WS-CLS-OPEN-AREA-1
            ON SIZE ERROR
                MOVE "M013" TO WS-REASON-CODE
                MOVE "COMBINED OPENING TOO LARGE" TO WS-REASON-TEXT
        END-COMPUTE
        COMPUTE WS-COMBINED-AREA-2 = WS-SUC-OPEN-AREA-2
                + WS-CLS-OPEN-AREA-2
            ON SIZE ERROR
                MOVE "M013" TO WS-REASON-CODE
                MOVE "COMBINED OPENING TOO LARGE" TO WS-REASON-TEXT
        END-COMPUTE
    END-IF
    IF WS-REASON-CODE = SPACES
        IF WS-CNS-COUNT = 200
            DISPLAY "FATAL: MORE THAN 200 CONSOLIDATIONS IN ONE RUN - "
                "ENLARGE WS-CONSOLIDATION-TABLE"
            STOP RUN
        END-IF
        MOVE WS-CLOSING-IMAGE TO BRANCH-MASTER-RECORD
        MOVE BRANCH-MASTER-RECORD TO WS-BEFORE-IMAGE
        MOVE ZEROS TO BRM-OPEN-AREA-1
        MOVE ZEROS TO BRM-OPEN-AREA-2
        SET BRM-IS-CLOSED TO TRUE
        REWRITE BRANCH-MASTER-RECORD
        IF WS-MASTER-STATUS NOT = "00"
            MOVE "M007" TO WS-REASON-CODE
            MOVE "MASTER REWRITE FAILED" TO WS-REASON-TEXT
        END-IF
    END-IF
    IF WS-REASON-CODE = SPACES
        MOVE MNT-SUCCESSOR-ID TO WS-LINKED-BATCH-ID
        PERFORM WRITE-HISTORY-RECORD
        MOVE WS-SUCCESSOR-IMAGE TO BRANCH-MASTER-RECORD
        MOVE BRANCH-MASTER-RECORD TO WS-BEFORE-IMAGE
        MOVE WS-COMBINED-AREA-1 TO BRM-OPEN-AREA-1
        MOVE WS-COMBINED-AREA-2 TO BRM-OPEN-AREA-2
        REWRITE BRANCH-MASTER-RECORD
        IF WS-MASTER-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT REWRITE SUCCESSOR " MNT-SUCCESSOR-ID
                " AFTER CLOSING " MNT-BATCH-ID " - STATUS "
                WS-MASTER-STATUS
            STOP RUN
        END-IF
        MOVE MNT-BATCH-ID TO WS-LINKED-BATCH-ID
        PERFORM WRITE-HISTORY-RECORD
        ADD 1 TO WS-CONSOLIDATE-COUNT
        PERFORM RECORD-CONSOLIDATION
    END-IF.

*> Note the consolidation for tonight's re-key, write its link, and
*> list it on the consolidation report. A branch folded earlier in
*> the run into what is now the closing branch follows it on to the
*> successor.
RECORD-CONSOLIDATION.
    PERFORM VARYING WS-CNS-SUB FROM 1 BY 1
            UNTIL WS-CNS-SUB > WS-CNS-COUNT
        IF WS-CNS-NEW-BATCH-ID(WS-CNS-SUB) = MNT-BATCH-ID
            MOVE MNT-SUCCESSOR-ID TO WS-CNS-NEW-BATCH-ID(WS-CNS-SUB)
        END-IF
    END-PERFORM
    ADD 1 TO WS-CNS-COUNT
    MOVE MNT-BATCH-ID     TO WS-CNS-OLD-BATCH-ID(WS-CNS-COUNT)
    MOVE MNT-SUCCESSOR-ID TO WS-CNS-NEW-BATCH-ID(WS-CNS-COUNT)
    MOVE SPACES TO BRANCH-LINK-RECORD
    MOVE MNT-BATCH-ID         TO LNK-OLD-BATCH-ID
    MOVE MNT-SUCCESSOR-ID     TO LNK-NEW-BATCH-ID
    MOVE WS-HISTORY-TIMESTAMP TO LNK-TIMESTAMP
    MOVE WS-SOURCE-ID         TO LNK-SOURCE-ID
    MOVE WS-CLS-OPEN-AREA-1   TO LNK-MOVED-AREA-1
    MOVE WS-CLS-OPEN-AREA-2   TO LNK-MOVED-AREA-2
    WRITE BRANCH-LINK-RECORD
    IF WS-LINK-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE BRANCH-LINK-FILE - STATUS "
            WS-LINK-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO WS-CONSOLIDATION-DETAIL
    MOVE MNT-BATCH-ID       TO WS-CND-OLD-BATCH-ID
    MOVE MNT-SUCCESSOR-ID   TO WS-CND-NEW-BATCH-ID
    MOVE WS-CLS-OPEN-AREA-1 TO WS-CND-MOVED-AREA-1
    MOVE WS-CLS-OPEN-AREA-2 TO WS-CND-MOVED-AREA-2
    MOVE WS-SUC-OPEN-AREA-1 TO WS-CND-BEF-AREA-1
    MOVE WS-SUC-OPEN-AREA-2 TO WS-CND-BEF-AREA-2
    MOVE WS-COMBINED-AREA-1 TO WS-CND-AFT-AREA-1
    MOVE WS-COMBINED-AREA-2 TO WS-CND-AFT-AREA-2
    MOVE WS-SOURCE-ID       TO WS-CND-SOURCE-ID
    MOVE WS-CONSOLIDATION-DETAIL TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD.

*> Journal an accepted maintenance record: the master image captured
*> before the apply (spaces on a first-time add) and the image as it
*> now stands on the file, stamped with when and by whom.
    MOVE WS-HISTORY-TIMESTAMP     TO HIS-TIMESTAMP
    MOVE WS-SOURCE-ID             TO HIS-SOURCE-ID
    MOVE MNT-FUNCTION             TO HIS-FUNCTION
    MOVE BRM-BATCH-ID             TO HIS-BATCH-ID
    MOVE WS-BEFORE-BALANCES       TO HIS-BEFORE-IMAGE
    MOVE BRM-BALANCE-IMAGE        TO HIS-AFTER-IMAGE
    MOVE WS-BEFORE-TOLERANCE      TO HIS-BEFORE-TOLERANCE
    MOVE BRM-TOLERANCE-IMAGE      TO HIS-AFTER-TOLERANCE
    MOVE WS-LINKED-BATCH-ID       TO HIS-LINKED-BATCH-ID
    WRITE HISTORY-RECORD
    IF WS-HISTORY-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE HISTORY-FILE - STATUS "
    MOVE MNT-BATCH-ID TO BRM-BATCH-ID
    MOVE MNT-OPEN-AREA-1-N TO BRM-OPEN-AREA-1
    MOVE MNT-OPEN-AREA-2-N TO BRM-OPEN-AREA-2
    SET BRM-IS-OPEN TO TRUE
    PERFORM APPLY-MAINT-TOLERANCE.

*> A blank tolerance column leaves the master's value as it stands:
*> zero on a first-time add, the existing tolerance otherwise.
APPLY-MAINT-TOLERANCE.
    IF MNT-TOL-AMOUNT NOT = SPACES
        MOVE MNT-TOL-AMOUNT-N TO BRM-TOL-AMOUNT
    END-IF
    IF MNT-TOL-PERCENT NOT = SPACES
        MOVE MNT-TOL-PERCENT-N TO BRM-TOL-PERCENT
    END-IF.

WRITE-REPORT-DETAIL.
    MOVE SPACES TO WS-REPORT-DETAIL

*> The unload is the hand-off to the nightly edit and reconciliation:
*> open branches only, written in key order straight off the master,
*> in the control-record layout the downstream programs read, with
*> the branch's tolerance after the balances.
UNLOAD-OPEN-BRANCHES.
    OPEN OUTPUT UNLOAD-FILE
    IF WS-UNLOAD-STATUS NOT = "00"
                    MOVE BRM-BATCH-ID     TO UNL-BATCH-ID
                    MOVE BRM-OPEN-AREA-1  TO UNL-OPEN-AREA-1
                    MOVE BRM-OPEN-AREA-2  TO UNL-OPEN-AREA-2
                    MOVE BRM-TOL-AMOUNT   TO UNL-TOL-AMOUNT
                    MOVE BRM-TOL-PERCENT  TO UNL-TOL-PERCENT
                    WRITE UNLOAD-RECORD
                    IF WS-UNLOAD-STATUS NOT = "00"
                        DISPLAY "FATAL: CANNOT WRITE UNLOAD-FILE - "
        END-READ
    END-PERFORM
    CLOSE UNLOAD-FILE.

*> Re-key the pending-item files to tonight's successors. Each file
*> present is copied to the work file with its closing-branch items
*> re-keyed, then copied back over itself, so the edit and the repair
*> run pick them up under the successor on the next cycle. A file
*> that is not there has nothing pending and is passed by.
REKEY-PENDING-ITEMS.
    MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    MOVE "PENDING ITEMS RE-KEYED TO SUCCESSOR"
        TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    PERFORM REKEY-SUSPENSE-FILE
    PERFORM REKEY-CARRYOVER-FILE
    PERFORM REKEY-REPAIR-QUEUE-FILE.

REKEY-SUSPENSE-FILE.
    MOVE "SUSPFILE" TO WS-PENDING-FILE-NAME
    MOVE ZEROS TO WS-REKEY-FILE-COUNT
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-STATUS = "00"
        PERFORM OPEN-WORK-FILE-OUTPUT
        MOVE "N" TO WS-PENDING-EOF-SW
        PERFORM UNTIL WS-PENDING-EOF
            READ SUSPENSE-FILE
                AT END
                    SET WS-PENDING-EOF TO TRUE
                NOT AT END
                    MOVE SUSPENSE-RECORD TO WS-PENDING-IMAGE
                    PERFORM REKEY-PENDING-IMAGE
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
        CLOSE CONSOLIDATION-WORK-FILE
        IF WS-REKEY-FILE-COUNT > 0
            PERFORM OPEN-WORK-FILE-INPUT
            OPEN OUTPUT SUSPENSE-FILE
            IF WS-SUSPENSE-STATUS NOT = "00"
                DISPLAY "FATAL: CANNOT REWRITE SUSPENSE-FILE - STATUS "
                    WS-SUSPENSE-STATUS
                STOP RUN
            END-IF
            PERFORM UNTIL WS-WORK-EOF
                READ CONSOLIDATION-WORK-FILE
                    AT END
                        SET WS-WORK-EOF TO TRUE
                    NOT AT END
                        IF CONSOLIDATION-WORK-RECORD(1:5) = "*TRL*"
                            MOVE CONSOLIDATION-WORK-RECORD
                                TO SUSPENSE-TRAILER
                            WRITE SUSPENSE-TRAILER
                        ELSE
                            MOVE CONSOLIDATION-WORK-RECORD
                                TO SUSPENSE-RECORD
                            WRITE SUSPENSE-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONSOLIDATION-WORK-FILE
            CLOSE SUSPENSE-FILE
        END-IF
    END-IF
    MOVE WS-REKEY-FILE-COUNT TO WS-REKEY-SUSPENSE-COUNT.

REKEY-CARRYOVER-FILE.
    MOVE "CARRYFILE" TO WS-PENDING-FILE-NAME
    MOVE ZEROS TO WS-REKEY-FILE-COUNT
    OPEN INPUT CARRYOVER-FILE
    IF WS-CARRYOVER-STATUS = "00"
        PERFORM OPEN-WORK-FILE-OUTPUT
        MOVE "N" TO WS-PENDING-EOF-SW
        PERFORM UNTIL WS-PENDING-EOF
            READ CARRYOVER-FILE
                AT END
                    SET WS-PENDING-EOF TO TRUE
                NOT AT END
                    MOVE CARRYOVER-TRAILER TO WS-PENDING-IMAGE
                    PERFORM REKEY-PENDING-IMAGE
            END-READ
        END-PERFORM
        CLOSE CARRYOVER-FILE
        CLOSE CONSOLIDATION-WORK-FILE
        IF WS-REKEY-FILE-COUNT > 0
            PERFORM OPEN-WORK-FILE-INPUT
            OPEN OUTPUT CARRYOVER-FILE
            IF WS-CARRYOVER-STATUS NOT = "00"
                DISPLAY "FATAL: CANNOT REWRITE CARRYOVER-FILE - STATUS "
                    WS-CARRYOVER-STATUS
                STOP RUN
            END-IF
            PERFORM UNTIL WS-WORK-EOF
                READ CONSOLIDATION-WORK-FILE
                    AT END
                        SET WS-WORK-EOF TO TRUE
                    NOT AT END
                        IF CONSOLIDATION-WORK-RECORD(1:5) = "*TRL*"
                            MOVE CONSOLIDATION-WORK-RECORD
                                TO CARRYOVER-TRAILER
                            WRITE CARRYOVER-TRAILER
                        ELSE
                            MOVE CONSOLIDATION-WORK-RECORD
                                TO CARRYOVER-RECORD
                            WRITE CARRYOVER-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONSOLIDATION-WORK-FILE
            CLOSE CARRYOVER-FILE
        END-IF
    END-IF
    MOVE WS-REKEY-FILE-COUNT TO WS-REKEY-CARRYOVER-COUNT.

REKEY-REPAIR-QUEUE-FILE.
    MOVE "RPRQFILE" TO WS-PENDING-FILE-NAME
    MOVE ZEROS TO WS-REKEY-FILE-COUNT
    OPEN INPUT REPAIR-QUEUE-FILE
    IF WS-REPAIR-QUEUE-STATUS = "00"
        PERFORM OPEN-WORK-FILE-OUTPUT
        MOVE "N" TO WS-PENDING-EOF-SW
        PERFORM UNTIL WS-PENDING-EOF
            READ REPAIR-QUEUE-FILE
                AT END
                    SET WS-PENDING-EOF TO TRUE
                NOT AT END
                    MOVE REPAIR-QUEUE-RECORD TO WS-PENDING-IMAGE
                    PERFORM REKEY-PENDING-IMAGE
            END-READ
        END-PERFORM
        CLOSE REPAIR-QUEUE-FILE
        CLOSE CONSOLIDATION-WORK-FILE
        IF WS-REKEY-FILE-COUNT > 0
            PERFORM OPEN-WORK-FILE-INPUT
            OPEN OUTPUT REPAIR-QUEUE-FILE
            IF WS-REPAIR-QUEUE-STATUS NOT = "00"
                DISPLAY "FATAL: CANNOT REWRITE REPAIR-QUEUE-FILE - "
                    "STATUS " WS-REPAIR-QUEUE-STATUS
                STOP RUN
            END-IF
            PERFORM UNTIL WS-WORK-EOF
                READ CONSOLIDATION-WORK-FILE
                    AT END
                        SET WS-WORK-EOF TO TRUE
                    NOT AT END
                        MOVE CONSOLIDATION-WORK-RECORD
                            TO REPAIR-QUEUE-RECORD
                        WRITE REPAIR-QUEUE-RECORD
                END-READ
            END-PERFORM
            CLOSE CONSOLIDATION-WORK-FILE
            CLOSE REPAIR-QUEUE-FILE
        END-IF
    END-IF
    MOVE WS-REKEY-FILE-COUNT TO WS-REKEY-QUEUE-COUNT.

OPEN-WORK-FILE-OUTPUT.
    OPEN OUTPUT CONSOLIDATION-WORK-FILE
    IF WS-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CONSOLIDATION-WORK-FILE - STATUS "
            WS-WORK-STATUS
        STOP RUN
    END-IF.

OPEN-WORK-FILE-INPUT.
    OPEN INPUT CONSOLIDATION-WORK-FILE
    IF WS-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CONSOLIDATION-WORK-FILE - STATUS "
            WS-WORK-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-WORK-EOF-SW.

*> Every line goes to the work file; a transaction line whose batch
*> id was consolidated tonight goes with the successor's id in its
*> place and is listed on the report. The control trailer passes
*> through as it stands.
REKEY-PENDING-IMAGE.
    IF WS-PENDING-IMAGE(1:5) NOT = "*TRL*"
        MOVE ZEROS TO WS-CNS-FOUND
        PERFORM VARYING WS-CNS-SUB FROM 1 BY 1
                UNTIL WS-CNS-SUB > WS-CNS-COUNT
                    OR WS-CNS-FOUND NOT = ZEROS
            IF WS-CNS-OLD-BATCH-ID(WS-CNS-SUB) = WS-PENDING-IMAGE(1:5)
                MOVE WS-CNS-SUB TO WS-CNS-FOUND
            END-IF
        END-PERFORM
        IF WS-CNS-FOUND NOT = ZEROS
            MOVE SPACES TO WS-REKEY-DETAIL
            MOVE WS-PENDING-FILE-NAME TO WS-RKD-FILE-NAME
            MOVE WS-PENDING-IMAGE(1:5) TO WS-RKD-OLD-BATCH-ID
            MOVE WS-CNS-NEW-BATCH-ID(WS-CNS-FOUND)
                TO WS-RKD-NEW-BATCH-ID
            MOVE WS-CNS-NEW-BATCH-ID(WS-CNS-FOUND)
                TO WS-PENDING-IMAGE(1:5)
            MOVE WS-PENDING-IMAGE TO WS-RKD-ITEM
            MOVE WS-REKEY-DETAIL TO CONSOLIDATION-REPORT-RECORD
            WRITE CONSOLIDATION-REPORT-RECORD
            ADD 1 TO WS-REKEY-FILE-COUNT
        END-IF
    END-IF
    MOVE WS-PENDING-IMAGE TO CONSOLIDATION-WORK-RECORD
    WRITE CONSOLIDATION-WORK-RECORD
    IF WS-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE CONSOLIDATION-WORK-FILE - STATUS "
            WS-WORK-STATUS
        STOP RUN
    END-IF.

WRITE-CONSOLIDATION-TOTALS.
    MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
    STRING "BRANCHES CONSOLIDATED: " WS-CONSOLIDATE-COUNT
        "  SUSPENSE RE-KEYED: " WS-REKEY-SUSPENSE-COUNT
        "  CARRYOVER RE-KEYED: " WS-REKEY-CARRYOVER-COUNT
        DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
    STRING "REPAIR QUEUE RE-KEYED: " WS-REKEY-QUEUE-COUNT
        DELIMITED BY SIZE INTO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD
    MOVE "END OF BRANCH CONSOLIDATION REPORT"
        TO CONSOLIDATION-REPORT-RECORD
    WRITE CONSOLIDATION-REPORT-RECORD.

*> The business date this cycle runs for, derived as the edit and the
*> reconciliation derive it: the calendar's current business date,
*> else CTL-BUSINESS-DATE, else the run date.
SET-CYCLE-BUSINESS-DATE.
    ACCEPT WS-CYCLE-DATE-TEXT FROM ENVIRONMENT "CTL-BUSINESS-DATE"
    IF WS-CYCLE-DATE-TEXT NUMERIC
        MOVE WS-CYCLE-DATE-TEXT TO WS-CYCLE-DATE
    ELSE
        ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
    END-IF
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS = "00"
        PERFORM UNTIL WS-CALENDAR-EOF
            READ CALENDAR-FILE
                AT END
                    SET WS-CALENDAR-EOF TO TRUE
                NOT AT END
                    IF CAL-CURRENT-FLAG = "*" AND CAL-DATE NUMERIC
                        MOVE CAL-DATE TO WS-CYCLE-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF.

*> Stamp the start of the step on the run-control file. The step may
*> start only once its predecessor has completed, and only once per
*> business date unless CTL-RERUN=Y says a completed step is being
*> run again on purpose. A step that started and never stamped its
*> end failed part-way and may simply be run again.
START-CYCLE-STEP.
    ACCEPT WS-RERUN-SW FROM ENVIRONMENT "CTL-RERUN"
    PERFORM OPEN-CYCLE-CONTROL
    PERFORM CHECK-CYCLE-PREDECESSOR
    MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
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
                    "FOR BUSINESS DATE " WS-CYCLE-DATE
                    " - SET CTL-RERUN=Y TO RUN IT AGAIN"
                STOP RUN
            END-IF
            MOVE "Y" TO RC-RERUN-FLAG
        END-IF
    ELSE
        MOVE SPACES TO CYCLE-CONTROL-RECORD
        MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
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

*> The maintenance run opens a new cycle, so its predecessor is the
*> previous cycle on the file - the latest business date before this
*> one - which must have been rolled forward. With no earlier cycle
*> on the file there is nothing to wait for.
CHECK-CYCLE-PREDECESSOR.
    MOVE ZEROS TO WS-PRIOR-CYCLE-DATE
    MOVE LOW-VALUES TO RC-KEY
    START CYCLE-CONTROL-FILE KEY NOT < RC-KEY
        INVALID KEY
            SET WS-CYCLE-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-CYCLE-EOF
        READ CYCLE-CONTROL-FILE NEXT
            AT END
                SET WS-CYCLE-EOF TO TRUE
            NOT AT END
                IF RC-BUSINESS-DATE < WS-CYCLE-DATE
                    MOVE RC-BUSINESS-DATE TO WS-PRIOR-CYCLE-DATE
                ELSE
                    SET WS-CYCLE-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM
    IF WS-PRIOR-CYCLE-DATE NOT = ZEROS
        MOVE "ROLLFWD" TO WS-PREDECESSOR-STEP
        MOVE WS-PRIOR-CYCLE-DATE TO RC-BUSINESS-DATE
        MOVE WS-PREDECESSOR-STEP TO RC-STEP
        READ CYCLE-CONTROL-FILE
            INVALID KEY
                MOVE SPACES TO RC-COMPLETION-CODE
        END-READ
        IF NOT RC-STEP-COMPLETE
            DISPLAY "FATAL: " WS-PREDECESSOR-STEP " HAS NOT COMPLETED "
                "FOR BUSINESS DATE " WS-PRIOR-CYCLE-DATE " - "
                WS-CYCLE-STEP " CANNOT START"
            STOP RUN
        END-IF
    END-IF.

*> Stamp the end of the step: it ran to completion.
END-CYCLE-STEP.
    PERFORM OPEN-CYCLE-CONTROL
    MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
    MOVE WS-CYCLE-STEP TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            DISPLAY "FATAL: NO CYCLE-CONTROL-FILE ENTRY FOR "
                WS-CYCLE-STEP " " WS-CYCLE-DATE
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
