      >>SOURCE FORMAT FREE
*> Daily branch statement run.
*> Branches call every morning to ask why they failed, and the
*> answer has been read to them off the summary report, the posting
*> register, and the reject file. This run writes each branch its own
*> statement for the business date instead, showing:
*>   - the opening balances;
*>   - the items posted, from the itemized posting register where the
*>     reconciliation kept it (with the balances after each item),
*>     else from the posted-item history POSTHIST;
*>   - the online adjustments, with their maker and approver;
*>   - the closing balances, the verdict, and the grade;
*>   - the branch's own items still held: rejected by the edit
*>     (REJFILE), reversals refused by the reconciliation (REVREJ),
*>     held in suspense (SUSPNEW), carried forward as future-dated
*>     (CARRYNEW), and waiting on the repair queue (RPRQFILE); a
*>     suspense item shows its age in business days in suspense, a
*>     repair-queue item its count of cycles on the queue.
*> Every statement is written twice: printable on STMTRPT, and in the
*> fixed layout of STMTEXT for the distribution system - a header,
*> activity, adjustment, close, and held-item record per branch, and
*> a control trailer carrying the record and statement counts.
*> A branch that did not reconcile clean - graded WATCH or FAIL, or
*> with no reconciliation line at all - always gets its statement,
*> even with nothing else on it, so silence is never taken for a
*> clean day. A branch that passed with no activity and nothing held
*> gets none unless CTL-STATEMENT-ALL=Y. Items held for a batch id
*> that is not on the unload (a branch closed or not yet opened) get
*> a statement of their own, marked as such; items whose batch id is
*> blank or malformed belong to no branch and are only counted.
*> The reconciliation's audit and register files are named for the
*> date the reconciliation for the business date (BUG, or RECMERGE
*> after a split run) started, as the cycle run-control file CYCLCTL
*> records it; CTL-RECON-DATE overrides that date, as for a merge run
*> under CTL-MERGE-DATE. The run refuses to start until that
*> reconciliation has completed. Where a rerun or a restart appended
*> to those files, the last reconciliation line for a branch, the
*> adjustments made with it, and the last register block for it
*> stand. The held-item files are read as tonight's cycle left them,
*> so the run goes after the reconciliation and before the job
*> renames SUSPNEW and CARRYNEW for the next cycle; it is not itself
*> a cycle step. The business date is the calendar's current
*> business date, else CTL-BUSINESS-DATE, else the run date.
IDENTIFICATION DIVISION.
PROGRAM-ID. BRSTMT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "BRUNLOAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT OPTIONAL REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT POSTED-ITEM-FILE ASSIGN TO "POSTHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PST-KEY
        FILE STATUS IS WS-POSTED-ITEM-STATUS.

    SELECT REJECT-FILE ASSIGN TO "REJFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

    SELECT OPTIONAL REVERSAL-REJECT-FILE ASSIGN TO "REVREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-REJECT-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "SUSPNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT CARRYOVER-FILE ASSIGN TO "CARRYNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARRYOVER-STATUS.

    SELECT OPTIONAL QUEUE-FILE ASSIGN TO "RPRQFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-STATUS.

    SELECT STATEMENT-FILE ASSIGN TO "STMTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-STATUS.

    SELECT STATEMENT-EXTRACT-FILE ASSIGN TO "STMTEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-EXTRACT-STATUS.

    SELECT STATEMENT-WORK-FILE ASSIGN TO "STMTWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-WORK-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

    SELECT STATEMENT-SORT-FILE ASSIGN TO "STMTSORT".

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

FD  AUDIT-FILE.
01  AUDIT-RECORD                PIC X(180).

FD  REGISTER-FILE.
01  REGISTER-RECORD             PIC X(80).

*> Posted-item history, column for column as the reconciliation
*> keeps it.
FD  POSTED-ITEM-FILE.
01  POSTED-ITEM-RECORD.
    05  PST-KEY.
        10  PST-BATCH-ID        PIC X(5).
        10  PST-BUSINESS-DATE   PIC 9(8).
        10  PST-PASS            PIC X.
        10  PST-SEQ             PIC 9(5).
    05  PST-TRAN-TYPE           PIC X.
    05  PST-ORIG-TYPE           PIC X.
    05  PST-AMOUNT              PIC 9(7)V99.
    05  PST-POSTING-DATE        PIC 9(8).
    05  PST-REVERSED-AMOUNT     PIC 9(7)V99.
    05  PST-MATCH-KEY.
        10  PST-MATCH-DATE      PIC 9(8).
        10  PST-MATCH-PASS      PIC X.
        10  PST-MATCH-SEQ       PIC 9(5).

*> Reject layout, column for column as the edit writes REJFILE and
*> the reconciliation REVREJ.
FD  REJECT-FILE.
01  REJECT-RECORD.
    05  REJ-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  REJ-REASON-CODE         PIC X(4).
    05  FILLER                  PIC X.
    05  REJ-REASON-TEXT         PIC X(30).

FD  REVERSAL-REJECT-FILE.
01  REVERSAL-REJECT-RECORD.
    05  RVJ-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  RVJ-REASON-CODE         PIC X(4).
    05  FILLER                  PIC X.
    05  RVJ-REASON-TEXT         PIC X(30).

*> Suspense and carryover end in a control trailer, skipped here. A
*> suspense item is followed by the date it first went into suspense
*> and its age in business days.
FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD.
    05  SUS-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  SUS-FIRST-DATE          PIC X(8).
    05  FILLER                  PIC X.
    05  SUS-AGE                 PIC X(3).

FD  CARRYOVER-FILE.
01  CARRYOVER-RECORD            PIC X(24).

*> Repair queue, column for column as the reject-repair run writes
*> it.
FD  QUEUE-FILE.
01  QUEUE-RECORD.
    05  QUE-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  QUE-REASON-CODE         PIC X(4).
    05  FILLER                  PIC X.
    05  QUE-REASON-TEXT         PIC X(30).
    05  FILLER                  PIC X.
    05  QUE-STATUS              PIC X.
    05  FILLER                  PIC X.
    05  QUE-AGE                 PIC X(3).

FD  STATEMENT-FILE.
01  STATEMENT-RECORD            PIC X(132).

*> Statement extract for the distribution system. Every record leads
*> with its type, the branch, and the business date; the file ends
*> with a control trailer. Signed amounts carry a leading sign.
FD  STATEMENT-EXTRACT-FILE.
01  STATEMENT-EXTRACT-RECORD.
    05  STX-REC-TYPE            PIC X.
        88  STX-IS-HEADER               VALUE "H".
        88  STX-IS-ACTIVITY             VALUE "A".
        88  STX-IS-ADJUSTMENT           VALUE "J".
        88  STX-IS-CLOSE                VALUE "C".
        88  STX-IS-HELD-ITEM            VALUE "I".
    05  STX-BATCH-ID            PIC X(5).
    05  STX-BUSINESS-DATE       PIC 9(8).
    05  STX-BODY                PIC X(106).
*>  H - the branch: O on the unload, N not; Y reconciled tonight, N
*>  not (and then no C record follows).
    05  STX-HEADER-BODY REDEFINES STX-BODY.
        10  STX-BRANCH-STATUS   PIC X.
        10  STX-RECONCILED-FLAG PIC X.
        10  STX-OPEN-1          PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  STX-OPEN-2          PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  FILLER              PIC X(80).
*>  A - an item posted: R from the register (balances after the item),
*>  P from the posted-item history (no balances).
    05  STX-ACTIVITY-BODY REDEFINES STX-BODY.
        10  STX-ACT-SOURCE      PIC X.
        10  STX-ACT-SEQ         PIC 9(5).
        10  STX-ACT-TYPE        PIC X.
        10  STX-ACT-ORIG-TYPE   PIC X.
        10  STX-ACT-AMOUNT      PIC 9(7)V99.
        10  STX-ACT-POSTING-DATE PIC X(8).
        10  STX-ACT-AREA-1      PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  STX-ACT-AREA-2      PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  FILLER              PIC X(57).
*>  J - an online adjustment.
    05  STX-ADJUSTMENT-BODY REDEFINES STX-BODY.
        10  STX-ADJ-TARGET      PIC X(9).
        10  STX-ADJ-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
        10  STX-ADJ-REASON      PIC X(4).
        10  STX-ADJ-LABEL       PIC X(20).
        10  STX-ADJ-MAKER-ID    PIC X(8).
        10  STX-ADJ-APPROVER-ID PIC X(8).
        10  FILLER              PIC X(47).
*>  C - the close.
    05  STX-CLOSE-BODY REDEFINES STX-BODY.
        10  STX-CLS-ADDS        PIC 9(9)V99.
        10  STX-CLS-SUBTRACTS   PIC 9(9)V99.
        10  STX-CLS-REVERSALS   PIC 9(9)V99.
        10  STX-CLS-ADJ-1       PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  STX-CLS-ADJ-2       PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  STX-CLS-CLOSE-1     PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  STX-CLS-CLOSE-2     PIC S9(9)V99 SIGN LEADING SEPARATE.
        10  STX-CLS-VERDICT     PIC X(20).
        10  STX-CLS-GRADE       PIC X(5).
*>  I - an item held, where it is held, and why; the age is the
*>  business days a suspense item has been in suspense, the repair
*>  queue's count of cycles, zero elsewhere.
    05  STX-HELD-ITEM-BODY REDEFINES STX-BODY.
        10  STX-ITM-LOCATION    PIC X(8).
        10  STX-ITM-TRAN-DATA   PIC X(24).
        10  STX-ITM-REASON-CODE PIC X(4).
        10  STX-ITM-REASON-TEXT PIC X(30).
        10  STX-ITM-QUEUE-AGE   PIC 9(3).
        10  FILLER              PIC X(37).
01  STATEMENT-EXTRACT-TRAILER.
    05  STT-TAG                 PIC X(5).
    05  STT-BUSINESS-DATE       PIC 9(8).
    05  STT-RECORD-COUNT        PIC 9(7).
    05  STT-STATEMENT-COUNT     PIC 9(7).
    05  FILLER                  PIC X(93).

*> One branch's statement is staged here - print lines marked P,
*> extract records X - until the branch is complete and it is known
*> whether the statement is to be kept.
FD  STATEMENT-WORK-FILE.
01  STATEMENT-WORK-RECORD.
    05  SWK-DESTINATION         PIC X.
        88  SWK-IS-PRINT-LINE           VALUE "P".
        88  SWK-IS-EXTRACT              VALUE "X".
    05  SWK-DATA                PIC X(132).

*> Business-day calendar, column for column as operations keeps it;
*> only the current-date flag is wanted here.
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

*> Every source in branch order. Within a branch the sources come in
*> section order, the newest group first within a section - so the
*> last reconciliation line and register block come first - and in
*> file order within a group.
SD  STATEMENT-SORT-FILE.
01  STATEMENT-SORT-RECORD.
    05  SS-BATCH-ID             PIC X(5).
    05  SS-SECTION              PIC 9.
        88  SS-IS-UNLOAD                VALUE 0.
        88  SS-IS-RECONCILIATION        VALUE 1.
        88  SS-IS-REGISTER              VALUE 2.
        88  SS-IS-ADJUSTMENT            VALUE 3.
        88  SS-IS-HELD-ITEM             VALUE 4 THRU 8.
    05  SS-GROUP                PIC 9(7).
    05  SS-SEQ                  PIC 9(7).
    05  SS-DATA                 PIC X(180).

WORKING-STORAGE SECTION.
01  WS-CONTROL-STATUS           PIC XX VALUE "00".
01  WS-AUDIT-STATUS             PIC XX VALUE "00".
01  WS-REGISTER-STATUS          PIC XX VALUE "00".
01  WS-POSTED-ITEM-STATUS       PIC XX VALUE "00".
01  WS-REJECT-STATUS            PIC XX VALUE "00".
01  WS-REVERSAL-REJECT-STATUS   PIC XX VALUE "00".
01  WS-SUSPENSE-STATUS          PIC XX VALUE "00".
01  WS-CARRYOVER-STATUS         PIC XX VALUE "00".
01  WS-QUEUE-STATUS             PIC XX VALUE "00".
01  WS-STATEMENT-STATUS         PIC XX VALUE "00".
01  WS-STATEMENT-EXTRACT-STATUS PIC XX VALUE "00".
01  WS-STATEMENT-WORK-STATUS    PIC XX VALUE "00".

01  WS-EOF-SWITCHES.
    05  WS-INPUT-EOF-SW         PIC X VALUE "N".
        88  WS-INPUT-EOF                VALUE "Y".
    05  WS-SORTED-EOF-SW        PIC X VALUE "N".
        88  WS-SORTED-EOF               VALUE "Y".
    05  WS-WORK-EOF-SW          PIC X VALUE "N".
        88  WS-WORK-EOF                 VALUE "Y".
    05  WS-POSTED-SCAN-EOF-SW   PIC X VALUE "N".
        88  WS-POSTED-SCAN-EOF          VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8).
01  WS-AUDIT-FILENAME           PIC X(20) VALUE SPACES.
01  WS-REGISTER-FILENAME        PIC X(20) VALUE SPACES.

*> The reconciliation the statements report: the step that ran it
*> and the date its files are named for.
01  WS-RECON-STEP               PIC X(8) VALUE SPACES.
01  WS-RECON-DATE               PIC 9(8) VALUE ZEROS.
01  WS-RECON-DATE-TEXT          PIC X(8) VALUE SPACES.

01  WS-STATEMENT-ALL-SW         PIC X VALUE "N".
    88  WS-STATEMENT-ALL                VALUE "Y".
01  WS-POSTED-HISTORY-SW        PIC X VALUE "N".
    88  WS-POSTED-HISTORY-PRESENT       VALUE "Y".

*> Sort sequencing. Audit lines are grouped by the reconciliation
*> line that closes them - an adjustment is written just ahead of its
*> batch's line - and register lines by block, a block starting at
*> item 1.
01  WS-RELEASE-SEQ              PIC 9(7) VALUE ZEROS.
01  WS-AUDIT-GROUP              PIC 9(7) VALUE 1.
01  WS-REGISTER-BLOCK           PIC 9(7) VALUE ZEROS.
01  WS-SPACE-COUNT              PIC 9(2) VALUE ZEROS.

*> Image of a reconciliation audit line, column for column as the
*> reconciliation writes it.
01  WS-AUDIT-LINE-IMAGE.
    05  WS-AUI-REC-TYPE         PIC X(4).
    05  FILLER                  PIC X.
    05  WS-AUI-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X.
    05  WS-AUI-OPEN-1           PIC X(11).
    05  FILLER                  PIC X.
    05  WS-AUI-OPEN-2           PIC X(11).
    05  FILLER                  PIC X.
    05  WS-AUI-ADD-AMT          PIC X(10).
    05  FILLER                  PIC X.
    05  WS-AUI-SUBTRACT-AMT     PIC X(10).
    05  FILLER                  PIC X.
    05  WS-AUI-REVERSAL-AMT     PIC X(10).
    05  FILLER                  PIC X.
    05  WS-AUI-ADJ-1            PIC X(11).
    05  FILLER                  PIC X.
    05  WS-AUI-ADJ-2            PIC X(11).
    05  FILLER                  PIC X.
    05  WS-AUI-CLOSE-1          PIC X(11).
    05  FILLER                  PIC X.
    05  WS-AUI-CLOSE-2          PIC X(11).
    05  FILLER                  PIC X.
    05  WS-AUI-CARRY            PIC X(5).
    05  FILLER                  PIC X.
    05  WS-AUI-VERDICT          PIC X(20).
    05  FILLER                  PIC X.
    05  WS-AUI-GRADE            PIC X(5).
    05  FILLER                  PIC X.
    05  WS-AUI-TOL-AMOUNT       PIC X(10).
    05  FILLER                  PIC X.
    05  WS-AUI-TOL-PERCENT      PIC X(6).

*> Image of an adjustment audit line, column for column as the
*> reconciliation writes it.
01  WS-ADJUST-LINE-IMAGE.
    05  WS-ADI-REC-TYPE         PIC X(4).
    05  FILLER                  PIC X.
    05  WS-ADI-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X.
    05  WS-ADI-TARGET           PIC X(9).
    05  FILLER                  PIC X.
    05  WS-ADI-AMOUNT           PIC X(11).
    05  FILLER                  PIC X.
    05  WS-ADI-REASON           PIC X(4).
    05  FILLER                  PIC X.
    05  WS-ADI-LABEL            PIC X(20).
    05  FILLER                  PIC X.
    05  WS-ADI-MAKER-ID         PIC X(8).
    05  FILLER                  PIC X.
    05  WS-ADI-APPROVER-ID      PIC X(8).

*> Image of a posting-register line, column for column as the
*> reconciliation writes it.
01  WS-REGISTER-LINE-IMAGE.
    05  WS-RGI-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X.
    05  WS-RGI-SEQ              PIC X(5).
    05  FILLER                  PIC X.
    05  WS-RGI-TYPE             PIC X.
    05  FILLER                  PIC X.
    05  WS-RGI-ORIG-TYPE        PIC X.
    05  FILLER                  PIC X.
    05  WS-RGI-AMOUNT           PIC X(10).
    05  FILLER                  PIC X.
    05  WS-RGI-POSTING-DATE     PIC X(8).
    05  FILLER                  PIC X.
    05  WS-RGI-AREA-1           PIC X(11).
    05  FILLER                  PIC X.
    05  WS-RGI-AREA-2           PIC X(11).
    05  FILLER                  PIC X(21).

*> An unload entry as it travels through the sort.
01  WS-UNLOAD-IMAGE.
    05  WS-UNI-BATCH-ID         PIC X(5).
    05  WS-UNI-OPEN-1           PIC 9(7)V99.
    05  WS-UNI-OPEN-2           PIC 9(7)V99.
    05  WS-UNI-TOL-AMOUNT       PIC 9(7)V99.
    05  WS-UNI-TOL-PERCENT      PIC 9(3)V99.

*> A held item as it travels through the sort, whichever file it was
*> held on.
01  WS-HELD-ITEM-IMAGE.
    05  WS-HLI-LOCATION         PIC X(8).
    05  WS-HLI-TRAN-DATA.
        10  WS-HLI-BATCH-ID     PIC X(5).
        10  WS-HLI-TYPE         PIC X.
        10  WS-HLI-AMOUNT       PIC X(9).
        10  WS-HLI-AMOUNT-N REDEFINES WS-HLI-AMOUNT
                                PIC 9(7)V99.
        10  WS-HLI-POSTING-DATE PIC X(8).
        10  WS-HLI-ORIG-TYPE    PIC X.
    05  WS-HLI-REASON-CODE      PIC X(4).
    05  WS-HLI-REASON-TEXT      PIC X(30).
    05  WS-HLI-QUEUE-AGE        PIC X(3).
    05  WS-HLI-QUEUE-AGE-N REDEFINES WS-HLI-QUEUE-AGE
                                PIC 9(3).

*> The statement in hand. It is built in stages - heading and
*> activity, then adjustments, then the close and the held items -
*> each stage begun once the sources before it are exhausted.
01  WS-STMT-BATCH-ID            PIC X(5) VALUE SPACES.
01  WS-STMT-STAGE               PIC 9 VALUE ZEROS.
    88  WS-STAGE-NOTHING-WRITTEN        VALUE 0.
    88  WS-STAGE-ACTIVITY               VALUE 1.
    88  WS-STAGE-ADJUSTMENTS            VALUE 2.
    88  WS-STAGE-HELD-ITEMS             VALUE 3.
01  WS-ON-UNLOAD-SW             PIC X VALUE "N".
    88  WS-ON-UNLOAD                    VALUE "Y".
01  WS-RECONCILED-SW            PIC X VALUE "N".
    88  WS-RECONCILED                   VALUE "Y".
01  WS-RECN-GROUP               PIC 9(7) VALUE ZEROS.
01  WS-BLOCK-CHOSEN-SW          PIC X VALUE "N".
    88  WS-BLOCK-CHOSEN                 VALUE "Y".
01  WS-TAKEN-BLOCK              PIC 9(7) VALUE ZEROS.
01  WS-ADJ-GROUP-CHOSEN-SW      PIC X VALUE "N".
    88  WS-ADJ-GROUP-CHOSEN             VALUE "Y".
01  WS-TAKEN-ADJ-GROUP          PIC 9(7) VALUE ZEROS.
01  WS-KEEP-STATEMENT-SW        PIC X VALUE "N".
    88  WS-KEEP-STATEMENT               VALUE "Y".
01  WS-BRANCH-COUNTS.
    05  WS-ACTIVITY-COUNT       PIC 9(5) VALUE ZEROS.
    05  WS-ADJUSTMENT-COUNT     PIC 9(5) VALUE ZEROS.
    05  WS-HELD-COUNT           PIC 9(5) VALUE ZEROS.

01  WS-RUN-COUNTS.
    05  WS-BRANCH-COUNT         PIC 9(5) VALUE ZEROS.
    05  WS-STATEMENT-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZEROS.
    05  WS-NOT-RECONCILED-COUNT PIC 9(5) VALUE ZEROS.
    05  WS-EXTRACT-COUNT        PIC 9(7) VALUE ZEROS.
    05  WS-HELD-ITEM-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-NO-BRANCH-COUNT      PIC 9(7) VALUE ZEROS.

01  WS-BALANCE-EDIT             PIC -ZZZ,ZZZ,ZZ9.99.
01  WS-SEQ-EDIT                 PIC ZZZZ9.
01  WS-ITEM-AMOUNT-EDIT         PIC ZZZZZZ9.99.
01  WS-OPEN-1-TEXT              PIC X(15) VALUE SPACES.
01  WS-OPEN-2-TEXT              PIC X(15) VALUE SPACES.
01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.

01  WS-ACTIVITY-HEADER.
    05  FILLER                  PIC X(6)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "  SEQ".
    05  FILLER                  PIC X(6)  VALUE "TYPE".
    05  FILLER                  PIC X(4)  VALUE "ORIG".
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "AMOUNT".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(11) VALUE "POSTED".
    05  FILLER                  PIC X(11) JUSTIFIED RIGHT
        VALUE "AREA-1".
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  FILLER                  PIC X(11) JUSTIFIED RIGHT
        VALUE "AREA-2".

01  WS-ACTIVITY-DETAIL.
    05  FILLER                  PIC X(6)  VALUE SPACES.
    05  WS-ACD-SEQ              PIC X(5).
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-ACD-TYPE             PIC X.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  WS-ACD-ORIG-TYPE        PIC X.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-ACD-AMOUNT           PIC X(10).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-ACD-POSTING-DATE     PIC X(8).
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-ACD-AREA-1           PIC X(11).
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-ACD-AREA-2           PIC X(11).

01  WS-ADJUSTMENT-HEADER.
    05  FILLER                  PIC X(6)  VALUE SPACES.
    05  FILLER                  PIC X(11) VALUE "TARGET".
    05  FILLER                  PIC X(11) JUSTIFIED RIGHT
        VALUE "AMOUNT".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(6)  VALUE "REASON".
    05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
    05  FILLER                  PIC X(10) VALUE "MAKER".
    05  FILLER                  PIC X(8)  VALUE "APPROVER".

01  WS-ADJUSTMENT-DETAIL.
    05  FILLER                  PIC X(6)  VALUE SPACES.
    05  WS-AJD-TARGET           PIC X(9).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AJD-AMOUNT           PIC X(11).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AJD-REASON           PIC X(4).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AJD-LABEL            PIC X(20).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AJD-MAKER-ID         PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AJD-APPROVER-ID      PIC X(8).

01  WS-HELD-HEADER.
    05  FILLER                  PIC X(6)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE "HELD ON".
    05  FILLER                  PIC X(6)  VALUE "TYPE".
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "AMOUNT".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE "POSTING".
    05  FILLER                  PIC X(6)  VALUE "ORIG".
    05  FILLER                  PIC X(38) VALUE "REASON".
    05  FILLER                  PIC X(3)  VALUE "AGE".

01  WS-HELD-DETAIL.
    05  FILLER                  PIC X(6)  VALUE SPACES.
    05  WS-HLD-LOCATION         PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-HLD-TYPE             PIC X.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  WS-HLD-AMOUNT           PIC X(10).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-HLD-POSTING-DATE     PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-HLD-ORIG-TYPE        PIC X.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  WS-HLD-REASON-CODE      PIC X(4).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-HLD-REASON-TEXT      PIC X(30).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-HLD-QUEUE-AGE        PIC X(3).

*> Cycle run control: read only, to find the reconciliation.
01  WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".
01  WS-CALENDAR-EOF-SW          PIC X VALUE "N".
    88  WS-CALENDAR-EOF                 VALUE "Y".
01  WS-CYCLE-DATE               PIC 9(8) VALUE ZEROS.
01  WS-CYCLE-DATE-TEXT          PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCESS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM SET-CYCLE-BUSINESS-DATE
    ACCEPT WS-STATEMENT-ALL-SW FROM ENVIRONMENT "CTL-STATEMENT-ALL"
    PERFORM FIND-RECONCILIATION-RUN
    MOVE SPACES TO WS-AUDIT-FILENAME
    STRING "AUDIT" WS-RECON-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-AUDIT-FILENAME
    MOVE SPACES TO WS-REGISTER-FILENAME
    STRING "REG" WS-RECON-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-REGISTER-FILENAME
    PERFORM OPEN-FILES
    SORT STATEMENT-SORT-FILE
        ON ASCENDING KEY SS-BATCH-ID
                         SS-SECTION
        ON DESCENDING KEY SS-GROUP
        ON ASCENDING KEY SS-SEQ
        INPUT PROCEDURE IS RELEASE-STATEMENT-SOURCES
        OUTPUT PROCEDURE IS BUILD-STATEMENTS
    PERFORM CLOSE-FILES
    DISPLAY "BUSINESS DATE:            " WS-CYCLE-DATE
    DISPLAY "RECONCILIATION:           " WS-RECON-STEP " " WS-RECON-DATE
    DISPLAY "BRANCHES:                 " WS-BRANCH-COUNT
    DISPLAY "STATEMENTS WRITTEN:       " WS-STATEMENT-COUNT
    DISPLAY "  NOT RECONCILED:         " WS-NOT-RECONCILED-COUNT
    DISPLAY "CLEAN, NOTHING TO STATE:  " WS-SKIPPED-COUNT
    DISPLAY "EXTRACT RECORDS:          " WS-EXTRACT-COUNT
    DISPLAY "HELD ITEMS STATED:        " WS-HELD-ITEM-COUNT
    DISPLAY "HELD ITEMS NO BRANCH:     " WS-NO-BRANCH-COUNT
    STOP RUN.

*> The statements follow the reconciliation that closed the business
*> date: the single-stream run, or the merge of a split run. Its
*> files are named for the date it started.
FIND-RECONCILIATION-RUN.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYCLE-CONTROL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CYCLE-CONTROL-FILE - STATUS "
            WS-CYCLE-CONTROL-STATUS
        STOP RUN
    END-IF
    MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
    MOVE "BUG" TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            MOVE SPACES TO RC-COMPLETION-CODE
    END-READ
    IF NOT RC-STEP-COMPLETE
        MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
        MOVE "RECMERGE" TO RC-STEP
        READ CYCLE-CONTROL-FILE
            INVALID KEY
                MOVE SPACES TO RC-COMPLETION-CODE
        END-READ
    END-IF
    IF NOT RC-STEP-COMPLETE
        DISPLAY "FATAL: NEITHER BUG NOR RECMERGE HAS COMPLETED FOR "
            "BUSINESS DATE " WS-CYCLE-DATE " - NO STATEMENTS WRITTEN"
        STOP RUN
    END-IF
    MOVE RC-STEP TO WS-RECON-STEP
    IF RC-START-TIMESTAMP (1:8) NUMERIC
        MOVE RC-START-TIMESTAMP (1:8) TO WS-RECON-DATE
    ELSE
        MOVE WS-RUN-DATE TO WS-RECON-DATE
    END-IF
    CLOSE CYCLE-CONTROL-FILE
    ACCEPT WS-RECON-DATE-TEXT FROM ENVIRONMENT "CTL-RECON-DATE"
    IF WS-RECON-DATE-TEXT NUMERIC
        MOVE WS-RECON-DATE-TEXT TO WS-RECON-DATE
    END-IF.

*> POSTHIST not yet created means nothing has ever been posted; the
*> itemization then comes from the register alone.
OPEN-FILES.
    OPEN INPUT POSTED-ITEM-FILE
    EVALUATE WS-POSTED-ITEM-STATUS
        WHEN "00"
            SET WS-POSTED-HISTORY-PRESENT TO TRUE
        WHEN "35"
            MOVE "N" TO WS-POSTED-HISTORY-SW
        WHEN OTHER
            DISPLAY "FATAL: CANNOT OPEN POSTED-ITEM-FILE - STATUS "
                WS-POSTED-ITEM-STATUS
            STOP RUN
    END-EVALUATE
    OPEN OUTPUT STATEMENT-FILE
    IF WS-STATEMENT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN STATEMENT-FILE - STATUS "
            WS-STATEMENT-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT STATEMENT-EXTRACT-FILE
    IF WS-STATEMENT-EXTRACT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN STATEMENT-EXTRACT-FILE - STATUS "
            WS-STATEMENT-EXTRACT-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO STATEMENT-RECORD
    STRING "BRANCH STATEMENTS FOR BUSINESS DATE " WS-CYCLE-DATE
        "   RECONCILED BY " WS-RECON-STEP " ON " WS-RECON-DATE
        "   RUN DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO STATEMENT-RECORD
    PERFORM WRITE-STATEMENT-LINE.

CLOSE-FILES.
    MOVE SPACES TO STATEMENT-RECORD
    PERFORM WRITE-STATEMENT-LINE
    MOVE SPACES TO STATEMENT-RECORD
    STRING "END OF BRANCH STATEMENTS - " WS-STATEMENT-COUNT
        " STATEMENTS" DELIMITED BY SIZE INTO STATEMENT-RECORD
    PERFORM WRITE-STATEMENT-LINE
    MOVE SPACES TO STATEMENT-EXTRACT-TRAILER
    MOVE "*TRL*" TO STT-TAG
    MOVE WS-CYCLE-DATE TO STT-BUSINESS-DATE
    MOVE WS-EXTRACT-COUNT TO STT-RECORD-COUNT
    MOVE WS-STATEMENT-COUNT TO STT-STATEMENT-COUNT
    WRITE STATEMENT-EXTRACT-TRAILER
    IF WS-STATEMENT-EXTRACT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE STATEMENT-EXTRACT-FILE - STATUS "
            WS-STATEMENT-EXTRACT-STATUS
        STOP RUN
    END-IF
    IF WS-POSTED-HISTORY-PRESENT
        CLOSE POSTED-ITEM-FILE
    END-IF
    CLOSE STATEMENT-FILE
    CLOSE STATEMENT-EXTRACT-FILE.

RELEASE-STATEMENT-SOURCES.
    PERFORM RELEASE-UNLOAD
    PERFORM RELEASE-AUDIT-LINES
    PERFORM RELEASE-REGISTER-LINES
    PERFORM RELEASE-REJECTS
    PERFORM RELEASE-REVERSAL-REJECTS
    PERFORM RELEASE-SUSPENSE
    PERFORM RELEASE-CARRYOVER
    PERFORM RELEASE-REPAIR-QUEUE.

RELEASE-SOURCE-RECORD.
    ADD 1 TO WS-RELEASE-SEQ
    MOVE WS-RELEASE-SEQ TO SS-SEQ
    RELEASE STATEMENT-SORT-RECORD.

RELEASE-UNLOAD.
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CONTROL-FILE - STATUS "
            WS-CONTROL-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-INPUT-EOF-SW
    PERFORM UNTIL WS-INPUT-EOF
        READ CONTROL-FILE
            AT END
                SET WS-INPUT-EOF TO TRUE
            NOT AT END
                MOVE CTL-BATCH-ID TO SS-BATCH-ID
                MOVE 0 TO SS-SECTION
                MOVE ZEROS TO SS-GROUP
                MOVE CONTROL-RECORD TO SS-DATA
                PERFORM RELEASE-SOURCE-RECORD
        END-READ
    END-PERFORM
    CLOSE CONTROL-FILE.

RELEASE-AUDIT-LINES.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN AUDIT-FILE " WS-AUDIT-FILENAME
            " - STATUS " WS-AUDIT-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-INPUT-EOF-SW
    PERFORM UNTIL WS-INPUT-EOF
        READ AUDIT-FILE
            AT END
                SET WS-INPUT-EOF TO TRUE
            NOT AT END
                MOVE AUDIT-RECORD TO WS-AUDIT-LINE-IMAGE
                MOVE WS-AUI-BATCH-ID TO SS-BATCH-ID
                MOVE WS-AUDIT-GROUP TO SS-GROUP
                MOVE AUDIT-RECORD TO SS-DATA
                EVALUATE WS-AUI-REC-TYPE
                    WHEN "ADJ "
                        MOVE 3 TO SS-SECTION
                        PERFORM RELEASE-SOURCE-RECORD
                    WHEN "RECN"
                        MOVE 1 TO SS-SECTION
                        PERFORM RELEASE-SOURCE-RECORD
                        ADD 1 TO WS-AUDIT-GROUP
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE.

*> No register file means no batch had its items kept. Each kept
*> block starts with its "POSTING REGISTER" heading, which is not
*> released; the rows under it carry the batch id. The block's
*> opening row is not released either - the statement states the
*> openings from the unload - so only posted items are stated.
RELEASE-REGISTER-LINES.
    OPEN INPUT REGISTER-FILE
    IF WS-REGISTER-STATUS = "00"
        MOVE "N" TO WS-INPUT-EOF-SW
        PERFORM UNTIL WS-INPUT-EOF
            READ REGISTER-FILE
                AT END
                    SET WS-INPUT-EOF TO TRUE
                NOT AT END
                    MOVE REGISTER-RECORD TO WS-REGISTER-LINE-IMAGE
                    EVALUATE TRUE
                        WHEN REGISTER-RECORD(1:17) = "POSTING REGISTER "
                            ADD 1 TO WS-REGISTER-BLOCK
                        WHEN WS-RGI-TYPE = "O"
                            CONTINUE
                        WHEN OTHER
                            MOVE WS-RGI-BATCH-ID TO SS-BATCH-ID
                            MOVE 2 TO SS-SECTION
                            MOVE WS-REGISTER-BLOCK TO SS-GROUP
                            MOVE REGISTER-RECORD TO SS-DATA
                            PERFORM RELEASE-SOURCE-RECORD
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE REGISTER-FILE
    END-IF.

RELEASE-REJECTS.
    OPEN INPUT REJECT-FILE
    IF WS-REJECT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN REJECT-FILE - STATUS "
            WS-REJECT-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-INPUT-EOF-SW
    PERFORM UNTIL WS-INPUT-EOF
        READ REJECT-FILE
            AT END
                SET WS-INPUT-EOF TO TRUE
            NOT AT END
                MOVE SPACES TO WS-HELD-ITEM-IMAGE
                MOVE "REJFILE" TO WS-HLI-LOCATION
                MOVE REJ-TRAN-DATA TO WS-HLI-TRAN-DATA
                MOVE REJ-REASON-CODE TO WS-HLI-REASON-CODE
                MOVE REJ-REASON-TEXT TO WS-HLI-REASON-TEXT
                MOVE 4 TO SS-SECTION
                PERFORM RELEASE-HELD-ITEM
        END-READ
    END-PERFORM
    CLOSE REJECT-FILE.

RELEASE-REVERSAL-REJECTS.
    OPEN INPUT REVERSAL-REJECT-FILE
    IF WS-REVERSAL-REJECT-STATUS = "00"
        MOVE "N" TO WS-INPUT-EOF-SW
        PERFORM UNTIL WS-INPUT-EOF
            READ REVERSAL-REJECT-FILE
                AT END
                    SET WS-INPUT-EOF TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-HELD-ITEM-IMAGE
                    MOVE "REVREJ" TO WS-HLI-LOCATION
                    MOVE RVJ-TRAN-DATA TO WS-HLI-TRAN-DATA
                    MOVE RVJ-REASON-CODE TO WS-HLI-REASON-CODE
                    MOVE RVJ-REASON-TEXT TO WS-HLI-REASON-TEXT
                    MOVE 5 TO SS-SECTION
                    PERFORM RELEASE-HELD-ITEM
            END-READ
        END-PERFORM
        CLOSE REVERSAL-REJECT-FILE
    END-IF.

RELEASE-SUSPENSE.
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN SUSPENSE-FILE - STATUS "
            WS-SUSPENSE-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-INPUT-EOF-SW
    PERFORM UNTIL WS-INPUT-EOF
        READ SUSPENSE-FILE
            AT END
                SET WS-INPUT-EOF TO TRUE
            NOT AT END
                IF SUSPENSE-RECORD (1:5) NOT = "*TRL*"
                    MOVE SPACES TO WS-HELD-ITEM-IMAGE
                    MOVE "SUSPNEW" TO WS-HLI-LOCATION
                    MOVE SUS-TRAN-DATA TO WS-HLI-TRAN-DATA
                    MOVE SUS-AGE TO WS-HLI-QUEUE-AGE
                    MOVE "NO CONTROL RECORD FOR BATCH" TO WS-HLI-REASON-TEXT
                    MOVE 6 TO SS-SECTION
                    PERFORM RELEASE-HELD-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE SUSPENSE-FILE.

RELEASE-CARRYOVER.
    OPEN INPUT CARRYOVER-FILE
    IF WS-CARRYOVER-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CARRYOVER-FILE - STATUS "
            WS-CARRYOVER-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-INPUT-EOF-SW
    PERFORM UNTIL WS-INPUT-EOF
        READ CARRYOVER-FILE
            AT END
                SET WS-INPUT-EOF TO TRUE
            NOT AT END
                IF CARRYOVER-RECORD (1:5) NOT = "*TRL*"
                    MOVE SPACES TO WS-HELD-ITEM-IMAGE
                    MOVE "CARRYNEW" TO WS-HLI-LOCATION
                    MOVE CARRYOVER-RECORD TO WS-HLI-TRAN-DATA
                    MOVE "POSTING DATE AFTER BUSINESS DAY"
                        TO WS-HLI-REASON-TEXT
                    MOVE 7 TO SS-SECTION
                    PERFORM RELEASE-HELD-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE CARRYOVER-FILE.

RELEASE-REPAIR-QUEUE.
    OPEN INPUT QUEUE-FILE
    IF WS-QUEUE-STATUS = "00"
        MOVE "N" TO WS-INPUT-EOF-SW
        PERFORM UNTIL WS-INPUT-EOF
            READ QUEUE-FILE
                AT END
                    SET WS-INPUT-EOF TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-HELD-ITEM-IMAGE
                    MOVE "RPRQFILE" TO WS-HLI-LOCATION
                    MOVE QUE-TRAN-DATA TO WS-HLI-TRAN-DATA
                    MOVE QUE-REASON-CODE TO WS-HLI-REASON-CODE
                    MOVE QUE-REASON-TEXT TO WS-HLI-REASON-TEXT
                    MOVE QUE-AGE TO WS-HLI-QUEUE-AGE
                    MOVE 8 TO SS-SECTION
                    PERFORM RELEASE-HELD-ITEM
            END-READ
        END-PERFORM
        CLOSE QUEUE-FILE
    END-IF.

*> An item whose batch id is blank or malformed was rejected for just
*> that, and has no branch to be stated to.
RELEASE-HELD-ITEM.
    MOVE ZEROS TO WS-SPACE-COUNT
    INSPECT WS-HLI-BATCH-ID TALLYING WS-SPACE-COUNT FOR ALL SPACE
    IF WS-SPACE-COUNT > ZEROS
        ADD 1 TO WS-NO-BRANCH-COUNT
    ELSE
        MOVE WS-HLI-BATCH-ID TO SS-BATCH-ID
        MOVE ZEROS TO SS-GROUP
        MOVE WS-HELD-ITEM-IMAGE TO SS-DATA
        PERFORM RELEASE-SOURCE-RECORD
    END-IF.

BUILD-STATEMENTS.
    PERFORM RETURN-NEXT-SORTED
    PERFORM UNTIL WS-SORTED-EOF
        PERFORM BUILD-ONE-STATEMENT
    END-PERFORM.

RETURN-NEXT-SORTED.
    RETURN STATEMENT-SORT-FILE
        AT END
            SET WS-SORTED-EOF TO TRUE
    END-RETURN.

BUILD-ONE-STATEMENT.
    MOVE SS-BATCH-ID TO WS-STMT-BATCH-ID
    PERFORM START-BRANCH-STATEMENT
    PERFORM UNTIL WS-SORTED-EOF OR SS-BATCH-ID NOT = WS-STMT-BATCH-ID
        EVALUATE TRUE
            WHEN SS-IS-UNLOAD
                PERFORM TAKE-UNLOAD-ENTRY
            WHEN SS-IS-RECONCILIATION
                PERFORM TAKE-RECONCILIATION-LINE
            WHEN SS-IS-REGISTER
                PERFORM TAKE-REGISTER-LINE
            WHEN SS-IS-ADJUSTMENT
                PERFORM TAKE-ADJUSTMENT-LINE
            WHEN OTHER
                PERFORM TAKE-HELD-ITEM
        END-EVALUATE
        PERFORM RETURN-NEXT-SORTED
    END-PERFORM
    PERFORM FINISH-BRANCH-STATEMENT.

START-BRANCH-STATEMENT.
    ADD 1 TO WS-BRANCH-COUNT
    MOVE ZEROS TO WS-STMT-STAGE
    MOVE "N" TO WS-ON-UNLOAD-SW
    MOVE "N" TO WS-RECONCILED-SW
    MOVE "N" TO WS-BLOCK-CHOSEN-SW
    MOVE "N" TO WS-ADJ-GROUP-CHOSEN-SW
    MOVE ZEROS TO WS-BRANCH-COUNTS
    MOVE SPACES TO WS-UNLOAD-IMAGE
    MOVE SPACES TO WS-AUDIT-LINE-IMAGE
    OPEN OUTPUT STATEMENT-WORK-FILE
    IF WS-STATEMENT-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN STATEMENT-WORK-FILE - STATUS "
            WS-STATEMENT-WORK-STATUS
        STOP RUN
    END-IF.

TAKE-UNLOAD-ENTRY.
    SET WS-ON-UNLOAD TO TRUE
    MOVE SS-DATA TO WS-UNLOAD-IMAGE.

*> The newest reconciliation line for the branch comes first and is
*> the one that stands.
TAKE-RECONCILIATION-LINE.
    IF NOT WS-RECONCILED
        SET WS-RECONCILED TO TRUE
        MOVE SS-DATA TO WS-AUDIT-LINE-IMAGE
        MOVE SS-GROUP TO WS-RECN-GROUP
    END-IF.

*> Only the newest register block for the branch is stated.
TAKE-REGISTER-LINE.
    PERFORM ADVANCE-TO-ACTIVITY
    IF NOT WS-BLOCK-CHOSEN
        SET WS-BLOCK-CHOSEN TO TRUE
        MOVE SS-GROUP TO WS-TAKEN-BLOCK
    END-IF
    IF SS-GROUP = WS-TAKEN-BLOCK
        MOVE SS-DATA TO WS-REGISTER-LINE-IMAGE
        PERFORM STAGE-REGISTER-ACTIVITY
    END-IF.

*> The adjustments stated are those made with the reconciliation line
*> that stands; with no line, the newest made.
TAKE-ADJUSTMENT-LINE.
    PERFORM ADVANCE-TO-ADJUSTMENTS
    IF NOT WS-ADJ-GROUP-CHOSEN
        SET WS-ADJ-GROUP-CHOSEN TO TRUE
        IF WS-RECONCILED
            MOVE WS-RECN-GROUP TO WS-TAKEN-ADJ-GROUP
        ELSE
            MOVE SS-GROUP TO WS-TAKEN-ADJ-GROUP
        END-IF
    END-IF
    IF SS-GROUP = WS-TAKEN-ADJ-GROUP
        MOVE SS-DATA TO WS-ADJUST-LINE-IMAGE
        PERFORM STAGE-ADJUSTMENT
    END-IF.

TAKE-HELD-ITEM.
    PERFORM ADVANCE-TO-HELD-ITEMS
    MOVE SS-DATA TO WS-HELD-ITEM-IMAGE
    PERFORM STAGE-HELD-ITEM.

*> A statement is kept when the branch did not reconcile clean or has
*> anything at all to show, or when every branch is wanted.
FINISH-BRANCH-STATEMENT.
    PERFORM ADVANCE-TO-HELD-ITEMS
    IF WS-HELD-COUNT = ZEROS
        MOVE "      NONE" TO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
    END-IF
    CLOSE STATEMENT-WORK-FILE
    MOVE "N" TO WS-KEEP-STATEMENT-SW
    IF NOT WS-RECONCILED
        ADD 1 TO WS-NOT-RECONCILED-COUNT
        SET WS-KEEP-STATEMENT TO TRUE
    END-IF
    IF WS-STATEMENT-ALL
            OR WS-AUI-GRADE NOT = "PASS"
            OR WS-ACTIVITY-COUNT > ZEROS
            OR WS-ADJUSTMENT-COUNT > ZEROS
            OR WS-HELD-COUNT > ZEROS
        SET WS-KEEP-STATEMENT TO TRUE
    END-IF
    IF WS-KEEP-STATEMENT
        PERFORM COPY-STAGED-STATEMENT
        ADD 1 TO WS-STATEMENT-COUNT
        ADD WS-HELD-COUNT TO WS-HELD-ITEM-COUNT
    ELSE
        ADD 1 TO WS-SKIPPED-COUNT
    END-IF.

COPY-STAGED-STATEMENT.
    OPEN INPUT STATEMENT-WORK-FILE
    IF WS-STATEMENT-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT REOPEN STATEMENT-WORK-FILE - STATUS "
            WS-STATEMENT-WORK-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-WORK-EOF-SW
    PERFORM UNTIL WS-WORK-EOF
        READ STATEMENT-WORK-FILE
            AT END
                SET WS-WORK-EOF TO TRUE
            NOT AT END
                IF SWK-IS-PRINT-LINE
                    MOVE SWK-DATA TO STATEMENT-RECORD
                    PERFORM WRITE-STATEMENT-LINE
                ELSE
                    MOVE SWK-DATA TO STATEMENT-EXTRACT-RECORD
                    PERFORM WRITE-EXTRACT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE STATEMENT-WORK-FILE.

*> Each stage is begun once, by the first source that needs it or by
*> the end of the branch, and begins the stages before it first.
ADVANCE-TO-ACTIVITY.
    IF WS-STAGE-NOTHING-WRITTEN
        PERFORM STAGE-STATEMENT-HEADING
        SET WS-STAGE-ACTIVITY TO TRUE
    END-IF.

ADVANCE-TO-ADJUSTMENTS.
    PERFORM ADVANCE-TO-ACTIVITY
    IF WS-STAGE-ACTIVITY
        IF WS-ACTIVITY-COUNT = ZEROS AND WS-POSTED-HISTORY-PRESENT
            PERFORM STAGE-POSTED-HISTORY
        END-IF
        IF WS-ACTIVITY-COUNT = ZEROS
            MOVE "      NO ITEMS POSTED" TO WS-PRINT-LINE
            PERFORM STAGE-PRINT-LINE
        END-IF
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        MOVE "  ONLINE ADJUSTMENTS" TO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        MOVE WS-ADJUSTMENT-HEADER TO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        SET WS-STAGE-ADJUSTMENTS TO TRUE
    END-IF.

ADVANCE-TO-HELD-ITEMS.
    PERFORM ADVANCE-TO-ADJUSTMENTS
    IF WS-STAGE-ADJUSTMENTS
        IF WS-ADJUSTMENT-COUNT = ZEROS
            MOVE "      NONE" TO WS-PRINT-LINE
            PERFORM STAGE-PRINT-LINE
        END-IF
        PERFORM STAGE-STATEMENT-CLOSE
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        MOVE "  ITEMS HELD FOR THE BRANCH" TO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        MOVE WS-HELD-HEADER TO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        SET WS-STAGE-HELD-ITEMS TO TRUE
    END-IF.

*> The openings are the reconciliation's when it reached the branch,
*> else the unload's.
STAGE-STATEMENT-HEADING.
    MOVE SPACES TO STATEMENT-EXTRACT-RECORD
    SET STX-IS-HEADER TO TRUE
    IF WS-ON-UNLOAD
        MOVE "O" TO STX-BRANCH-STATUS
    ELSE
        MOVE "N" TO STX-BRANCH-STATUS
    END-IF
    EVALUATE TRUE
        WHEN WS-RECONCILED
            MOVE "Y" TO STX-RECONCILED-FLAG
            MOVE FUNCTION NUMVAL (WS-AUI-OPEN-1) TO STX-OPEN-1
            MOVE FUNCTION NUMVAL (WS-AUI-OPEN-2) TO STX-OPEN-2
        WHEN WS-ON-UNLOAD
            MOVE "N" TO STX-RECONCILED-FLAG
            MOVE WS-UNI-OPEN-1 TO STX-OPEN-1
            MOVE WS-UNI-OPEN-2 TO STX-OPEN-2
        WHEN OTHER
            MOVE "N" TO STX-RECONCILED-FLAG
            MOVE ZEROS TO STX-OPEN-1
            MOVE ZEROS TO STX-OPEN-2
    END-EVALUATE
    MOVE STX-OPEN-1 TO WS-BALANCE-EDIT
    MOVE WS-BALANCE-EDIT TO WS-OPEN-1-TEXT
    MOVE STX-OPEN-2 TO WS-BALANCE-EDIT
    MOVE WS-BALANCE-EDIT TO WS-OPEN-2-TEXT
    PERFORM STAGE-EXTRACT-RECORD
    MOVE ALL "=" TO WS-PRINT-LINE (1:100)
    PERFORM STAGE-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "BRANCH STATEMENT   BATCH " WS-STMT-BATCH-ID
        "   BUSINESS DATE " WS-CYCLE-DATE
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    IF NOT WS-ON-UNLOAD
        MOVE "  BRANCH IS NOT OPEN ON TONIGHT'S BRANCH-MASTER UNLOAD"
            TO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    STRING "  OPENING BALANCES     AREA-1 " WS-OPEN-1-TEXT
        "     AREA-2 " WS-OPEN-2-TEXT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    MOVE "  ITEMS POSTED" TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    MOVE WS-ACTIVITY-HEADER TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE.

*> A register line carries the balances after the item.
STAGE-REGISTER-ACTIVITY.
    ADD 1 TO WS-ACTIVITY-COUNT
    MOVE WS-RGI-SEQ TO WS-ACD-SEQ
    MOVE WS-RGI-TYPE TO WS-ACD-TYPE
    MOVE WS-RGI-ORIG-TYPE TO WS-ACD-ORIG-TYPE
    MOVE WS-RGI-AMOUNT TO WS-ACD-AMOUNT
    MOVE WS-RGI-POSTING-DATE TO WS-ACD-POSTING-DATE
    MOVE WS-RGI-AREA-1 TO WS-ACD-AREA-1
    MOVE WS-RGI-AREA-2 TO WS-ACD-AREA-2
    MOVE WS-ACTIVITY-DETAIL TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    MOVE SPACES TO STATEMENT-EXTRACT-RECORD
    SET STX-IS-ACTIVITY TO TRUE
    MOVE "R" TO STX-ACT-SOURCE
    MOVE FUNCTION NUMVAL (WS-RGI-SEQ) TO STX-ACT-SEQ
    MOVE WS-RGI-TYPE TO STX-ACT-TYPE
    MOVE WS-RGI-ORIG-TYPE TO STX-ACT-ORIG-TYPE
    MOVE FUNCTION NUMVAL (WS-RGI-AMOUNT) TO STX-ACT-AMOUNT
    MOVE WS-RGI-POSTING-DATE TO STX-ACT-POSTING-DATE
    MOVE FUNCTION NUMVAL (WS-RGI-AREA-1) TO STX-ACT-AREA-1
    MOVE FUNCTION NUMVAL (WS-RGI-AREA-2) TO STX-ACT-AREA-2
    PERFORM STAGE-EXTRACT-RECORD.

*> A branch whose register lines were not kept is itemized from the
*> nightly pass on the posted-item history, without balances.
STAGE-POSTED-HISTORY.
    MOVE WS-STMT-BATCH-ID TO PST-BATCH-ID
    MOVE WS-CYCLE-DATE TO PST-BUSINESS-DATE
    MOVE "1" TO PST-PASS
    MOVE ZEROS TO PST-SEQ
    MOVE "N" TO WS-POSTED-SCAN-EOF-SW
    START POSTED-ITEM-FILE KEY IS NOT LESS THAN PST-KEY
        INVALID KEY
            SET WS-POSTED-SCAN-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-POSTED-SCAN-EOF
        READ POSTED-ITEM-FILE NEXT RECORD
            AT END
                SET WS-POSTED-SCAN-EOF TO TRUE
            NOT AT END
                IF PST-BATCH-ID NOT = WS-STMT-BATCH-ID
                        OR PST-BUSINESS-DATE NOT = WS-CYCLE-DATE
                        OR PST-PASS NOT = "1"
                    SET WS-POSTED-SCAN-EOF TO TRUE
                ELSE
                    PERFORM STAGE-POSTED-ACTIVITY
                END-IF
        END-READ
    END-PERFORM.

STAGE-POSTED-ACTIVITY.
    ADD 1 TO WS-ACTIVITY-COUNT
    MOVE PST-SEQ TO WS-SEQ-EDIT
    MOVE WS-SEQ-EDIT TO WS-ACD-SEQ
    MOVE PST-TRAN-TYPE TO WS-ACD-TYPE
    MOVE PST-ORIG-TYPE TO WS-ACD-ORIG-TYPE
    MOVE PST-AMOUNT TO WS-ITEM-AMOUNT-EDIT
    MOVE WS-ITEM-AMOUNT-EDIT TO WS-ACD-AMOUNT
    MOVE PST-POSTING-DATE TO WS-ACD-POSTING-DATE
    MOVE SPACES TO WS-ACD-AREA-1
    MOVE SPACES TO WS-ACD-AREA-2
    MOVE WS-ACTIVITY-DETAIL TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    MOVE SPACES TO STATEMENT-EXTRACT-RECORD
    SET STX-IS-ACTIVITY TO TRUE
    MOVE "P" TO STX-ACT-SOURCE
    MOVE PST-SEQ TO STX-ACT-SEQ
    MOVE PST-TRAN-TYPE TO STX-ACT-TYPE
    MOVE PST-ORIG-TYPE TO STX-ACT-ORIG-TYPE
    MOVE PST-AMOUNT TO STX-ACT-AMOUNT
    MOVE PST-POSTING-DATE TO STX-ACT-POSTING-DATE
    MOVE ZEROS TO STX-ACT-AREA-1
    MOVE ZEROS TO STX-ACT-AREA-2
    PERFORM STAGE-EXTRACT-RECORD.

STAGE-ADJUSTMENT.
    ADD 1 TO WS-ADJUSTMENT-COUNT
    MOVE WS-ADI-TARGET TO WS-AJD-TARGET
    MOVE WS-ADI-AMOUNT TO WS-AJD-AMOUNT
    MOVE WS-ADI-REASON TO WS-AJD-REASON
    MOVE WS-ADI-LABEL TO WS-AJD-LABEL
    MOVE WS-ADI-MAKER-ID TO WS-AJD-MAKER-ID
    MOVE WS-ADI-APPROVER-ID TO WS-AJD-APPROVER-ID
    MOVE WS-ADJUSTMENT-DETAIL TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    MOVE SPACES TO STATEMENT-EXTRACT-RECORD
    SET STX-IS-ADJUSTMENT TO TRUE
    MOVE WS-ADI-TARGET TO STX-ADJ-TARGET
    MOVE FUNCTION NUMVAL (WS-ADI-AMOUNT) TO STX-ADJ-AMOUNT
    MOVE WS-ADI-REASON TO STX-ADJ-REASON
    MOVE WS-ADI-LABEL TO STX-ADJ-LABEL
    MOVE WS-ADI-MAKER-ID TO STX-ADJ-MAKER-ID
    MOVE WS-ADI-APPROVER-ID TO STX-ADJ-APPROVER-ID
    PERFORM STAGE-EXTRACT-RECORD.

*> The close as the reconciliation line that stands gives it; a branch
*> the reconciliation never reached says so in place of a close.
STAGE-STATEMENT-CLOSE.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    IF NOT WS-RECONCILED
        STRING "  *** NOT RECONCILED FOR THIS BUSINESS DATE - "
            "NO CLOSING BALANCES ***"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
    ELSE
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  ACTIVITY TOTALS      ADDS " WS-AUI-ADD-AMT
            "   SUBTRACTS " WS-AUI-SUBTRACT-AMT
            "   REVERSALS " WS-AUI-REVERSAL-AMT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  ADJUSTMENT TOTALS    AREA-1 " WS-AUI-ADJ-1
            "   AREA-2 " WS-AUI-ADJ-2
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  CLOSING BALANCES     AREA-1 " WS-AUI-CLOSE-1
            "   AREA-2 " WS-AUI-CLOSE-2
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  VERDICT              " WS-AUI-VERDICT
            "   GRADE " WS-AUI-GRADE
            "   TOLERANCE " WS-AUI-TOL-AMOUNT
            " OR " WS-AUI-TOL-PERCENT " PCT"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM STAGE-PRINT-LINE
        MOVE SPACES TO STATEMENT-EXTRACT-RECORD
        SET STX-IS-CLOSE TO TRUE
        MOVE FUNCTION NUMVAL (WS-AUI-ADD-AMT) TO STX-CLS-ADDS
        MOVE FUNCTION NUMVAL (WS-AUI-SUBTRACT-AMT) TO STX-CLS-SUBTRACTS
        MOVE FUNCTION NUMVAL (WS-AUI-REVERSAL-AMT) TO STX-CLS-REVERSALS
        MOVE FUNCTION NUMVAL (WS-AUI-ADJ-1) TO STX-CLS-ADJ-1
        MOVE FUNCTION NUMVAL (WS-AUI-ADJ-2) TO STX-CLS-ADJ-2
        MOVE FUNCTION NUMVAL (WS-AUI-CLOSE-1) TO STX-CLS-CLOSE-1
        MOVE FUNCTION NUMVAL (WS-AUI-CLOSE-2) TO STX-CLS-CLOSE-2
        MOVE WS-AUI-VERDICT TO STX-CLS-VERDICT
        MOVE WS-AUI-GRADE TO STX-CLS-GRADE
        PERFORM STAGE-EXTRACT-RECORD
    END-IF.

STAGE-HELD-ITEM.
    ADD 1 TO WS-HELD-COUNT
    MOVE WS-HLI-LOCATION TO WS-HLD-LOCATION
    MOVE WS-HLI-TYPE TO WS-HLD-TYPE
    IF WS-HLI-AMOUNT NUMERIC
        MOVE WS-HLI-AMOUNT-N TO WS-ITEM-AMOUNT-EDIT
        MOVE WS-ITEM-AMOUNT-EDIT TO WS-HLD-AMOUNT
    ELSE
        MOVE WS-HLI-AMOUNT TO WS-HLD-AMOUNT
    END-IF
    MOVE WS-HLI-POSTING-DATE TO WS-HLD-POSTING-DATE
    MOVE WS-HLI-ORIG-TYPE TO WS-HLD-ORIG-TYPE
    MOVE WS-HLI-REASON-CODE TO WS-HLD-REASON-CODE
    MOVE WS-HLI-REASON-TEXT TO WS-HLD-REASON-TEXT
    MOVE WS-HLI-QUEUE-AGE TO WS-HLD-QUEUE-AGE
    MOVE WS-HELD-DETAIL TO WS-PRINT-LINE
    PERFORM STAGE-PRINT-LINE
    MOVE SPACES TO STATEMENT-EXTRACT-RECORD
    SET STX-IS-HELD-ITEM TO TRUE
    MOVE WS-HLI-LOCATION TO STX-ITM-LOCATION
    MOVE WS-HLI-TRAN-DATA TO STX-ITM-TRAN-DATA
    MOVE WS-HLI-REASON-CODE TO STX-ITM-REASON-CODE
    MOVE WS-HLI-REASON-TEXT TO STX-ITM-REASON-TEXT
    IF WS-HLI-QUEUE-AGE NUMERIC
        MOVE WS-HLI-QUEUE-AGE-N TO STX-ITM-QUEUE-AGE
    ELSE
        MOVE ZEROS TO STX-ITM-QUEUE-AGE
    END-IF
    PERFORM STAGE-EXTRACT-RECORD.

STAGE-PRINT-LINE.
    MOVE "P" TO SWK-DESTINATION
    MOVE WS-PRINT-LINE TO SWK-DATA
    PERFORM WRITE-WORK-RECORD
    MOVE SPACES TO WS-PRINT-LINE.

STAGE-EXTRACT-RECORD.
    MOVE WS-STMT-BATCH-ID TO STX-BATCH-ID
    MOVE WS-CYCLE-DATE TO STX-BUSINESS-DATE
    MOVE "X" TO SWK-DESTINATION
    MOVE STATEMENT-EXTRACT-RECORD TO SWK-DATA
    PERFORM WRITE-WORK-RECORD.

WRITE-WORK-RECORD.
    WRITE STATEMENT-WORK-RECORD
    IF WS-STATEMENT-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE STATEMENT-WORK-FILE - STATUS "
            WS-STATEMENT-WORK-STATUS
        STOP RUN
    END-IF.

WRITE-STATEMENT-LINE.
    WRITE STATEMENT-RECORD
    IF WS-STATEMENT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE STATEMENT-FILE - STATUS "
            WS-STATEMENT-STATUS
        STOP RUN
    END-IF.

WRITE-EXTRACT-RECORD.
    WRITE STATEMENT-EXTRACT-RECORD
    IF WS-STATEMENT-EXTRACT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE STATEMENT-EXTRACT-FILE - STATUS "
            WS-STATEMENT-EXTRACT-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-EXTRACT-COUNT.

*> The business date this step runs for, derived as the edit and the
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
