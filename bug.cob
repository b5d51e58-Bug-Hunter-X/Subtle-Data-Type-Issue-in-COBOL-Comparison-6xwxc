*> report TOTAL line and no journal total or hash trailer; the merge
*> run combines the stream files into the single audit file, summary
*> report, and journal extract the single-stream run produces.
*> Each batch is graded against the tolerance its branch carries on
*> the unload: the margin (AREA-1 less AREA-2) clears the band - the
*> larger of the branch's margin amount and its percentage of the
*> AREA-2 close - for a PASS, falls inside the band either side of
*> zero for a WATCH, and anything worse is a FAIL. Only a FAIL pages
*> on-call through the alert queue; a WATCH goes to the exception
*> file so a branch drifting toward failure shows before it fails. A
*> branch with no tolerance grades exactly as the plain greater-than
*> test always did. The grade is carried on the audit line, the
*> summary report row, and the closing-balance history.
*> Every debit, credit, and reversal applied is written to the
*> posted-item history (POSTHIST), and a reversal is applied only
*> when it matches an original there: same branch and original type,
*> posted inside the CTL-REVERSAL-DAYS lookback, with at least the
*> reversal's amount still unreversed. A reversal with no such
*> original is refused - E007 when nothing of that type was posted in
*> the window, E008 when nothing has enough left - and goes to the
*> REVREJ reject file the repair run works alongside REJFILE. The
*> RVMyyyymmdd report lists each reversal beside the original it
*> consumed, and each refusal with its reason.
*> Orphans - items whose batch has no control record - are dropped,
*> as always, but are now listed on ORPHFILE as well as the exception
*> file, so the item flow proof can account for every one of them.
*> Items the edit wrote off suspense under dual control (WOFFFILE)
*> are journaled too: one company-level entry, netted the way the
*> items would have posted, to the suspense write-off and
*> suspense-clearing accounts, under the reserved batch id WOFF (a
*> batch id with a space in it, which no branch can have), so the GL
*> acknowledgment match never confuses it with a branch's batch
*> close. The single-stream run posts it after the last batch; a
*> stream leaves it to the merge run.
*> The nightly run is stamped on the cycle run-control file CYCLCTL
*> under its business date - as step BUG, or BUGSn for stream n. It
*> will not start until the opening-balance continuity check
*> (CONTCHK) has completed for that date, and will not run a second
*> time for a date it has already completed unless CTL-RERUN=Y; a
*> restart after a failure is a run that never completed and needs
*> no override. The daytime pass is outside the nightly cycle and is
*> not stamped.
IDENTIFICATION DIVISION.
PROGRAM-ID. BUG.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-WORK-STATUS.

    SELECT POSTED-ITEM-FILE ASSIGN TO "POSTHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PST-KEY
        FILE STATUS IS WS-POSTED-ITEM-STATUS.

    SELECT POSTED-ITEM-POST-FILE ASSIGN TO DYNAMIC WS-PSTPOST-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTED-ITEM-POST-STATUS.

    SELECT REVERSAL-REJECT-FILE ASSIGN TO DYNAMIC WS-REVREJ-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-REJECT-STATUS.

    SELECT REVERSAL-REJECT-WORK-FILE ASSIGN TO DYNAMIC
            WS-REVRWORK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-REJECT-WORK-STATUS.

    SELECT REVERSAL-MATCH-FILE ASSIGN TO DYNAMIC WS-REVMATCH-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-MATCH-STATUS.

    SELECT ORPHAN-FILE ASSIGN TO DYNAMIC WS-ORPHAN-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORPHAN-STATUS.

    SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WRITE-OFF-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

    SELECT TRANSACTION-SORT-FILE ASSIGN TO "TRANSORT".

    SELECT APPROVAL-SORT-FILE ASSIGN TO "APPRSORT".
    05  CTL-BATCH-ID            PIC X(5).
    05  CTL-OPEN-AREA-1         PIC 9(7)V99.
    05  CTL-OPEN-AREA-2         PIC 9(7)V99.
*> A next-day control file standing in for the unload has no
*> tolerance columns; they read as spaces and grade with no band.
    05  CTL-TOL-AMOUNT          PIC 9(7)V99.
    05  CTL-TOL-PERCENT         PIC 9(3)V99.

*> The edit signs TRANFILE off with a control trailer; the run
*> refuses to sort a file whose trailer is missing or does not match,
        88  TRAN-ORIG-CREDIT            VALUE "C".

FD  AUDIT-FILE.
01  AUDIT-RECORD                PIC X(180).

FD  CHECKPOINT-FILE.
*> Besides the last completed batch, the checkpoint carries the
01  CARRYOVER-REBUILD-RECORD    PIC X(24).

FD  PRIOR-AUDIT-FILE.
01  PRIOR-AUDIT-RECORD          PIC X(180).

FD  CORRECTION-FILE.
01  CORRECTION-RECORD           PIC X(24).
    05  BAL-CLOSE-2             PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  BAL-VERDICT             PIC X(20).
    05  BAL-CARRY-COUNT         PIC 9(5).
    05  BAL-GRADE               PIC X(5).

*> Sequential staging image of a history posting, written by a
*> parallel stream instead of touching the shared master; the merge
*> run applies the stream files to the master afterwards.
FD  BALANCE-POST-FILE.
01  BALANCE-POST-RECORD         PIC X(63).

*> Itemized posting register: every transaction applied to a batch,
*> in posting order, with the running counters after each item. The
FD  REGISTER-WORK-FILE.
01  REGISTER-WORK-RECORD        PIC X(80).

*> Posted-item history: every debit, credit, and reversal the run
*> applies, keyed on batch id, business date, pass (1 = nightly,
*> 2 = daytime re-reconciliation), and posting sequence within the
*> batch. An original carries the amount reversals have since backed
*> out of it; a reversal carries the key of the original it consumed.
*> Retained for the reversal lookback window (CTL-REVERSAL-DAYS).
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

*> Sequential staging image of a posted-item posting, written by a
*> parallel stream the same way it stages its history postings.
FD  POSTED-ITEM-POST-FILE.
01  POSTED-ITEM-POST-RECORD     PIC X(61).

*> Reversals that match no posted original, or ask for more than is
*> left unreversed, are not applied; they go to the repair queue in
*> the reject-record layout the front-end edit writes.
FD  REVERSAL-REJECT-FILE.
01  REVERSAL-REJECT-RECORD.
    05  RVJ-TRAN-DATA.
        10  RVJ-BATCH-ID        PIC X(5).
        10  RVJ-TYPE            PIC X.
        10  RVJ-AMOUNT          PIC 9(7)V99.
        10  RVJ-POSTING-DATE    PIC 9(8).
        10  RVJ-ORIG-TYPE       PIC X.
    05  FILLER                  PIC X.
    05  RVJ-REASON-CODE         PIC X(4).
    05  FILLER                  PIC X.
    05  RVJ-REASON-TEXT         PIC X(30).

FD  REVERSAL-REJECT-WORK-FILE.
01  REVERSAL-REJECT-WORK-RECORD PIC X(60).

FD  REVERSAL-MATCH-FILE.
01  REVERSAL-MATCH-RECORD       PIC X(100).

*> Orphans - items for a batch with no control record - are dropped
*> from the run, and listed here in the reject-record layout so the
*> item flow proof can account for every one of them.
FD  ORPHAN-FILE.
01  ORPHAN-RECORD.
    05  ORP-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  ORP-REASON-CODE         PIC X(4).
    05  FILLER                  PIC X.
    05  ORP-REASON-TEXT         PIC X(30).

*> Items the edit wrote off suspense tonight, in batch order: the
*> held transaction, then the write-off particulars not wanted here,
*> ending with the edit's control trailer.
FD  WRITE-OFF-FILE.
01  WRITE-OFF-RECORD.
    05  WOF-BATCH-ID            PIC X(5).
    05  WOF-TRAN-TYPE           PIC X.
        88  WOF-IS-DEBIT                VALUE "D".
        88  WOF-IS-CREDIT               VALUE "C".
        88  WOF-IS-REVERSAL             VALUE "R".
    05  WOF-AMOUNT              PIC X(9).
    05  WOF-POSTING-DATE        PIC X(8).
    05  WOF-ORIG-TYPE           PIC X.
        88  WOF-ORIG-DEBIT              VALUE "D".
        88  WOF-ORIG-CREDIT             VALUE "C".
    05  FILLER                  PIC X(31).
01  WRITE-OFF-TRAILER.
    05  WOT-TAG                 PIC X(5).
    05  WOT-BUSINESS-DATE       PIC 9(8).
    05  WOT-RECORD-COUNT        PIC 9(7).
    05  WOT-HASH-TOTAL          PIC 9(13)V99.

*> Business-day calendar, maintained by operations: one record per
*> calendar date in date order, typed B (business), H (holiday), or
*> W (weekend), with "*" marking the current business date this run
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

SD  TRANSACTION-SORT-FILE.
01  TRANSACTION-SORT-RECORD.
    05  TS-FULL-KEY.
01  WS-BALANCE-POST-STATUS      PIC XX VALUE "00".
01  WS-REGISTER-STATUS          PIC XX VALUE "00".
01  WS-REGISTER-WORK-STATUS     PIC XX VALUE "00".
01  WS-POSTED-ITEM-STATUS       PIC XX VALUE "00".
01  WS-POSTED-ITEM-POST-STATUS  PIC XX VALUE "00".
01  WS-REVERSAL-REJECT-STATUS   PIC XX VALUE "00".
01  WS-REVERSAL-REJECT-WORK-STATUS PIC XX VALUE "00".
01  WS-REVERSAL-MATCH-STATUS    PIC XX VALUE "00".
01  WS-ORPHAN-STATUS            PIC XX VALUE "00".
01  WS-WRITE-OFF-STATUS         PIC XX VALUE "00".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".
01  WS-JOURNAL-STATUS           PIC XX VALUE "00".
01  WS-JOURNAL-WORK-STATUS      PIC XX VALUE "00".
        88  WS-CARRY-REBUILD-EOF        VALUE "Y".
    05  WS-JRN-REBUILD-EOF-SW   PIC X VALUE "N".
        88  WS-JRN-REBUILD-EOF          VALUE "Y".
    05  WS-WRITE-OFF-EOF-SW     PIC X VALUE "N".
        88  WS-WRITE-OFF-EOF            VALUE "Y".
    05  WS-NXT-PRIOR-EOF-SW     PIC X VALUE "N".
        88  WS-NXT-PRIOR-EOF            VALUE "Y".
    05  WS-NXT-REBUILD-EOF-SW   PIC X VALUE "N".
        88  WS-NXT-REBUILD-EOF          VALUE "Y".
    05  WS-RPT-REBUILD-EOF-SW   PIC X VALUE "N".
        88  WS-RPT-REBUILD-EOF          VALUE "Y".
    05  WS-RVJ-PRIOR-EOF-SW     PIC X VALUE "N".
        88  WS-RVJ-PRIOR-EOF            VALUE "Y".
    05  WS-RVJ-REBUILD-EOF-SW   PIC X VALUE "N".
        88  WS-RVJ-REBUILD-EOF          VALUE "Y".

01  WS-BATCH-COUNT              PIC 9(5) VALUE ZEROS.

01  WS-BALPOST-FILENAME         PIC X(20) VALUE "BALPOST".
01  WS-REGISTER-FILENAME        PIC X(20).
01  WS-REGWORK-FILENAME         PIC X(12) VALUE "REGWORK".
01  WS-PSTPOST-FILENAME         PIC X(20) VALUE "PSTPOST".
01  WS-REVREJ-FILENAME          PIC X(12) VALUE "REVREJ".
01  WS-REVRWORK-FILENAME        PIC X(12) VALUE "REVRWORK".
01  WS-REVMATCH-FILENAME        PIC X(20).
01  WS-ORPHAN-FILENAME          PIC X(12) VALUE "ORPHFILE".
01  WS-ORPHAN-COUNT             PIC 9(7) VALUE ZEROS.

*> Posting-register controls and line image.
01  WS-REGISTER-ALL-SW          PIC X VALUE "N".
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-REG-AREA-2           PIC -ZZZZZZ9.99.

*> Reversal matching. A reversal is applied only against an original
*> of its own branch and original type, posted within the last
*> CTL-REVERSAL-DAYS days (default 30), with at least the reversal's
*> amount still unreversed. The batch's candidates are held in the
*> posted-item table while the batch is in flight: tonight's items as
*> they post, and older originals as a reversal draws on them from the
*> history. The table is written back when the batch closes.
01  WS-REVERSAL-DAYS-TEXT       PIC X(3) VALUE SPACES.
01  WS-REVERSAL-DAYS            PIC 9(3) VALUE 30.
01  WS-LOOKBACK-DATE            PIC 9(8) VALUE ZEROS.
01  WS-POST-PASS                PIC X VALUE "1".
01  WS-POST-SEQ                 PIC 9(5) VALUE ZEROS.
01  WS-POSTED-HISTORY-SW        PIC X VALUE "Y".
    88  WS-POSTED-HISTORY-PRESENT       VALUE "Y".
01  WS-POSTED-SCAN-EOF-SW       PIC X VALUE "N".
    88  WS-POSTED-SCAN-EOF              VALUE "Y".
01  WS-REVERSAL-REJECTED-SW     PIC X VALUE "N".
    88  WS-REVERSAL-REJECTED            VALUE "Y".
01  WS-MATCH-EXACT-SW           PIC X VALUE "N".
    88  WS-MATCH-EXACT                  VALUE "Y".
01  WS-MATCH-SUB                PIC 9(4) VALUE ZEROS.
01  WS-CANDIDATE-COUNT          PIC 9(5) VALUE ZEROS.
01  WS-UNREVERSED               PIC 9(7)V99 VALUE ZEROS.
01  WS-PTB-COUNT                PIC 9(4) VALUE ZEROS.
01  WS-PTB-SUB                  PIC 9(4) VALUE ZEROS.
01  WS-PTB-FOUND                PIC 9(4) VALUE ZEROS.
01  WS-SEARCH-KEY.
    05  WS-SRCH-DATE            PIC 9(8).
    05  WS-SRCH-PASS            PIC X.
    05  WS-SRCH-SEQ             PIC 9(5).
01  WS-POSTED-TABLE.
    05  WS-PTB-ENTRY OCCURS 5000 TIMES.
        10  WS-PTB-KEY.
            15  WS-PTB-DATE     PIC 9(8).
            15  WS-PTB-PASS     PIC X.
            15  WS-PTB-SEQ      PIC 9(5).
        10  WS-PTB-TRAN-TYPE    PIC X.
        10  WS-PTB-ORIG-TYPE    PIC X.
        10  WS-PTB-AMOUNT       PIC 9(7)V99.
        10  WS-PTB-POSTING-DATE PIC 9(8).
        10  WS-PTB-REVERSED     PIC 9(7)V99.
        10  WS-PTB-MATCH-SUB    PIC 9(4).
        10  WS-PTB-REMAINING    PIC 9(7)V99.
        10  WS-PTB-REASON-CODE  PIC X(4).
        10  WS-PTB-STATUS       PIC X.
            88  WS-PTB-LOADED           VALUE "L".
            88  WS-PTB-POSTED           VALUE "P".
            88  WS-PTB-REJECTED         VALUE "J".
        10  WS-PTB-CHANGED-SW   PIC X.
            88  WS-PTB-CHANGED          VALUE "Y".
*> Reversals an interrupted attempt at the batch already drew against
*> older originals, collected before they are backed out.
01  WS-BACKOUT-COUNT            PIC 9(4) VALUE ZEROS.
01  WS-BACKOUT-SUB              PIC 9(4) VALUE ZEROS.
01  WS-BACKOUT-TABLE.
    05  WS-BKO-ENTRY OCCURS 1000 TIMES.
        10  WS-BKO-KEY.
            15  WS-BKO-DATE     PIC 9(8).
            15  WS-BKO-PASS     PIC X.
            15  WS-BKO-SEQ      PIC 9(5).
        10  WS-BKO-AMOUNT       PIC 9(7)V99.
01  WS-REVERSAL-COUNTS.
    05  WS-REVERSAL-MATCH-COUNT PIC 9(7) VALUE ZEROS.
    05  WS-REVERSAL-REJECT-COUNT PIC 9(7) VALUE ZEROS.
    05  WS-POSTED-PURGE-COUNT   PIC 9(7) VALUE ZEROS.
01  WS-REVERSAL-MATCH-DETAIL.
    05  WS-RVM-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-SEQ              PIC ZZZZ9.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-AMOUNT           PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-POSTING-DATE     PIC 9(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-ORIG-TYPE        PIC X.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-STATUS           PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-ORIG-DATE        PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-ORIG-PASS        PIC X.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-ORIG-SEQ         PIC ZZZZ9.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-ORIG-AMOUNT      PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-ORIG-POSTING     PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-UNREVERSED       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RVM-REASON-CODE      PIC X(4).

*> Rolling retention for the closing-balance history master.
01  WS-RETAIN-DAYS-TEXT         PIC X(3) VALUE SPACES.
01  WS-RETAIN-DAYS              PIC 9(3) VALUE 90.

01  WS-VERDICT-TEXT             PIC X(20).

*> Tolerance grading. The band is worked out per batch from the
*> branch's tolerance; the margin is signed, so a batch that misses
*> by less than the band still grades WATCH rather than FAIL.
01  WS-GRADE-TEXT               PIC X(5) VALUE SPACES.
    88  WS-GRADE-PASS                   VALUE "PASS".
    88  WS-GRADE-WATCH                  VALUE "WATCH".
    88  WS-GRADE-FAIL                   VALUE "FAIL".
01  WS-TOL-AMOUNT               PIC 9(7)V99 VALUE ZEROS.
01  WS-TOL-PERCENT              PIC 9(3)V99 VALUE ZEROS.
01  WS-TOL-BAND                 PIC 9(9)V99 VALUE ZEROS.
01  WS-PCT-BAND                 PIC 9(9)V99 VALUE ZEROS.
01  WS-MARGIN                   PIC S9(9)V99 SIGN LEADING SEPARATE
                                 VALUE ZEROS.
01  WS-GRADE-COUNTS.
    05  WS-PASS-COUNT           PIC 9(5) VALUE ZEROS.
    05  WS-WATCH-COUNT          PIC 9(5) VALUE ZEROS.
    05  WS-FAIL-COUNT           PIC 9(5) VALUE ZEROS.

*> Request 005 - checkpoint/restart.
01  WS-LAST-CHECKPOINT-KEY      PIC X(5) VALUE SPACES.
01  WS-RESTART-MODE-SW          PIC X VALUE "N".
    05  WS-AUD-CARRY            PIC ZZZZ9.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-AUD-VERDICT          PIC X(20).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-AUD-GRADE            PIC X(5).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-AUD-TOL-AMOUNT       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-AUD-TOL-PERCENT      PIC ZZ9.99.

*> Dual control. Corrections and online adjustments can move a
*> batch's closing position, so neither is applied on one operator's
    05  WS-RPT-CLOSE-1          PIC -(11)9.99.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-RPT-CLOSE-2          PIC -(11)9.99.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-RPT-GRADE            PIC X(5).
01  WS-REPORT-HEADER-LINE.
    05  WS-RPTH-BATCH-ID        PIC X(7)  VALUE "BATCH".
    05  WS-RPTH-OPEN-1          PIC X(15) JUSTIFIED RIGHT VALUE "OPEN-1".
    05  WS-RPTH-CLOSE-1         PIC X(15) JUSTIFIED RIGHT VALUE "CLOSE-1".
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-RPTH-CLOSE-2         PIC X(15) JUSTIFIED RIGHT VALUE "CLOSE-2".
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-RPTH-GRADE           PIC X(5)  VALUE "GRADE".

01  WS-CURRENT-BATCH-ID         PIC X(5) VALUE SPACES.
01  WS-PREV-CTL-KEY             PIC X(5) VALUE LOW-VALUES.
*> overrides the cutoff; it defaults to the run date.
01  WS-CUTOFF-DATE              PIC 9(8) VALUE ZEROS.
01  WS-CUTOFF-DATE-TEXT         PIC X(8) VALUE SPACES.

*> Cycle run control.
01  WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
01  WS-CYCLE-STEP               PIC X(8) VALUE "BUG".
01  WS-PREDECESSOR-STEP         PIC X(8) VALUE SPACES.
01  WS-RERUN-SW                 PIC X VALUE "N".
    88  WS-RERUN-OVERRIDE               VALUE "Y".
01  WS-CYCLE-ENTRY-SW           PIC X VALUE "N".
    88  WS-CYCLE-ENTRY-FOUND            VALUE "Y".
01  WS-CARRY-COUNT              PIC 9(5) VALUE ZEROS.
01  WS-TOTAL-CARRY-COUNT        PIC 9(7) VALUE ZEROS.

01  WS-GL-DEBIT-ACCT            PIC X(8) VALUE "10100100".
01  WS-GL-CREDIT-ACCT           PIC X(8) VALUE "20200200".

*> Suspense write-offs post to their own pair of accounts, one entry
*> for the company under a batch id no branch can have. The entry
*> counts toward the trailer's count and hash, but not toward the
*> company total, which stays the sum of the closes.
01  WS-GL-WRITE-OFF-ACCT        PIC X(8) VALUE "10100900".
01  WS-GL-SUSP-CLEARING-ACCT    PIC X(8) VALUE "20200900".
01  WS-GL-WRITE-OFF-BATCH-ID    PIC X(5) VALUE "WOFF ".
01  WS-WOFF-NET-AMOUNT          PIC S9(11)V99 VALUE ZEROS.
01  WS-WOFF-ITEM-COUNT          PIC 9(7) VALUE ZEROS.
01  WS-WOFF-ENTRY-COUNT         PIC 9(7) VALUE ZEROS.

01  WS-DAYTIME-MODE-SW          PIC X VALUE "N".
    88  WS-DAYTIME-MODE                 VALUE "Y".
01  WS-PRIOR-AUDIT-FILENAME     PIC X(20).
    05  WS-PRI-CARRY            PIC X(5).
    05  FILLER                  PIC X.
    05  WS-PRI-VERDICT          PIC X(20).
    05  FILLER                  PIC X.
    05  WS-PRI-GRADE            PIC X(5).
    05  FILLER                  PIC X.
    05  WS-PRI-TOL-AMOUNT       PIC X(10).
    05  FILLER                  PIC X.
    05  WS-PRI-TOL-PERCENT      PIC X(6).

PROCEDURE DIVISION.
MAIN-PROCESS.
        INTO WS-REPORT-FILENAME
    STRING "REG" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-REGISTER-FILENAME
    STRING "RVM" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-REVMATCH-FILENAME
    ACCEPT WS-REGISTER-ALL-SW FROM ENVIRONMENT "CTL-REGISTER-ALL"
    ACCEPT WS-STREAM-ID FROM ENVIRONMENT "CTL-STREAM-ID"
    IF WS-STREAM-ID NOT = SPACE
            STOP RUN
        END-IF
    END-IF
    ACCEPT WS-REVERSAL-DAYS-TEXT FROM ENVIRONMENT "CTL-REVERSAL-DAYS"
    IF WS-REVERSAL-DAYS-TEXT NUMERIC
        MOVE WS-REVERSAL-DAYS-TEXT TO WS-REVERSAL-DAYS
    END-IF
    COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE) - WS-REVERSAL-DAYS)
    ACCEPT WS-DAYTIME-MODE-SW FROM ENVIRONMENT "CTL-DAYTIME-MODE"
*> The daytime pass is a single process that owns the history master
*> directly; a stream id left over from the overnight run would
        DISPLAY "FAILED BATCHES RE-RECONCILED: " WS-REPROCESS-COUNT
        STOP RUN
    END-IF
    IF WS-STREAM-MODE
        MOVE SPACES TO WS-CYCLE-STEP
        STRING "BUGS" WS-STREAM-ID DELIMITED BY SIZE
            INTO WS-CYCLE-STEP
    END-IF
    PERFORM START-CYCLE-STEP
    ACCEPT WS-TRAILER-CHECK-SW FROM ENVIRONMENT "CTL-TRAILER-CHECK"
    IF WS-TRAILER-CHECK-SW = SPACE
        MOVE "Y" TO WS-TRAILER-CHECK-SW
    PERFORM LOAD-CHECKPOINT
    PERFORM VERIFY-INPUT-FILES
    PERFORM VERIFY-TRANFILE-TRAILER
    IF NOT WS-STREAM-MODE
        PERFORM VERIFY-WRITE-OFF-TRAILER
    END-IF
    SORT TRANSACTION-SORT-FILE
        ON ASCENDING KEY TS-BATCH-ID
        INPUT PROCEDURE IS RELEASE-TRANSACTION-INPUT
    PERFORM OPEN-JOURNAL-FILE
    PERFORM OPEN-BALANCE-HISTORY
    PERFORM OPEN-REGISTER-FILE
    PERFORM OPEN-POSTED-ITEM-HISTORY
    PERFORM OPEN-REVERSAL-REJECT-FILE
    PERFORM OPEN-REVERSAL-MATCH-FILE
    PERFORM OPEN-ORPHAN-FILE
    PERFORM READ-NEXT-TRANSACTION
    PERFORM READ-NEXT-CONTROL-RECORD
    PERFORM UNTIL WS-CONTROL-EOF
    PERFORM WRITE-CARRYOVER-TRAILER
    CLOSE CARRYOVER-FILE
    IF NOT WS-STREAM-MODE
        PERFORM POST-SUSPENSE-WRITE-OFFS
        PERFORM WRITE-JOURNAL-TOTALS
    END-IF
    CLOSE JOURNAL-FILE
        CLOSE BALANCE-HISTORY-FILE
    END-IF
    CLOSE REGISTER-FILE
    IF WS-STREAM-MODE
        CLOSE POSTED-ITEM-POST-FILE
        IF WS-POSTED-HISTORY-PRESENT
            CLOSE POSTED-ITEM-FILE
        END-IF
    ELSE
        PERFORM PURGE-POSTED-ITEMS
        CLOSE POSTED-ITEM-FILE
    END-IF
    CLOSE REVERSAL-REJECT-FILE
    CLOSE REVERSAL-MATCH-FILE
    CLOSE ORPHAN-FILE
    DISPLAY "BATCHES PROCESSED: " WS-BATCH-COUNT
    DISPLAY "BATCHES GRADED PASS/WATCH/FAIL: " WS-PASS-COUNT "/"
        WS-WATCH-COUNT "/" WS-FAIL-COUNT
    DISPLAY "ITEMS CARRIED OVER: " WS-TOTAL-CARRY-COUNT
    DISPLAY "ITEMS ROLLED TO NEXT BUSINESS DAY: " WS-ROLL-COUNT
    DISPLAY "REVERSALS MATCHED: " WS-REVERSAL-MATCH-COUNT
    DISPLAY "REVERSALS REJECTED: " WS-REVERSAL-REJECT-COUNT
    DISPLAY "ORPHANS DROPPED: " WS-ORPHAN-COUNT
    IF NOT WS-STREAM-MODE
        DISPLAY "SUSPENSE ITEMS WRITTEN OFF: " WS-WOFF-ITEM-COUNT
            " IN " WS-WOFF-ENTRY-COUNT " JOURNAL ENTRIES"
    END-IF
    PERFORM END-CYCLE-STEP
    STOP RUN.

*> Every per-run output and work file gets the stream id appended, so
        DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
    MOVE SPACES TO WS-REGWORK-FILENAME
    STRING "REGWORK" WS-STREAM-ID DELIMITED BY SIZE
        INTO WS-REGWORK-FILENAME
*> Posted-item postings are staged date-stamped for the same reason
*> as the history postings.
    MOVE SPACES TO WS-PSTPOST-FILENAME
    STRING "PSTP" WS-RUN-DATE "S" WS-STREAM-ID DELIMITED BY SIZE
        INTO WS-PSTPOST-FILENAME
    MOVE SPACES TO WS-REVREJ-FILENAME
    STRING "REVREJ" WS-STREAM-ID DELIMITED BY SIZE
        INTO WS-REVREJ-FILENAME
    MOVE SPACES TO WS-REVRWORK-FILENAME
    STRING "REVRWORK" WS-STREAM-ID DELIMITED BY SIZE
        INTO WS-REVRWORK-FILENAME
    MOVE SPACES TO WS-REVMATCH-FILENAME
    STRING "RVM" WS-RUN-DATE "S" WS-STREAM-ID ".TXT"
        DELIMITED BY SIZE INTO WS-REVMATCH-FILENAME
    MOVE SPACES TO WS-ORPHAN-FILENAME
    STRING "ORPHFILE" WS-STREAM-ID DELIMITED BY SIZE
        INTO WS-ORPHAN-FILENAME.

VERIFY-INPUT-FILES.
    OPEN INPUT CONTROL-FILE
        END-IF
    END-IF.

*> The write-off file is held to the same trailer rules before any
*> batch is touched, so a stale or damaged file stops the run before
*> the journal is written rather than at its end.
VERIFY-WRITE-OFF-TRAILER.
    OPEN INPUT WRITE-OFF-FILE
    IF WS-WRITE-OFF-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN WRITE-OFF-FILE - STATUS "
            WS-WRITE-OFF-STATUS
        STOP RUN
    END-IF
    IF NOT WS-TRAILER-CHECK
        DISPLAY "WOFFFILE TRAILER CHECK SKIPPED BY CTL-TRAILER-CHECK"
    ELSE
        MOVE ZEROS TO WS-TV-COUNT
        MOVE ZEROS TO WS-TV-HASH-TOTAL
        MOVE "N" TO WS-TV-TRAILER-SEEN-SW
        MOVE "N" TO WS-WRITE-OFF-EOF-SW
        PERFORM UNTIL WS-WRITE-OFF-EOF
            READ WRITE-OFF-FILE
                AT END
                    SET WS-WRITE-OFF-EOF TO TRUE
                NOT AT END
                    PERFORM VERIFY-ONE-WRITE-OFF-RECORD
            END-READ
        END-PERFORM
        IF NOT WS-TV-TRAILER-SEEN
            DISPLAY "FATAL: WRITE-OFF-FILE HAS NO CONTROL TRAILER"
            STOP RUN
        END-IF
    END-IF
    CLOSE WRITE-OFF-FILE.

VERIFY-ONE-WRITE-OFF-RECORD.
    IF WOT-TAG = "*TRL*"
        SET WS-TV-TRAILER-SEEN TO TRUE
        IF WOT-BUSINESS-DATE NOT = WS-CUTOFF-DATE
            DISPLAY "FATAL: WRITE-OFF-FILE TRAILER DATED "
                WOT-BUSINESS-DATE " BUT TONIGHT'S BUSINESS DATE IS "
                WS-CUTOFF-DATE " - STALE FILE"
            STOP RUN
        END-IF
        IF WOT-RECORD-COUNT NOT = WS-TV-COUNT
                OR WOT-HASH-TOTAL NOT = WS-TV-HASH-TOTAL
            DISPLAY "FATAL: WRITE-OFF-FILE TRAILER MISMATCH - "
                "EXPECTED " WOT-RECORD-COUNT "/" WOT-HASH-TOTAL
                " GOT " WS-TV-COUNT "/" WS-TV-HASH-TOTAL
            STOP RUN
        END-IF
    ELSE
        IF WS-TV-TRAILER-SEEN
            DISPLAY "FATAL: WRITE-OFF-FILE HAS RECORDS AFTER "
                "THE CONTROL TRAILER"
            STOP RUN
        END-IF
        ADD 1 TO WS-TV-COUNT
        MOVE WOF-AMOUNT TO WS-HASH-AMOUNT-TEXT
        IF WS-HASH-AMOUNT-TEXT NUMERIC
            ADD WS-HASH-AMOUNT TO WS-TV-HASH-TOTAL
                ON SIZE ERROR
                    COMPUTE WS-TV-HASH-TOTAL = WS-TV-HASH-TOTAL
                        + WS-HASH-AMOUNT - 10000000000000
            END-ADD
        END-IF
    END-IF.

*> Feed the sort with everything on the transaction file except the
*> control trailer, which was verified before the sort began.
RELEASE-TRANSACTION-INPUT.
    MOVE WS-AREA-2           TO BAL-CLOSE-2
    MOVE WS-VERDICT-TEXT     TO BAL-VERDICT
    MOVE WS-CARRY-COUNT      TO BAL-CARRY-COUNT
    MOVE WS-GRADE-TEXT       TO BAL-GRADE
    IF WS-STREAM-MODE
        MOVE BALANCE-HISTORY-RECORD TO BALANCE-POST-RECORD
        WRITE BALANCE-POST-RECORD
    END-PERFORM
    DISPLAY "HISTORY RECORDS PURGED: " WS-PURGE-COUNT.

*> The run that owns the history master opens it for update. A stream
*> only reads it, for the older originals its reversals match
*> against, and stages its postings for the merge run; a stream on a
*> night with no history yet matches against tonight's items alone.
OPEN-POSTED-ITEM-HISTORY.
    IF WS-STREAM-MODE
        OPEN INPUT POSTED-ITEM-FILE
        IF WS-POSTED-ITEM-STATUS = "35"
            MOVE "N" TO WS-POSTED-HISTORY-SW
        ELSE
            IF WS-POSTED-ITEM-STATUS NOT = "00"
                DISPLAY "FATAL: CANNOT OPEN POSTED-ITEM-FILE - STATUS "
                    WS-POSTED-ITEM-STATUS
                STOP RUN
            END-IF
        END-IF
        OPEN EXTEND POSTED-ITEM-POST-FILE
        IF WS-POSTED-ITEM-POST-STATUS = "35"
            OPEN OUTPUT POSTED-ITEM-POST-FILE
        END-IF
        IF WS-POSTED-ITEM-POST-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT OPEN POSTED-ITEM-POST-FILE - STATUS "
                WS-POSTED-ITEM-POST-STATUS
            STOP RUN
        END-IF
    ELSE
        OPEN I-O POSTED-ITEM-FILE
        IF WS-POSTED-ITEM-STATUS = "35"
            OPEN OUTPUT POSTED-ITEM-FILE
            IF WS-POSTED-ITEM-STATUS = "00"
                CLOSE POSTED-ITEM-FILE
                OPEN I-O POSTED-ITEM-FILE
            END-IF
        END-IF
        IF WS-POSTED-ITEM-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT OPEN POSTED-ITEM-FILE - STATUS "
                WS-POSTED-ITEM-STATUS
            STOP RUN
        END-IF
    END-IF.

*> Refused reversals are written when their batch closes, just before
*> the checkpoint moves, so a restart rebuilds the file the same way
*> as the next-day control file: only refusals of batches at or
*> before the checkpoint key are kept, and the re-processed batch
*> writes its own exactly once. A refusal written twice would be
*> repaired and recycled twice.
OPEN-REVERSAL-REJECT-FILE.
    IF WS-RESTART-MODE
        PERFORM REBUILD-REVERSAL-REJECT-FILE
    ELSE
        OPEN OUTPUT REVERSAL-REJECT-FILE
    END-IF
    IF WS-REVERSAL-REJECT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN REVERSAL-REJECT-FILE - STATUS "
            WS-REVERSAL-REJECT-STATUS
        STOP RUN
    END-IF.

REBUILD-REVERSAL-REJECT-FILE.
    OPEN INPUT REVERSAL-REJECT-FILE
    IF WS-REVERSAL-REJECT-STATUS = "35"
        OPEN OUTPUT REVERSAL-REJECT-FILE
    ELSE
        IF WS-REVERSAL-REJECT-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT OPEN REVERSAL-REJECT-FILE - STATUS "
                WS-REVERSAL-REJECT-STATUS
            STOP RUN
        END-IF
        OPEN OUTPUT REVERSAL-REJECT-WORK-FILE
        IF WS-REVERSAL-REJECT-WORK-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT OPEN REVERSAL-REJECT-WORK-FILE - "
                "STATUS " WS-REVERSAL-REJECT-WORK-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-RVJ-PRIOR-EOF
            READ REVERSAL-REJECT-FILE
                AT END
                    SET WS-RVJ-PRIOR-EOF TO TRUE
                NOT AT END
                    IF RVJ-BATCH-ID NOT > WS-LAST-CHECKPOINT-KEY
                        MOVE REVERSAL-REJECT-RECORD
                            TO REVERSAL-REJECT-WORK-RECORD
                        WRITE REVERSAL-REJECT-WORK-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REVERSAL-REJECT-FILE
        CLOSE REVERSAL-REJECT-WORK-FILE
        OPEN INPUT REVERSAL-REJECT-WORK-FILE
        OPEN OUTPUT REVERSAL-REJECT-FILE
        PERFORM UNTIL WS-RVJ-REBUILD-EOF
            READ REVERSAL-REJECT-WORK-FILE
                AT END
                    SET WS-RVJ-REBUILD-EOF TO TRUE
                NOT AT END
                    MOVE REVERSAL-REJECT-WORK-RECORD
                        TO REVERSAL-REJECT-RECORD
                    WRITE REVERSAL-REJECT-RECORD
            END-READ
        END-PERFORM
        CLOSE REVERSAL-REJECT-WORK-FILE
    END-IF.

*> Every run notes every orphan afresh - a restart included, since
*> orphans lie between batches rather than inside one - so the file
*> is always written from scratch.
OPEN-ORPHAN-FILE.
    OPEN OUTPUT ORPHAN-FILE
    IF WS-ORPHAN-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN ORPHAN-FILE - STATUS "
            WS-ORPHAN-STATUS
        STOP RUN
    END-IF.

OPEN-REVERSAL-MATCH-FILE.
    OPEN EXTEND REVERSAL-MATCH-FILE
    IF WS-REVERSAL-MATCH-STATUS = "35"
        OPEN OUTPUT REVERSAL-MATCH-FILE
    END-IF
    IF WS-REVERSAL-MATCH-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN REVERSAL-MATCH-FILE - STATUS "
            WS-REVERSAL-MATCH-STATUS
        STOP RUN
    END-IF.

*> An original dated before the lookback date can no longer be
*> matched, so it comes off the history at the end of the run.
PURGE-POSTED-ITEMS.
    MOVE ZEROS TO WS-POSTED-PURGE-COUNT
    MOVE "N" TO WS-POSTED-SCAN-EOF-SW
    MOVE LOW-VALUES TO PST-KEY
    START POSTED-ITEM-FILE KEY NOT < PST-KEY
        INVALID KEY
            SET WS-POSTED-SCAN-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-POSTED-SCAN-EOF
        READ POSTED-ITEM-FILE NEXT
            AT END
                SET WS-POSTED-SCAN-EOF TO TRUE
            NOT AT END
                IF PST-BUSINESS-DATE < WS-LOOKBACK-DATE
                    DELETE POSTED-ITEM-FILE
                    ADD 1 TO WS-POSTED-PURGE-COUNT
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "POSTED ITEMS PURGED: " WS-POSTED-PURGE-COUNT.

*> Journal detail entries are written per batch before the checkpoint
*> moves, so a restart would double-post the batch that was in flight
*> at the abend. On a restart the extract is rebuilt first, keeping
                NOT AT END
                    IF JRN-IS-DETAIL
                            AND JRN-BATCH-ID NOT > WS-LAST-CHECKPOINT-KEY
                            AND JRN-DESCRIPTION NOT = "SUSPENSE WRITE-OFF"
                        ADD 1 TO WS-GL-ENTRY-COUNT
                        ADD JRN-AMOUNT TO WS-GL-HASH-TOTAL
                            ON SIZE ERROR
        INTO WS-AUDIT-FILENAME
    STRING "RPT" WS-RUN-DATE "D.TXT" DELIMITED BY SIZE
        INTO WS-REPORT-FILENAME
    MOVE SPACES TO WS-REVMATCH-FILENAME
    STRING "RVM" WS-RUN-DATE "D.TXT" DELIMITED BY SIZE
        INTO WS-REVMATCH-FILENAME
    MOVE "2" TO WS-POST-PASS
    OPEN INPUT CORRECTION-FILE
    IF WS-CORRECTION-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CORRECTION-FILE - STATUS "
    PERFORM OPEN-ALERT-FILE
    PERFORM OPEN-EXCEPTION-FILE
    PERFORM OPEN-BALANCE-HISTORY
    PERFORM OPEN-POSTED-ITEM-HISTORY
    PERFORM OPEN-REVERSAL-MATCH-FILE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN REPORT-FILE - STATUS " WS-REPORT-STATUS
    CLOSE ALERT-FILE
    CLOSE EXCEPTION-FILE
    CLOSE BALANCE-HISTORY-FILE
    CLOSE POSTED-ITEM-FILE
    CLOSE REVERSAL-MATCH-FILE
    PERFORM WRITE-REPORT-TOTALS
    CLOSE REPORT-FILE
    DISPLAY "CORRECTIONS APPROVED:  " WS-APPROVED-COUNT
    DISPLAY "CORRECTIONS HELD:      " WS-HELD-COUNT
    DISPLAY "ORPHAN APPROVALS:      " WS-ORPHAN-APPR-COUNT
    DISPLAY "REVERSALS MATCHED:     " WS-REVERSAL-MATCH-COUNT
    DISPLAY "REVERSALS REFUSED:     " WS-REVERSAL-REJECT-COUNT.

*> A missing approvals file is a day with nothing approved, not an
*> error: the work file is created empty and every correction holds.
    MOVE ZEROS TO WS-TOTAL-ADJ-1
    MOVE ZEROS TO WS-TOTAL-ADJ-2
    MOVE ZEROS TO WS-CARRY-COUNT
*> The daytime pass has no unload to hand; the batch is regraded
*> against the tolerance the overnight line was graded with (none on
*> a line written before the grade was carried).
    COMPUTE WS-TOL-AMOUNT = FUNCTION NUMVAL(WS-PRI-TOL-AMOUNT)
    COMPUTE WS-TOL-PERCENT = FUNCTION NUMVAL(WS-PRI-TOL-PERCENT)
    PERFORM LOAD-POSTED-ITEMS
    PERFORM UNTIL WS-CORRECTION-EOF
            OR CORW-BATCH-ID NOT = WS-CURRENT-BATCH-ID
        MOVE CORRECTION-WORK-RECORD TO WS-APPLY-TRAN
        PERFORM READ-NEXT-CORRECTION
    END-PERFORM
    ADD 1 TO WS-REPROCESS-COUNT
    PERFORM GRADE-BATCH
    PERFORM WRITE-AUDIT-RECORD
    PERFORM WRITE-REPORT-ROW
    PERFORM POST-BALANCE-HISTORY
    PERFORM COMMIT-POSTED-ITEMS.

*> Corrections are keyed by an operator and do not pass through the
*> front-end edit, so each record is edited here before it is applied;
    STRING "NO MATCHING CONTROL RECORD - SKIPPED: "
        TRANSACTION-WORK-RECORD
        DELIMITED BY SIZE INTO WS-EXC-VALUES
    PERFORM WRITE-EXCEPTION-RECORD
    MOVE SPACES TO ORPHAN-RECORD
    MOVE TRANSACTION-WORK-RECORD TO ORP-TRAN-DATA
    MOVE "X001" TO ORP-REASON-CODE
    MOVE "NO MATCHING CONTROL RECORD" TO ORP-REASON-TEXT
    WRITE ORPHAN-RECORD
    IF WS-ORPHAN-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE ORPHAN-FILE - STATUS "
            WS-ORPHAN-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-ORPHAN-COUNT.

SKIP-BATCH-TRANSACTIONS.
    PERFORM UNTIL WS-TRANSACTION-EOF
    MOVE ZEROS TO WS-TOTAL-ADJ-1
    MOVE ZEROS TO WS-TOTAL-ADJ-2
    MOVE ZEROS TO WS-CARRY-COUNT
    IF CTL-TOL-AMOUNT NUMERIC
        MOVE CTL-TOL-AMOUNT TO WS-TOL-AMOUNT
    ELSE
        MOVE ZEROS TO WS-TOL-AMOUNT
    END-IF
    IF CTL-TOL-PERCENT NUMERIC
        MOVE CTL-TOL-PERCENT TO WS-TOL-PERCENT
    ELSE
        MOVE ZEROS TO WS-TOL-PERCENT
    END-IF
    PERFORM START-BATCH-REGISTER
    PERFORM LOAD-POSTED-ITEMS
    PERFORM UNTIL WS-TRANSACTION-EOF
            OR TRAN-BATCH-ID NOT = WS-CURRENT-BATCH-ID
        MOVE TRANSACTION-WORK-RECORD TO WS-APPLY-TRAN
            PERFORM WRITE-CARRYOVER-RECORD
        ELSE
            PERFORM APPLY-TRANSACTION
            IF NOT WS-REVERSAL-REJECTED
                PERFORM WRITE-REGISTER-LINE
            END-IF
        END-IF
        PERFORM READ-NEXT-TRANSACTION
    END-PERFORM
        PERFORM ADJUSTMENT-INQUIRY
    END-IF
    ADD 1 TO WS-BATCH-COUNT
    PERFORM GRADE-BATCH
    PERFORM FINISH-BATCH-REGISTER
    PERFORM WRITE-AUDIT-RECORD
    PERFORM WRITE-REPORT-ROW
    PERFORM WRITE-JOURNAL-ENTRY
    PERFORM POST-BALANCE-HISTORY
    PERFORM COMMIT-POSTED-ITEMS
    IF WS-NEXTDAY-MODE
        PERFORM WRITE-NEXT-CONTROL-RECORD
    END-IF.

*> The verdict text stays the plain comparison the register, the
*> daytime pass, and older audit readers key on; the grade adds the
*> branch's tolerance. The band is the larger of the margin amount
*> and the percentage of the AREA-2 close (taken as a magnitude). A
*> margin beyond the band passes, one within it either side of zero
*> is watched, and only a fail pages on-call.
GRADE-BATCH.
    IF WS-AREA-1 > WS-AREA-2
        MOVE "GREATER THAN" TO WS-VERDICT-TEXT
        DISPLAY "BATCH " WS-CURRENT-BATCH-ID ": WS-AREA-1 (" WS-AREA-1
        MOVE "NOT GREATER THAN" TO WS-VERDICT-TEXT
        DISPLAY "BATCH " WS-CURRENT-BATCH-ID ": WS-AREA-1 (" WS-AREA-1
            ") is not greater than WS-AREA-2 (" WS-AREA-2 ")"
    END-IF
    COMPUTE WS-MARGIN = WS-AREA-1 - WS-AREA-2
    MOVE WS-TOL-AMOUNT TO WS-TOL-BAND
    IF WS-AREA-2 < ZERO
        COMPUTE WS-PCT-BAND ROUNDED
            = WS-AREA-2 * -1 * WS-TOL-PERCENT / 100
    ELSE
        COMPUTE WS-PCT-BAND ROUNDED
            = WS-AREA-2 * WS-TOL-PERCENT / 100
    END-IF
    IF WS-PCT-BAND > WS-TOL-BAND
        MOVE WS-PCT-BAND TO WS-TOL-BAND
    END-IF
    EVALUATE TRUE
        WHEN WS-MARGIN > WS-TOL-BAND
            SET WS-GRADE-PASS TO TRUE
            ADD 1 TO WS-PASS-COUNT
        WHEN WS-MARGIN + WS-TOL-BAND > ZERO
            SET WS-GRADE-WATCH TO TRUE
            ADD 1 TO WS-WATCH-COUNT
            PERFORM NOTE-WATCH-GRADE
        WHEN OTHER
            SET WS-GRADE-FAIL TO TRUE
            ADD 1 TO WS-FAIL-COUNT
            PERFORM WRITE-ALERT-RECORD
    END-EVALUATE
    DISPLAY "BATCH " WS-CURRENT-BATCH-ID ": GRADE " WS-GRADE-TEXT
        " (MARGIN " WS-MARGIN " BAND " WS-TOL-BAND ")".

NOTE-WATCH-GRADE.
    MOVE "WARN" TO WS-EXC-SEVERITY
    MOVE "X012" TO WS-EXC-CODE
    MOVE WS-CURRENT-BATCH-ID TO WS-EXC-BATCH-ID
    MOVE SPACES TO WS-EXC-VALUES
    STRING "WATCH - MARGIN " WS-MARGIN " INSIDE TOLERANCE BAND "
        WS-TOL-BAND " - AREA-1 " WS-AREA-1 " AREA-2 " WS-AREA-2
        DELIMITED BY SIZE INTO WS-EXC-VALUES
    PERFORM WRITE-EXCEPTION-RECORD.

*> The calendar is in date order by construction; the sequence guard
*> protects against a hand-doctored file the same way the control
    END-IF.

APPLY-TRANSACTION.
    MOVE "N" TO WS-REVERSAL-REJECTED-SW
    EVALUATE TRUE
        WHEN WS-TRAN-IS-DEBIT
            ADD WS-TRAN-AMOUNT TO WS-AREA-1
            ADD WS-TRAN-AMOUNT TO WS-TOTAL-ADDS
            PERFORM RECORD-POSTED-ITEM
        WHEN WS-TRAN-IS-CREDIT
            IF WS-TRAN-AMOUNT > WS-AREA-2
                DISPLAY "EXCEPTION: BATCH " WS-CURRENT-BATCH-ID
            END-IF
            SUBTRACT WS-TRAN-AMOUNT FROM WS-AREA-2
            ADD WS-TRAN-AMOUNT TO WS-TOTAL-SUBTRACTS
            PERFORM RECORD-POSTED-ITEM
        WHEN WS-TRAN-IS-REVERSAL
            PERFORM APPLY-REVERSAL
        WHEN OTHER
*> original had on the counters: a reversed debit comes back off
*> WS-AREA-1, a reversed credit is restored to WS-AREA-2. Reversals
*> are counted apart from the adds/subtracts so corrections stay
*> distinguishable from business activity. The reversal must first
*> match a posted original with enough left unreversed; one that
*> does not is refused and nothing is backed out.
APPLY-REVERSAL.
    IF WS-TRAN-ORIG-DEBIT OR WS-TRAN-ORIG-CREDIT
        ADD 1 TO WS-POST-SEQ
        PERFORM MATCH-REVERSAL
    END-IF
    EVALUATE TRUE
        WHEN WS-REVERSAL-REJECTED
            CONTINUE
        WHEN WS-TRAN-ORIG-DEBIT
            SUBTRACT WS-TRAN-AMOUNT FROM WS-AREA-1
            ADD WS-TRAN-AMOUNT TO WS-TOTAL-REVERSALS
            PERFORM WRITE-EXCEPTION-RECORD
    END-EVALUATE.

RECORD-POSTED-ITEM.
    ADD 1 TO WS-POST-SEQ
    PERFORM ADD-NEW-POSTED-ENTRY.

*> Tonight's item goes on the table under the current pass and
*> sequence; it is written to the history when the batch closes.
ADD-NEW-POSTED-ENTRY.
    PERFORM CHECK-POSTED-TABLE-ROOM
    ADD 1 TO WS-PTB-COUNT
    MOVE WS-CUTOFF-DATE       TO WS-PTB-DATE(WS-PTB-COUNT)
    MOVE WS-POST-PASS         TO WS-PTB-PASS(WS-PTB-COUNT)
    MOVE WS-POST-SEQ          TO WS-PTB-SEQ(WS-PTB-COUNT)
    MOVE WS-TRAN-TYPE         TO WS-PTB-TRAN-TYPE(WS-PTB-COUNT)
    MOVE WS-TRAN-ORIG-TYPE    TO WS-PTB-ORIG-TYPE(WS-PTB-COUNT)
    MOVE WS-TRAN-AMOUNT       TO WS-PTB-AMOUNT(WS-PTB-COUNT)
    MOVE WS-TRAN-POSTING-DATE TO WS-PTB-POSTING-DATE(WS-PTB-COUNT)
    MOVE ZEROS                TO WS-PTB-REVERSED(WS-PTB-COUNT)
    MOVE ZEROS                TO WS-PTB-MATCH-SUB(WS-PTB-COUNT)
    MOVE ZEROS                TO WS-PTB-REMAINING(WS-PTB-COUNT)
    MOVE SPACES               TO WS-PTB-REASON-CODE(WS-PTB-COUNT)
    SET WS-PTB-POSTED(WS-PTB-COUNT) TO TRUE
    MOVE "Y"                  TO WS-PTB-CHANGED-SW(WS-PTB-COUNT).

*> An older original read from the history joins the table unchanged;
*> it is only written back if a reversal draws on it.
ADD-LOADED-POSTED-ENTRY.
    PERFORM CHECK-POSTED-TABLE-ROOM
    ADD 1 TO WS-PTB-COUNT
    MOVE PST-BUSINESS-DATE    TO WS-PTB-DATE(WS-PTB-COUNT)
    MOVE PST-PASS             TO WS-PTB-PASS(WS-PTB-COUNT)
    MOVE PST-SEQ              TO WS-PTB-SEQ(WS-PTB-COUNT)
    MOVE PST-TRAN-TYPE        TO WS-PTB-TRAN-TYPE(WS-PTB-COUNT)
    MOVE PST-ORIG-TYPE        TO WS-PTB-ORIG-TYPE(WS-PTB-COUNT)
    MOVE PST-AMOUNT           TO WS-PTB-AMOUNT(WS-PTB-COUNT)
    MOVE PST-POSTING-DATE     TO WS-PTB-POSTING-DATE(WS-PTB-COUNT)
    MOVE PST-REVERSED-AMOUNT  TO WS-PTB-REVERSED(WS-PTB-COUNT)
    MOVE ZEROS                TO WS-PTB-MATCH-SUB(WS-PTB-COUNT)
    MOVE ZEROS                TO WS-PTB-REMAINING(WS-PTB-COUNT)
    MOVE SPACES               TO WS-PTB-REASON-CODE(WS-PTB-COUNT)
    SET WS-PTB-LOADED(WS-PTB-COUNT) TO TRUE
    MOVE "N"                  TO WS-PTB-CHANGED-SW(WS-PTB-COUNT).

CHECK-POSTED-TABLE-ROOM.
    IF WS-PTB-COUNT = 5000
        DISPLAY "FATAL: MORE THAN 5000 POSTED ITEMS IN BATCH "
            WS-CURRENT-BATCH-ID " - ENLARGE WS-POSTED-TABLE"
        STOP RUN
    END-IF.

*> Linear search of the batch's table for the entry keyed by
*> WS-SEARCH-KEY; WS-PTB-FOUND is zero when it is not there.
FIND-POSTED-ENTRY.
    MOVE ZEROS TO WS-PTB-FOUND
    PERFORM VARYING WS-PTB-SUB FROM 1 BY 1
            UNTIL WS-PTB-SUB > WS-PTB-COUNT
                OR WS-PTB-FOUND NOT = ZEROS
        IF WS-PTB-KEY(WS-PTB-SUB) = WS-SEARCH-KEY
            MOVE WS-PTB-SUB TO WS-PTB-FOUND
        END-IF
    END-PERFORM.

*> Start the batch's table empty. When this run owns the history
*> master, anything an interrupted attempt at the same batch, date,
*> and pass already wrote there is about to be posted again under the
*> same keys; the reversals it drew against older originals are
*> backed out first so the rerun does not consume them twice. A
*> stream's earlier attempt lives only on its staging file, where
*> the merge lets the last posting win.
LOAD-POSTED-ITEMS.
    MOVE ZEROS TO WS-PTB-COUNT
    MOVE ZEROS TO WS-POST-SEQ
    MOVE ZEROS TO WS-BACKOUT-COUNT
    IF WS-POSTED-HISTORY-PRESENT AND NOT WS-STREAM-MODE
        PERFORM FIND-PRIOR-ATTEMPT-REVERSALS
        PERFORM VARYING WS-BACKOUT-SUB FROM 1 BY 1
                UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
            PERFORM BACK-OUT-PRIOR-REVERSAL
        END-PERFORM
    END-IF.

FIND-PRIOR-ATTEMPT-REVERSALS.
    MOVE "N" TO WS-POSTED-SCAN-EOF-SW
    MOVE WS-CURRENT-BATCH-ID TO PST-BATCH-ID
    MOVE WS-CUTOFF-DATE      TO PST-BUSINESS-DATE
    MOVE WS-POST-PASS        TO PST-PASS
    MOVE ZEROS               TO PST-SEQ
    START POSTED-ITEM-FILE KEY NOT < PST-KEY
        INVALID KEY
            SET WS-POSTED-SCAN-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-POSTED-SCAN-EOF
        READ POSTED-ITEM-FILE NEXT
            AT END
                SET WS-POSTED-SCAN-EOF TO TRUE
            NOT AT END
                IF PST-BATCH-ID NOT = WS-CURRENT-BATCH-ID
                        OR PST-BUSINESS-DATE NOT = WS-CUTOFF-DATE
                        OR PST-PASS NOT = WS-POST-PASS
                    SET WS-POSTED-SCAN-EOF TO TRUE
                ELSE
                    IF PST-TRAN-TYPE = "R"
                            AND (PST-MATCH-DATE NOT = WS-CUTOFF-DATE
                                OR PST-MATCH-PASS NOT = WS-POST-PASS)
                        PERFORM NOTE-PRIOR-ATTEMPT-REVERSAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

NOTE-PRIOR-ATTEMPT-REVERSAL.
    IF WS-BACKOUT-COUNT = 1000
        DISPLAY "FATAL: MORE THAN 1000 REVERSALS TO BACK OUT IN BATCH "
            WS-CURRENT-BATCH-ID
        STOP RUN
    END-IF
    ADD 1 TO WS-BACKOUT-COUNT
    MOVE PST-MATCH-KEY TO WS-BKO-KEY(WS-BACKOUT-COUNT)
    MOVE PST-AMOUNT    TO WS-BKO-AMOUNT(WS-BACKOUT-COUNT).

BACK-OUT-PRIOR-REVERSAL.
    MOVE WS-BKO-KEY(WS-BACKOUT-SUB) TO WS-SEARCH-KEY
    PERFORM FIND-POSTED-ENTRY
    IF WS-PTB-FOUND = ZEROS
        MOVE WS-CURRENT-BATCH-ID TO PST-BATCH-ID
        MOVE WS-SEARCH-KEY       TO PST-KEY(6:14)
        READ POSTED-ITEM-FILE
            INVALID KEY
                DISPLAY "EXCEPTION: BATCH " WS-CURRENT-BATCH-ID
                    ": ORIGINAL " WS-SEARCH-KEY
                    " OF AN EARLIER ATTEMPT'S REVERSAL IS GONE"
            NOT INVALID KEY
                PERFORM ADD-LOADED-POSTED-ENTRY
                MOVE WS-PTB-COUNT TO WS-PTB-FOUND
        END-READ
    END-IF
    IF WS-PTB-FOUND NOT = ZEROS
        IF WS-PTB-REVERSED(WS-PTB-FOUND) < WS-BKO-AMOUNT(WS-BACKOUT-SUB)
            MOVE ZEROS TO WS-PTB-REVERSED(WS-PTB-FOUND)
        ELSE
            SUBTRACT WS-BKO-AMOUNT(WS-BACKOUT-SUB)
                FROM WS-PTB-REVERSED(WS-PTB-FOUND)
        END-IF
        MOVE "Y" TO WS-PTB-CHANGED-SW(WS-PTB-FOUND)
    END-IF.

*> Look for the original this reversal backs out: same branch, the
*> reversal's original type, posted on or after the lookback date,
*> with at least the reversal's amount still unreversed. An original
*> whose remainder equals the reversal exactly is preferred; failing
*> that the first with enough left is taken. The table (tonight's
*> items and originals already drawn on) is searched before the
*> history, and the table's copy of an original wins over the
*> history's.
MATCH-REVERSAL.
    MOVE ZEROS TO WS-MATCH-SUB
    MOVE ZEROS TO WS-CANDIDATE-COUNT
    MOVE "N" TO WS-MATCH-EXACT-SW
    PERFORM VARYING WS-PTB-SUB FROM 1 BY 1
            UNTIL WS-PTB-SUB > WS-PTB-COUNT OR WS-MATCH-EXACT
        PERFORM CONSIDER-TABLE-ORIGINAL
    END-PERFORM
    IF NOT WS-MATCH-EXACT AND WS-POSTED-HISTORY-PRESENT
        PERFORM SCAN-HISTORY-FOR-ORIGINAL
    END-IF
    IF WS-MATCH-SUB = ZEROS
        SET WS-REVERSAL-REJECTED TO TRUE
        PERFORM ADD-NEW-POSTED-ENTRY
        SET WS-PTB-REJECTED(WS-PTB-COUNT) TO TRUE
        MOVE "N" TO WS-PTB-CHANGED-SW(WS-PTB-COUNT)
        IF WS-CANDIDATE-COUNT = ZEROS
            MOVE "E007" TO WS-PTB-REASON-CODE(WS-PTB-COUNT)
        ELSE
            MOVE "E008" TO WS-PTB-REASON-CODE(WS-PTB-COUNT)
        END-IF
        PERFORM NOTE-REVERSAL-REFUSED
    ELSE
        ADD WS-TRAN-AMOUNT TO WS-PTB-REVERSED(WS-MATCH-SUB)
        MOVE "Y" TO WS-PTB-CHANGED-SW(WS-MATCH-SUB)
        PERFORM ADD-NEW-POSTED-ENTRY
        MOVE WS-MATCH-SUB TO WS-PTB-MATCH-SUB(WS-PTB-COUNT)
        COMPUTE WS-PTB-REMAINING(WS-PTB-COUNT)
            = WS-PTB-AMOUNT(WS-MATCH-SUB) - WS-PTB-REVERSED(WS-MATCH-SUB)
        ADD 1 TO WS-REVERSAL-MATCH-COUNT
    END-IF.

CONSIDER-TABLE-ORIGINAL.
    IF WS-PTB-TRAN-TYPE(WS-PTB-SUB) = WS-TRAN-ORIG-TYPE
            AND WS-PTB-DATE(WS-PTB-SUB) NOT < WS-LOOKBACK-DATE
        ADD 1 TO WS-CANDIDATE-COUNT
        COMPUTE WS-UNREVERSED = WS-PTB-AMOUNT(WS-PTB-SUB)
            - WS-PTB-REVERSED(WS-PTB-SUB)
        EVALUATE TRUE
            WHEN WS-UNREVERSED = WS-TRAN-AMOUNT
                MOVE WS-PTB-SUB TO WS-MATCH-SUB
                SET WS-MATCH-EXACT TO TRUE
            WHEN WS-UNREVERSED > WS-TRAN-AMOUNT
                    AND WS-MATCH-SUB = ZEROS
                MOVE WS-PTB-SUB TO WS-MATCH-SUB
        END-EVALUATE
    END-IF.

*> The history is batch-major, so the branch's originals inside the
*> window are a keyed start and a forward read. Records this run is
*> about to post again (its own earlier attempt) are passed over.
SCAN-HISTORY-FOR-ORIGINAL.
    MOVE "N" TO WS-POSTED-SCAN-EOF-SW
    MOVE WS-CURRENT-BATCH-ID TO PST-BATCH-ID
    MOVE WS-LOOKBACK-DATE    TO PST-BUSINESS-DATE
    MOVE LOW-VALUE           TO PST-PASS
    MOVE ZEROS               TO PST-SEQ
    START POSTED-ITEM-FILE KEY NOT < PST-KEY
        INVALID KEY
            SET WS-POSTED-SCAN-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-POSTED-SCAN-EOF OR WS-MATCH-EXACT
        READ POSTED-ITEM-FILE NEXT
            AT END
                SET WS-POSTED-SCAN-EOF TO TRUE
            NOT AT END
                IF PST-BATCH-ID NOT = WS-CURRENT-BATCH-ID
                    SET WS-POSTED-SCAN-EOF TO TRUE
                ELSE
                    PERFORM CONSIDER-HISTORY-ORIGINAL
                END-IF
        END-READ
    END-PERFORM.

CONSIDER-HISTORY-ORIGINAL.
    IF PST-TRAN-TYPE = WS-TRAN-ORIG-TYPE
            AND (PST-BUSINESS-DATE NOT = WS-CUTOFF-DATE
                OR PST-PASS NOT = WS-POST-PASS)
        MOVE PST-KEY(6:14) TO WS-SEARCH-KEY
        PERFORM FIND-POSTED-ENTRY
        IF WS-PTB-FOUND = ZEROS
            ADD 1 TO WS-CANDIDATE-COUNT
            COMPUTE WS-UNREVERSED = PST-AMOUNT - PST-REVERSED-AMOUNT
            EVALUATE TRUE
                WHEN WS-UNREVERSED = WS-TRAN-AMOUNT
                    PERFORM ADD-LOADED-POSTED-ENTRY
                    MOVE WS-PTB-COUNT TO WS-MATCH-SUB
                    SET WS-MATCH-EXACT TO TRUE
                WHEN WS-UNREVERSED > WS-TRAN-AMOUNT
                        AND WS-MATCH-SUB = ZEROS
                    PERFORM ADD-LOADED-POSTED-ENTRY
                    MOVE WS-PTB-COUNT TO WS-MATCH-SUB
            END-EVALUATE
        END-IF
    END-IF.

*> E007: nothing of the original type was posted to the branch inside
*> the window. E008: there were originals, but none with the
*> reversal's amount still unreversed.
NOTE-REVERSAL-REFUSED.
    ADD 1 TO WS-REVERSAL-REJECT-COUNT
    DISPLAY "EXCEPTION: BATCH " WS-CURRENT-BATCH-ID
        ": REVERSAL " WS-TRAN-AMOUNT " REFUSED - "
        WS-PTB-REASON-CODE(WS-PTB-COUNT) " - NOT APPLIED"
    MOVE "WARN" TO WS-EXC-SEVERITY
    MOVE "X013" TO WS-EXC-CODE
    MOVE WS-CURRENT-BATCH-ID TO WS-EXC-BATCH-ID
    MOVE SPACES TO WS-EXC-VALUES
    IF WS-CANDIDATE-COUNT = ZEROS
        STRING "REVERSAL HAS NO MATCHING ORIGINAL - NOT APPLIED: "
            WS-APPLY-TRAN
            DELIMITED BY SIZE INTO WS-EXC-VALUES
    ELSE
        STRING "REVERSAL EXCEEDS UNREVERSED AMOUNT - NOT APPLIED: "
            WS-APPLY-TRAN
            DELIMITED BY SIZE INTO WS-EXC-VALUES
    END-IF
    PERFORM WRITE-EXCEPTION-RECORD.

*> Once the batch has closed, every new or drawn-on table entry is
*> written to the history (or the stream's staging file), each
*> reversal is listed on the match report beside the original it
*> consumed, and refused reversals go to the reject file. The
*> daytime pass has no reject path: a refused correction is on the
*> exception file for the operator who keyed it.
COMMIT-POSTED-ITEMS.
    PERFORM VARYING WS-PTB-SUB FROM 1 BY 1
            UNTIL WS-PTB-SUB > WS-PTB-COUNT
        IF WS-PTB-CHANGED(WS-PTB-SUB)
            PERFORM WRITE-POSTED-ITEM
        END-IF
        IF WS-PTB-TRAN-TYPE(WS-PTB-SUB) = "R"
            PERFORM WRITE-REVERSAL-MATCH-LINE
            IF WS-PTB-REJECTED(WS-PTB-SUB) AND NOT WS-DAYTIME-MODE
                PERFORM WRITE-REVERSAL-REJECT
            END-IF
        END-IF
    END-PERFORM.

WRITE-POSTED-ITEM.
    MOVE WS-CURRENT-BATCH-ID TO PST-BATCH-ID
    MOVE WS-PTB-DATE(WS-PTB-SUB)         TO PST-BUSINESS-DATE
    MOVE WS-PTB-PASS(WS-PTB-SUB)         TO PST-PASS
    MOVE WS-PTB-SEQ(WS-PTB-SUB)          TO PST-SEQ
    MOVE WS-PTB-TRAN-TYPE(WS-PTB-SUB)    TO PST-TRAN-TYPE
    MOVE WS-PTB-ORIG-TYPE(WS-PTB-SUB)    TO PST-ORIG-TYPE
    MOVE WS-PTB-AMOUNT(WS-PTB-SUB)       TO PST-AMOUNT
    MOVE WS-PTB-POSTING-DATE(WS-PTB-SUB) TO PST-POSTING-DATE
    MOVE WS-PTB-REVERSED(WS-PTB-SUB)     TO PST-REVERSED-AMOUNT
    MOVE ZEROS TO PST-MATCH-DATE
    MOVE SPACE TO PST-MATCH-PASS
    MOVE ZEROS TO PST-MATCH-SEQ
    IF WS-PTB-MATCH-SUB(WS-PTB-SUB) NOT = ZEROS
        MOVE WS-PTB-KEY(WS-PTB-MATCH-SUB(WS-PTB-SUB)) TO PST-MATCH-KEY
    END-IF
    IF WS-STREAM-MODE
        MOVE POSTED-ITEM-RECORD TO POSTED-ITEM-POST-RECORD
        WRITE POSTED-ITEM-POST-RECORD
        IF WS-POSTED-ITEM-POST-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT WRITE POSTED-ITEM-POST-FILE - "
                "STATUS " WS-POSTED-ITEM-POST-STATUS
            STOP RUN
        END-IF
    ELSE
        WRITE POSTED-ITEM-RECORD
            INVALID KEY
                REWRITE POSTED-ITEM-RECORD
        END-WRITE
        IF WS-POSTED-ITEM-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT POST POSTED-ITEM-FILE - STATUS "
                WS-POSTED-ITEM-STATUS
            STOP RUN
        END-IF
    END-IF.

WRITE-REVERSAL-MATCH-LINE.
    MOVE SPACES TO WS-REVERSAL-MATCH-DETAIL
    MOVE WS-CURRENT-BATCH-ID               TO WS-RVM-BATCH-ID
    MOVE WS-PTB-SEQ(WS-PTB-SUB)            TO WS-RVM-SEQ
    MOVE WS-PTB-AMOUNT(WS-PTB-SUB)         TO WS-RVM-AMOUNT
    MOVE WS-PTB-POSTING-DATE(WS-PTB-SUB)   TO WS-RVM-POSTING-DATE
    MOVE WS-PTB-ORIG-TYPE(WS-PTB-SUB)      TO WS-RVM-ORIG-TYPE
    IF WS-PTB-REJECTED(WS-PTB-SUB)
        MOVE "REFUSED"                     TO WS-RVM-STATUS
        MOVE WS-PTB-REASON-CODE(WS-PTB-SUB) TO WS-RVM-REASON-CODE
    ELSE
        MOVE WS-PTB-MATCH-SUB(WS-PTB-SUB)  TO WS-MATCH-SUB
        MOVE "MATCHED"                     TO WS-RVM-STATUS
        MOVE WS-PTB-DATE(WS-MATCH-SUB)     TO WS-RVM-ORIG-DATE
        MOVE WS-PTB-PASS(WS-MATCH-SUB)     TO WS-RVM-ORIG-PASS
        MOVE WS-PTB-SEQ(WS-MATCH-SUB)      TO WS-RVM-ORIG-SEQ
        MOVE WS-PTB-AMOUNT(WS-MATCH-SUB)   TO WS-RVM-ORIG-AMOUNT
        MOVE WS-PTB-POSTING-DATE(WS-MATCH-SUB)
                                           TO WS-RVM-ORIG-POSTING
        MOVE WS-PTB-REMAINING(WS-PTB-SUB)  TO WS-RVM-UNREVERSED
    END-IF
    MOVE WS-REVERSAL-MATCH-DETAIL TO REVERSAL-MATCH-RECORD
    WRITE REVERSAL-MATCH-RECORD
    IF WS-REVERSAL-MATCH-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE REVERSAL-MATCH-FILE - STATUS "
            WS-REVERSAL-MATCH-STATUS
        STOP RUN
    END-IF.

WRITE-REVERSAL-REJECT.
    MOVE SPACES TO REVERSAL-REJECT-RECORD
    MOVE WS-CURRENT-BATCH-ID             TO RVJ-BATCH-ID
    MOVE WS-PTB-TRAN-TYPE(WS-PTB-SUB)    TO RVJ-TYPE
    MOVE WS-PTB-AMOUNT(WS-PTB-SUB)       TO RVJ-AMOUNT
    MOVE WS-PTB-POSTING-DATE(WS-PTB-SUB) TO RVJ-POSTING-DATE
    MOVE WS-PTB-ORIG-TYPE(WS-PTB-SUB)    TO RVJ-ORIG-TYPE
    MOVE WS-PTB-REASON-CODE(WS-PTB-SUB)  TO RVJ-REASON-CODE
    IF RVJ-REASON-CODE = "E007"
        MOVE "NO MATCHING ORIGINAL POSTING" TO RVJ-REASON-TEXT
    ELSE
        MOVE "REVERSAL EXCEEDS UNREVERSED" TO RVJ-REASON-TEXT
    END-IF
    WRITE REVERSAL-REJECT-RECORD
    IF WS-REVERSAL-REJECT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE REVERSAL-REJECT-FILE - STATUS "
            WS-REVERSAL-REJECT-STATUS
        STOP RUN
    END-IF.

*> A future-dated item is not applied against tonight's openings; it
*> is written, unchanged, to the carryover file so the front-end edit
*> re-presents it on the next cycle.
    MOVE WS-AREA-2           TO WS-AUD-CLOSE-2
    MOVE WS-CARRY-COUNT      TO WS-AUD-CARRY
    MOVE WS-VERDICT-TEXT     TO WS-AUD-VERDICT
    MOVE WS-GRADE-TEXT       TO WS-AUD-GRADE
    MOVE WS-TOL-AMOUNT       TO WS-AUD-TOL-AMOUNT
    MOVE WS-TOL-PERCENT      TO WS-AUD-TOL-PERCENT
    MOVE WS-AUDIT-LINE       TO AUDIT-RECORD
    WRITE AUDIT-RECORD.

        MOVE WS-GL-CREDIT-ACCT TO JRN-CREDIT-ACCT
        MOVE WS-GL-ENTRY-AMOUNT TO JRN-AMOUNT
    END-IF
    PERFORM POST-JOURNAL-RECORD.

*> Counts and hashes the entry built in JOURNAL-RECORD, and writes it.
POST-JOURNAL-RECORD.
    MOVE ZEROS TO JRN-RECORD-COUNT
    ADD 1 TO WS-GL-ENTRY-COUNT
    ADD JRN-AMOUNT TO WS-GL-HASH-TOTAL
        STOP RUN
    END-IF.

*> Journal tonight's write-offs after the last batch close: every
*> item is netted as it is read - debits and reversed credits up,
*> credits and reversed debits down - and the net posted as one
*> company-level entry. A restart drops the entry from the rebuilt
*> journal and posts it afresh here.
POST-SUSPENSE-WRITE-OFFS.
    OPEN INPUT WRITE-OFF-FILE
    IF WS-WRITE-OFF-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN WRITE-OFF-FILE - STATUS "
            WS-WRITE-OFF-STATUS
        STOP RUN
    END-IF
    MOVE ZEROS TO WS-WOFF-NET-AMOUNT
    MOVE "N" TO WS-WRITE-OFF-EOF-SW
    PERFORM UNTIL WS-WRITE-OFF-EOF
        READ WRITE-OFF-FILE
            AT END
                SET WS-WRITE-OFF-EOF TO TRUE
            NOT AT END
                IF WOT-TAG NOT = "*TRL*"
                    PERFORM TAKE-WRITE-OFF-RECORD
                END-IF
        END-READ
    END-PERFORM
    PERFORM WRITE-WRITE-OFF-ENTRY
    CLOSE WRITE-OFF-FILE.

TAKE-WRITE-OFF-RECORD.
    ADD 1 TO WS-WOFF-ITEM-COUNT
    MOVE WOF-AMOUNT TO WS-HASH-AMOUNT-TEXT
    IF WS-HASH-AMOUNT-TEXT NUMERIC
        EVALUATE TRUE
            WHEN WOF-IS-DEBIT
                    OR (WOF-IS-REVERSAL AND WOF-ORIG-CREDIT)
                ADD WS-HASH-AMOUNT TO WS-WOFF-NET-AMOUNT
            WHEN WOF-IS-CREDIT
                    OR (WOF-IS-REVERSAL AND WOF-ORIG-DEBIT)
                SUBTRACT WS-HASH-AMOUNT FROM WS-WOFF-NET-AMOUNT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> Write-offs that net to nothing post no entry.
WRITE-WRITE-OFF-ENTRY.
    IF WS-WOFF-NET-AMOUNT NOT = ZERO
        MOVE SPACES TO JOURNAL-RECORD
        SET JRN-IS-DETAIL TO TRUE
        MOVE WS-RUN-DATE TO JRN-JOURNAL-DATE
        MOVE WS-GL-WRITE-OFF-BATCH-ID TO JRN-BATCH-ID
        MOVE "SUSPENSE WRITE-OFF" TO JRN-DESCRIPTION
        IF WS-WOFF-NET-AMOUNT < ZERO
            MOVE WS-GL-SUSP-CLEARING-ACCT TO JRN-DEBIT-ACCT
            MOVE WS-GL-WRITE-OFF-ACCT TO JRN-CREDIT-ACCT
            COMPUTE JRN-AMOUNT = WS-WOFF-NET-AMOUNT * -1
        ELSE
            MOVE WS-GL-WRITE-OFF-ACCT TO JRN-DEBIT-ACCT
            MOVE WS-GL-SUSP-CLEARING-ACCT TO JRN-CREDIT-ACCT
            MOVE WS-WOFF-NET-AMOUNT TO JRN-AMOUNT
        END-IF
        PERFORM POST-JOURNAL-RECORD
        ADD 1 TO WS-WOFF-ENTRY-COUNT
    END-IF
    MOVE ZEROS TO WS-WOFF-NET-AMOUNT.

WRITE-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS NOT = "00" AND WS-CHECKPOINT-STATUS NOT = "05"
    MOVE WS-TOTAL-ADJ-2      TO WS-RPT-ADJ-2
    MOVE WS-AREA-1           TO WS-RPT-CLOSE-1
    MOVE WS-AREA-2           TO WS-RPT-CLOSE-2
    MOVE WS-GRADE-TEXT       TO WS-RPT-GRADE
    MOVE WS-REPORT-LINE      TO REPORT-RECORD
    WRITE REPORT-RECORD
    ADD WS-OPEN-AREA-1 TO WS-GRAND-OPEN-1
    MOVE WS-GRAND-ADJ-2      TO WS-RPT-ADJ-2
    MOVE WS-GRAND-CLOSE-1    TO WS-RPT-CLOSE-1
    MOVE WS-GRAND-CLOSE-2    TO WS-RPT-CLOSE-2
    MOVE SPACES              TO WS-RPT-GRADE
    MOVE WS-REPORT-LINE      TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM WRITE-ROLL-COUNT-LINE.
    STRING "        ITEMS ROLLED TO NEXT BUSINESS DAY: "
        WS-ROLL-COUNT DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

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
    MOVE WS-CUTOFF-DATE TO RC-BUSINESS-DATE
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
                    "FOR BUSINESS DATE " WS-CUTOFF-DATE
                    " - SET CTL-RERUN=Y TO RUN IT AGAIN"
                STOP RUN
            END-IF
            MOVE "Y" TO RC-RERUN-FLAG
        END-IF
    ELSE
        MOVE SPACES TO CYCLE-CONTROL-RECORD
        MOVE WS-CUTOFF-DATE TO RC-BUSINESS-DATE
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

*> The reconciliation, single-stream or a stream, follows the
*> opening-balance continuity check, which follows the front-end edit
*> whose TRANFILE it reconciles.
CHECK-CYCLE-PREDECESSOR.
    MOVE "CONTCHK" TO WS-PREDECESSOR-STEP
    PERFORM VERIFY-PREDECESSOR-COMPLETE.

*> Refuse to start unless WS-PREDECESSOR-STEP has completed for the
*> business date.
VERIFY-PREDECESSOR-COMPLETE.
    MOVE WS-CUTOFF-DATE TO RC-BUSINESS-DATE
    MOVE WS-PREDECESSOR-STEP TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            MOVE SPACES TO RC-COMPLETION-CODE
    END-READ
    IF NOT RC-STEP-COMPLETE
        DISPLAY "FATAL: " WS-PREDECESSOR-STEP " HAS NOT COMPLETED "
            "FOR BUSINESS DATE " WS-CUTOFF-DATE " - " WS-CYCLE-STEP
            " CANNOT START"
        STOP RUN
    END-IF.

*> Stamp the end of the step: it ran to completion.
END-CYCLE-STEP.
    PERFORM OPEN-CYCLE-CONTROL
    MOVE WS-CUTOFF-DATE TO RC-BUSINESS-DATE
    MOVE WS-CYCLE-STEP TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            DISPLAY "FATAL: NO CYCLE-CONTROL-FILE ENTRY FOR "
                WS-CYCLE-STEP " " WS-CUTOFF-DATE
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
