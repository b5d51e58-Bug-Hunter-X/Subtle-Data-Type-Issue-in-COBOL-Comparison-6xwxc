      >>SOURCE FORMAT FREE
*> Nightly item flow proof.
*> The control trailers prove each hand-off file arrived intact; this
*> run proves that every item taken in tonight went somewhere, in
*> count and in amount, and that the branch totals on the journal
*> extract are the items that were posted. Three proofs are made and
*> listed on the flow proof report FLOWRPT:
*>   - the edit: TRANIN plus the inbound SUSPFILE, CARRYFILE, RECYCLE,
*>     and the night's duplicate releases must equal what the edit
*>     wrote clean to TRANFILE, rejected to REJFILE, held in suspense
*>     on SUSPNEW, wrote off suspense to WOFFFILE, held as duplicates
*>     on DUPFILE, and the releases it refused (the item stays held
*>     from an earlier night). The edit empties DUPRLSE once it has
*>     acted on it, so the releases are counted from DUPRPT, which
*>     lists every one keyed as RELEASED or REFUSED;
*>   - the reconciliation: TRANFILE must equal what BUG posted for
*>     the business date (the nightly pass on POSTHIST - debits,
*>     credits, and matched reversals), the reversals it refused to
*>     REVREJ, the future-dated items it carried to CARRYNEW, and the
*>     orphans it dropped to ORPHFILE;
*>   - the journal extract: for every branch on the unload BRUNLOAD,
*>     the registered adds, subtracts, and reversals on the audit
*>     file must be the items posted, and the GLEXTR batch-close
*>     entry must be the opening plus the posted debits, less the
*>     reversed debits, plus the online AREA-1 adjustments; every
*>     branch must have exactly one entry and no entry or posted item
*>     may belong to a branch not on the unload. The company-total
*>     entry must be the sum of the branch entries, and the hash
*>     trailer must carry their count and amount hash. The items
*>     written off suspense must have exactly one suspense write-off
*>     entry, under the reserved batch id WOFF, for their net, and no
*>     other write-off entry may appear; it counts toward the trailer
*>     but not the company total.
*> Amounts are totalled over the items whose amount is numeric; an
*> item the edit rejected for a bad amount is still counted. Each
*> broken proof is written to the exception file as critical - X601
*> the edit, X602 the reconciliation, X603 a branch total, X604 the
*> company totals, X605 a write-off entry - and the run then stamps
*> its step with completion code 0008 rather than 0000 and ends
*> FATAL: the GL acknowledgment match will not start behind a proof
*> that did not balance, so a lost item stops the cycle. There is no
*> override; once the cause is found and put right, the proof is
*> simply run again.
*> The proof runs as step FLOWPRF of the nightly cycle on CYCLCTL,
*> after the reconciliation (BUG, or RECMERGE after a split run) has
*> completed for the business date; the business date is the
*> calendar's current business date, else CTL-BUSINESS-DATE, else the
*> run date. The audit file read is the one named for the journal
*> date on the extract's hash trailer.
IDENTIFICATION DIVISION.
PROGRAM-ID. FLOWPRF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-IN-FILE ASSIGN TO "TRANIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANIN-STATUS.

    SELECT OPTIONAL SUSPENSE-IN-FILE ASSIGN TO "SUSPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-IN-STATUS.

    SELECT OPTIONAL CARRYOVER-IN-FILE ASSIGN TO "CARRYFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARRYOVER-IN-STATUS.

    SELECT OPTIONAL RECYCLE-IN-FILE ASSIGN TO "RECYCLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECYCLE-IN-STATUS.

    SELECT CLEAN-FILE ASSIGN TO "TRANFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLEAN-STATUS.

    SELECT REJECT-FILE ASSIGN TO "REJFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

    SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-OUT-STATUS.

    SELECT DUPLICATE-FILE ASSIGN TO "DUPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPLICATE-STATUS.

    SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPLICATE-REPORT-STATUS.

    SELECT POSTED-ITEM-FILE ASSIGN TO "POSTHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PST-KEY
        FILE STATUS IS WS-POSTED-ITEM-STATUS.

    SELECT REVERSAL-REJECT-FILE ASSIGN TO "REVREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-REJECT-STATUS.

    SELECT CARRYOVER-OUT-FILE ASSIGN TO "CARRYNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARRYOVER-OUT-STATUS.

    SELECT ORPHAN-FILE ASSIGN TO "ORPHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORPHAN-STATUS.

    SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WRITE-OFF-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "BRUNLOAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "GLEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT FLOW-REPORT-FILE ASSIGN TO "FLOWRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLOW-REPORT-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
*> The item files are read only for their item count and amount, so
*> each is described only as far as the amount (columns 7-15) and the
*> "*TRL*" tag of a control trailer.
FD  TRANSACTION-IN-FILE.
01  TRANSACTION-IN-RECORD       PIC X(24).

FD  SUSPENSE-IN-FILE.
01  SUSPENSE-IN-RECORD          PIC X(37).

FD  CARRYOVER-IN-FILE.
01  CARRYOVER-IN-RECORD         PIC X(24).

FD  RECYCLE-IN-FILE.
01  RECYCLE-IN-RECORD           PIC X(24).

FD  CLEAN-FILE.
01  CLEAN-RECORD                PIC X(24).

FD  REJECT-FILE.
01  REJECT-RECORD               PIC X(60).

FD  SUSPENSE-OUT-FILE.
01  SUSPENSE-OUT-RECORD         PIC X(37).

*> A write-off is also netted for the write-off entry, so its
*> transaction is laid out in full.
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

FD  DUPLICATE-FILE.
01  DUPLICATE-RECORD            PIC X(81).

*> Duplicate transmission report, column for column as the edit
*> writes its detail lines; only the amount and status are wanted.
FD  DUPLICATE-REPORT-FILE.
01  DUPLICATE-REPORT-RECORD.
    05  DRP-BATCH-ID            PIC X(5).
    05  FILLER                  PIC X.
    05  DRP-TYPE                PIC X.
    05  FILLER                  PIC X.
    05  DRP-AMOUNT              PIC X(9).
    05  FILLER                  PIC X.
    05  DRP-POSTING-DATE        PIC X(8).
    05  FILLER                  PIC X.
    05  DRP-ORIG-TYPE           PIC X.
    05  FILLER                  PIC X.
    05  DRP-STATUS              PIC X(8).
    05  FILLER                  PIC X(63).

*> Posted-item history, column for column as the reconciliation
*> writes it.
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

FD  REVERSAL-REJECT-FILE.
01  REVERSAL-REJECT-RECORD      PIC X(60).

FD  CARRYOVER-OUT-FILE.
01  CARRYOVER-OUT-RECORD        PIC X(24).

FD  ORPHAN-FILE.
01  ORPHAN-RECORD               PIC X(60).

*> Branch-master unload, column for column as the maintenance run
*> writes it.
FD  CONTROL-FILE.
01  CONTROL-RECORD.
    05  CTL-BATCH-ID            PIC X(5).
    05  CTL-OPEN-AREA-1         PIC 9(7)V99.
    05  CTL-OPEN-AREA-2         PIC 9(7)V99.
    05  CTL-TOL-AMOUNT          PIC 9(7)V99.
    05  CTL-TOL-PERCENT         PIC 9(3)V99.

*> General-ledger interface layout, column for column as the
*> reconciliation writes it. "D" = one balanced entry per batch (a
*> batch close, or the suspense write-off by its description), "T" =
*> company-level total entry, "H" = hash-total trailer.
FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
    05  JRN-REC-TYPE            PIC X.
        88  JRN-IS-DETAIL               VALUE "D".
        88  JRN-IS-TOTAL                VALUE "T".
        88  JRN-IS-TRAILER              VALUE "H".
    05  JRN-JOURNAL-DATE        PIC 9(8).
    05  JRN-BATCH-ID            PIC X(5).
    05  JRN-DEBIT-ACCT          PIC X(8).
    05  JRN-CREDIT-ACCT         PIC X(8).
    05  JRN-AMOUNT              PIC 9(11)V99.
    05  JRN-RECORD-COUNT        PIC 9(7).
    05  JRN-DESCRIPTION         PIC X(20).

FD  AUDIT-FILE.
01  AUDIT-RECORD                PIC X(180).

FD  FLOW-REPORT-FILE.
01  FLOW-REPORT-RECORD          PIC X(132).

FD  EXCEPTION-FILE.
01  EXCEPTION-LOG-RECORD        PIC X(127).

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

WORKING-STORAGE SECTION.
01  WS-TRANIN-STATUS            PIC XX VALUE "00".
01  WS-SUSPENSE-IN-STATUS       PIC XX VALUE "00".
01  WS-CARRYOVER-IN-STATUS      PIC XX VALUE "00".
01  WS-RECYCLE-IN-STATUS        PIC XX VALUE "00".
01  WS-CLEAN-STATUS             PIC XX VALUE "00".
01  WS-REJECT-STATUS            PIC XX VALUE "00".
01  WS-SUSPENSE-OUT-STATUS      PIC XX VALUE "00".
01  WS-WRITE-OFF-STATUS         PIC XX VALUE "00".
01  WS-DUPLICATE-STATUS         PIC XX VALUE "00".
01  WS-DUPLICATE-REPORT-STATUS  PIC XX VALUE "00".
01  WS-POSTED-ITEM-STATUS       PIC XX VALUE "00".
01  WS-REVERSAL-REJECT-STATUS   PIC XX VALUE "00".
01  WS-CARRYOVER-OUT-STATUS     PIC XX VALUE "00".
01  WS-ORPHAN-STATUS            PIC XX VALUE "00".
01  WS-CONTROL-STATUS           PIC XX VALUE "00".
01  WS-JOURNAL-STATUS           PIC XX VALUE "00".
01  WS-AUDIT-STATUS             PIC XX VALUE "00".
01  WS-FLOW-REPORT-STATUS       PIC XX VALUE "00".
01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".

*> Each file is read to its end in turn, so one switch serves all.
01  WS-FILE-EOF-SW              PIC X VALUE "N".
    88  WS-FILE-EOF                     VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8).
01  WS-AUDIT-FILENAME           PIC X(20) VALUE SPACES.
01  WS-AUDIT-DATE               PIC 9(8) VALUE ZEROS.

*> The step is stamped 0000 when every proof balances and 0008 when
*> any is broken, which the next step refuses to start behind.
01  WS-COMPLETION-CODE          PIC X(4) VALUE "0000".

*> The item in hand and what the file read so far holds.
01  WS-ITEM-AMOUNT-TEXT         PIC X(9).
01  WS-ITEM-AMOUNT REDEFINES WS-ITEM-AMOUNT-TEXT
                                PIC 9(7)V99.
01  WS-FILE-TALLY.
    05  WS-FILE-COUNT           PIC 9(7).
    05  WS-FILE-AMOUNT          PIC 9(11)V99.

*> One side of an equation against the other.
01  WS-EQUATION-TOTALS.
    05  WS-IN-COUNT             PIC 9(7).
    05  WS-IN-AMOUNT            PIC 9(11)V99.
    05  WS-OUT-COUNT            PIC 9(7).
    05  WS-OUT-AMOUNT           PIC 9(11)V99.
01  WS-DIFF-COUNT               PIC S9(7) VALUE ZEROS.
01  WS-DIFF-AMOUNT              PIC S9(11)V99 VALUE ZEROS.
01  WS-EQUATION-SW              PIC X VALUE "N".
    88  WS-EQUATION-BROKEN              VALUE "Y".

*> TRANFILE closes the edit's equation and opens the
*> reconciliation's.
01  WS-CLEAN-TALLY.
    05  WS-CLEAN-COUNT          PIC 9(7) VALUE ZEROS.
    05  WS-CLEAN-AMOUNT         PIC 9(11)V99 VALUE ZEROS.

*> What the reconciliation posted for the business date, by type.
01  WS-POSTED-TALLIES.
    05  WS-POSTED-DEBIT-COUNT   PIC 9(7) VALUE ZEROS.
    05  WS-POSTED-DEBIT-AMOUNT  PIC 9(11)V99 VALUE ZEROS.
    05  WS-POSTED-CREDIT-COUNT  PIC 9(7) VALUE ZEROS.
    05  WS-POSTED-CREDIT-AMOUNT PIC 9(11)V99 VALUE ZEROS.
    05  WS-POSTED-REV-COUNT     PIC 9(7) VALUE ZEROS.
    05  WS-POSTED-REV-AMOUNT    PIC 9(11)V99 VALUE ZEROS.

*> Every branch on the unload, in its key order, with what was posted
*> to it, what the audit file says was registered, and what the
*> journal extract carries for it.
01  WS-BRT-COUNT                PIC 9(4) VALUE ZEROS.
01  WS-BRANCH-TABLE             VALUE HIGH-VALUES.
    05  WS-BRT-ENTRY OCCURS 5000 TIMES
            ASCENDING KEY IS WS-BRT-BATCH-ID
            INDEXED BY BRT-IDX.
        10  WS-BRT-BATCH-ID     PIC X(5).
        10  WS-BRT-OPEN-1       PIC 9(7)V99.
        10  WS-BRT-DEBITS       PIC 9(11)V99.
        10  WS-BRT-CREDITS      PIC 9(11)V99.
        10  WS-BRT-REV-DEBITS   PIC 9(11)V99.
        10  WS-BRT-REV-CREDITS  PIC 9(11)V99.
        10  WS-BRT-AUDIT-SW     PIC X.
            88  WS-BRT-AUDITED          VALUE "Y".
        10  WS-BRT-AUD-ADDS     PIC S9(9)V99.
        10  WS-BRT-AUD-SUBTRACTS PIC S9(9)V99.
        10  WS-BRT-AUD-REVERSALS PIC S9(9)V99.
        10  WS-BRT-AUD-ADJ-1    PIC S9(9)V99.
        10  WS-BRT-JOURNAL-COUNT PIC 9(3).
        10  WS-BRT-JOURNAL-AMOUNT PIC S9(11)V99.
01  WS-PREV-CTL-BATCH-ID        PIC X(5) VALUE LOW-VALUES.
01  WS-LOOKUP-BATCH-ID          PIC X(5) VALUE SPACES.
01  WS-BRANCH-FOUND-SW          PIC X VALUE "N".
    88  WS-BRANCH-FOUND                 VALUE "Y".

*> Posted items or journal entries for a branch that is not on the
*> unload; there should never be any.
01  WS-UNL-COUNT                PIC 9(3) VALUE ZEROS.
01  WS-UNL-SUB                  PIC 9(3) VALUE ZEROS.
01  WS-UNL-FOUND                PIC 9(3) VALUE ZEROS.
01  WS-UNLISTED-TABLE.
    05  WS-UNL-ENTRY OCCURS 100 TIMES.
        10  WS-UNL-BATCH-ID     PIC X(5).
        10  WS-UNL-POSTED-COUNT PIC 9(7).
        10  WS-UNL-POSTED-AMOUNT PIC 9(11)V99.
        10  WS-UNL-JOURNAL-COUNT PIC 9(3).
        10  WS-UNL-JOURNAL-AMOUNT PIC S9(11)V99.

*> Each batch id with a write-off entry on the extract, and the
*> reserved id the reconciliation journals tonight's write-offs
*> under: the net of the items, signed the way the reconciliation
*> journals them, against the entries. An entry under any other id
*> has no items behind it.
01  WS-WOE-COUNT                PIC 9(3) VALUE ZEROS.
01  WS-WOE-SUB                  PIC 9(3) VALUE ZEROS.
01  WS-WOE-FOUND                PIC 9(3) VALUE ZEROS.
01  WS-WRITE-OFF-TABLE.
    05  WS-WOE-ENTRY OCCURS 500 TIMES.
        10  WS-WOE-BATCH-ID     PIC X(5).
        10  WS-WOE-ITEM-AMOUNT  PIC S9(11)V99.
        10  WS-WOE-JOURNAL-COUNT PIC 9(3).
        10  WS-WOE-JOURNAL-AMOUNT PIC S9(11)V99.

*> Image of an audit line, column for column as the reconciliation
*> writes it; only the batch's registered activity is wanted here.
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
    05  FILLER                  PIC X(109).

*> Journal extract totals. An entry is negative when its accounts are
*> swapped, the way the reconciliation writes a negative close.
01  WS-GL-DEBIT-ACCT            PIC X(8) VALUE "10100100".
01  WS-GL-CREDIT-ACCT           PIC X(8) VALUE "20200200".
01  WS-GL-SUSP-CLEARING-ACCT    PIC X(8) VALUE "20200900".
01  WS-GL-WRITE-OFF-BATCH-ID    PIC X(5) VALUE "WOFF ".
01  WS-JOURNAL-SIGNED-AMOUNT    PIC S9(11)V99 VALUE ZEROS.
01  WS-JOURNAL-TOTALS.
    05  WS-DETAIL-COUNT         PIC 9(7) VALUE ZEROS.
    05  WS-DETAIL-TOTAL         PIC S9(13)V99 VALUE ZEROS.
    05  WS-TOTAL-ENTRY-COUNT    PIC 9(3) VALUE ZEROS.
    05  WS-WRITE-OFF-ENTRY-COUNT PIC 9(7) VALUE ZEROS.
    05  WS-TOTAL-ENTRY-AMOUNT   PIC S9(11)V99 VALUE ZEROS.
    05  WS-TRAILER-COUNT        PIC 9(3) VALUE ZEROS.
    05  WS-TRAILER-RECORD-COUNT PIC 9(7) VALUE ZEROS.
    05  WS-TRAILER-HASH         PIC 9(11)V99 VALUE ZEROS.
    05  WS-TRAILER-JOURNAL-DATE PIC 9(8) VALUE ZEROS.
    05  WS-OTHER-RECORD-COUNT   PIC 9(3) VALUE ZEROS.
*> The hash wraps on overflow the same way the writer's does, and
*> the trailer carries it truncated to the amount field.
01  WS-JOURNAL-HASH             PIC 9(13)V99 VALUE ZEROS.
01  WS-JOURNAL-HASH-FIELD       PIC 9(11)V99 VALUE ZEROS.
01  WS-EXPECTED-ENTRY-COUNT     PIC 9(7) VALUE ZEROS.

*> A check that did not agree: what it expected and what it found.
01  WS-CHECK-TEXT               PIC X(30) VALUE SPACES.
01  WS-BREAK-BATCH-ID           PIC X(5) VALUE SPACES.
01  WS-EXPECTED-AMOUNT          PIC S9(13)V99 VALUE ZEROS.
01  WS-ACTUAL-AMOUNT            PIC S9(13)V99 VALUE ZEROS.
01  WS-EXPECTED-EDIT            PIC X(18) VALUE SPACES.
01  WS-ACTUAL-EDIT              PIC X(18) VALUE SPACES.
01  WS-BRANCH-BROKEN-SW         PIC X VALUE "N".
    88  WS-BRANCH-BROKEN                VALUE "Y".
01  WS-COUNT-EDIT               PIC -ZZ,ZZZ,ZZ9.
01  WS-AMOUNT-EDIT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

01  WS-PROOF-COUNTS.
    05  WS-BREAK-COUNT          PIC 9(5) VALUE ZEROS.
    05  WS-PROVED-BRANCH-COUNT  PIC 9(5) VALUE ZEROS.
    05  WS-BROKEN-BRANCH-COUNT  PIC 9(5) VALUE ZEROS.
    05  WS-BRANCH-BREAK-COUNT   PIC 9(5) VALUE ZEROS.
    05  WS-COMPANY-BREAK-COUNT  PIC 9(5) VALUE ZEROS.
    05  WS-WRITE-OFF-BREAK-COUNT PIC 9(5) VALUE ZEROS.

01  WS-FLOW-HEADER.
    05  FILLER                  PIC X(38) VALUE SPACES.
    05  FILLER                  PIC X(11) JUSTIFIED RIGHT
        VALUE "COUNT".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(18) JUSTIFIED RIGHT
        VALUE "AMOUNT".

01  WS-FLOW-LINE.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-FLL-LABEL            PIC X(36).
    05  WS-FLL-COUNT            PIC -ZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-FLL-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

01  WS-BREAK-HEADER.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(5)  VALUE "BATCH".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(30) VALUE "CHECK".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(18) JUSTIFIED RIGHT
        VALUE "EXPECTED".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(18) JUSTIFIED RIGHT
        VALUE "FOUND".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(18) JUSTIFIED RIGHT
        VALUE "DIFFERENCE".

01  WS-BREAK-DETAIL.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-BKD-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-BKD-CHECK            PIC X(30).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-BKD-EXPECTED         PIC X(18).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-BKD-ACTUAL           PIC X(18).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-BKD-DIFFERENCE       PIC X(18).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-BKD-RESULT           PIC X(6).

*> Common exception-file line, column for column as every program in
*> the suite writes it.
01  WS-EXCEPTION-LINE.
    05  WS-EXC-TIMESTAMP        PIC X(21).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-EXC-PROGRAM-ID       PIC X(8)  VALUE "FLOWPRF".
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
01  WS-CYCLE-STEP               PIC X(8) VALUE "FLOWPRF".
01  WS-RERUN-SW                 PIC X VALUE "N".
    88  WS-RERUN-OVERRIDE               VALUE "Y".
01  WS-CYCLE-ENTRY-SW           PIC X VALUE "N".
    88  WS-CYCLE-ENTRY-FOUND            VALUE "Y".

01  WS-CALENDAR-STATUS          PIC XX VALUE "00".
01  WS-CALENDAR-EOF-SW          PIC X VALUE "N".
    88  WS-CALENDAR-EOF                 VALUE "Y".
01  WS-CYCLE-DATE               PIC 9(8) VALUE ZEROS.
01  WS-CYCLE-DATE-TEXT          PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCESS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM SET-CYCLE-BUSINESS-DATE
    PERFORM START-CYCLE-STEP
    PERFORM OPEN-REPORT-FILES
    PERFORM LOAD-BRANCH-TABLE
    PERFORM PROVE-EDIT-FLOW
    PERFORM PROVE-RECONCILIATION-FLOW
    PERFORM LOAD-JOURNAL-EXTRACT
    PERFORM LOAD-AUDIT-LINES
    PERFORM PROVE-BRANCH-TOTALS
    PERFORM PROVE-COMPANY-TOTALS
    PERFORM PROVE-WRITE-OFF-ENTRIES
    PERFORM WRITE-PROOF-RESULT
    CLOSE FLOW-REPORT-FILE
    CLOSE EXCEPTION-FILE
    DISPLAY "BUSINESS DATE:       " WS-CYCLE-DATE
    DISPLAY "BRANCHES PROVED:     " WS-PROVED-BRANCH-COUNT
    DISPLAY "BRANCHES BROKEN:     " WS-BROKEN-BRANCH-COUNT
    DISPLAY "PROOF BREAKS:        " WS-BREAK-COUNT
    IF WS-BREAK-COUNT > ZEROS
        MOVE "0008" TO WS-COMPLETION-CODE
        PERFORM END-CYCLE-STEP
        DISPLAY "FATAL: ITEM FLOW PROOF BROKEN FOR BUSINESS DATE "
            WS-CYCLE-DATE " - " WS-BREAK-COUNT " BREAKS - SEE FLOWRPT"
        STOP RUN
    END-IF
    PERFORM END-CYCLE-STEP
    STOP RUN.

OPEN-REPORT-FILES.
    OPEN OUTPUT FLOW-REPORT-FILE
    IF WS-FLOW-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN FLOW-REPORT-FILE - STATUS "
            WS-FLOW-REPORT-STATUS
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
    MOVE SPACES TO FLOW-REPORT-RECORD
    STRING "ITEM FLOW PROOF FOR BUSINESS DATE " WS-CYCLE-DATE
        "   RUN DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE.

*> The unload is in key order, so the table it builds can be
*> searched by key.
LOAD-BRANCH-TABLE.
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CONTROL-FILE - STATUS "
            WS-CONTROL-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ CONTROL-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                PERFORM ADD-BRANCH-ENTRY
        END-READ
    END-PERFORM
    CLOSE CONTROL-FILE.

ADD-BRANCH-ENTRY.
    IF CTL-BATCH-ID NOT > WS-PREV-CTL-BATCH-ID
        DISPLAY "FATAL: CONTROL-FILE OUT OF SEQUENCE AT BATCH "
            CTL-BATCH-ID
        STOP RUN
    END-IF
    IF WS-BRT-COUNT = 5000
        DISPLAY "FATAL: MORE THAN 5000 BRANCHES ON CONTROL-FILE - "
            "ENLARGE WS-BRANCH-TABLE"
        STOP RUN
    END-IF
    ADD 1 TO WS-BRT-COUNT
    SET BRT-IDX TO WS-BRT-COUNT
    MOVE CTL-BATCH-ID TO WS-BRT-BATCH-ID (BRT-IDX)
    MOVE CTL-OPEN-AREA-1 TO WS-BRT-OPEN-1 (BRT-IDX)
    MOVE ZEROS TO WS-BRT-DEBITS (BRT-IDX)
                  WS-BRT-CREDITS (BRT-IDX)
                  WS-BRT-REV-DEBITS (BRT-IDX)
                  WS-BRT-REV-CREDITS (BRT-IDX)
                  WS-BRT-AUD-ADDS (BRT-IDX)
                  WS-BRT-AUD-SUBTRACTS (BRT-IDX)
                  WS-BRT-AUD-REVERSALS (BRT-IDX)
                  WS-BRT-AUD-ADJ-1 (BRT-IDX)
                  WS-BRT-JOURNAL-COUNT (BRT-IDX)
                  WS-BRT-JOURNAL-AMOUNT (BRT-IDX)
    MOVE "N" TO WS-BRT-AUDIT-SW (BRT-IDX)
    MOVE CTL-BATCH-ID TO WS-PREV-CTL-BATCH-ID.

FIND-BRANCH-ENTRY.
    MOVE "N" TO WS-BRANCH-FOUND-SW
    SEARCH ALL WS-BRT-ENTRY
        AT END
            CONTINUE
        WHEN WS-BRT-BATCH-ID (BRT-IDX) = WS-LOOKUP-BATCH-ID
            SET WS-BRANCH-FOUND TO TRUE
    END-SEARCH.

*> A branch not on the unload keeps its own small tally, reported
*> after the branches that are.
FIND-UNLISTED-ENTRY.
    MOVE ZEROS TO WS-UNL-FOUND
    PERFORM VARYING WS-UNL-SUB FROM 1 BY 1
            UNTIL WS-UNL-SUB > WS-UNL-COUNT OR WS-UNL-FOUND > ZEROS
        IF WS-UNL-BATCH-ID (WS-UNL-SUB) = WS-LOOKUP-BATCH-ID
            MOVE WS-UNL-SUB TO WS-UNL-FOUND
        END-IF
    END-PERFORM
    IF WS-UNL-FOUND = ZEROS
        IF WS-UNL-COUNT = 100
            DISPLAY "FATAL: MORE THAN 100 BRANCHES NOT ON CONTROL-FILE "
                "- ENLARGE WS-UNLISTED-TABLE"
            STOP RUN
        END-IF
        ADD 1 TO WS-UNL-COUNT
        MOVE WS-UNL-COUNT TO WS-UNL-FOUND
        MOVE WS-LOOKUP-BATCH-ID TO WS-UNL-BATCH-ID (WS-UNL-FOUND)
        MOVE ZEROS TO WS-UNL-POSTED-COUNT (WS-UNL-FOUND)
                      WS-UNL-POSTED-AMOUNT (WS-UNL-FOUND)
                      WS-UNL-JOURNAL-COUNT (WS-UNL-FOUND)
                      WS-UNL-JOURNAL-AMOUNT (WS-UNL-FOUND)
    END-IF.

*> Every item the edit took in tonight against everywhere the edit
*> put it.
PROVE-EDIT-FLOW.
    MOVE ZEROS TO WS-EQUATION-TOTALS
    MOVE "EDIT - ITEMS TAKEN IN" TO WS-FLL-LABEL
    PERFORM WRITE-SECTION-HEADER

    PERFORM TALLY-TRANSMISSION-FILE
    MOVE "TRANIN     TRANSMITTED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-IN
    PERFORM TALLY-SUSPENSE-IN-FILE
    MOVE "SUSPFILE   HELD IN SUSPENSE" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-IN
    PERFORM TALLY-CARRYOVER-IN-FILE
    MOVE "CARRYFILE  CARRIED FORWARD" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-IN
    PERFORM TALLY-RECYCLE-IN-FILE
    MOVE "RECYCLE    REPAIRED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-IN
    PERFORM TALLY-RELEASE-IN-FILE
    MOVE "DUPRPT     RELEASES KEYED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-IN
    MOVE "TOTAL TAKEN IN" TO WS-FLL-LABEL
    MOVE WS-IN-COUNT TO WS-FLL-COUNT
    MOVE WS-IN-AMOUNT TO WS-FLL-AMOUNT
    PERFORM WRITE-FLOW-LINE

    MOVE "EDIT - ITEMS ACCOUNTED FOR" TO WS-FLL-LABEL
    PERFORM WRITE-SECTION-HEADER
    PERFORM TALLY-CLEAN-FILE
    MOVE WS-FILE-TALLY TO WS-CLEAN-TALLY
    MOVE "TRANFILE   PASSED CLEAN" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM TALLY-REJECT-FILE
    MOVE "REJFILE    REJECTED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM TALLY-SUSPENSE-OUT-FILE
    MOVE "SUSPNEW    HELD IN SUSPENSE" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM TALLY-WRITE-OFF-FILE
    MOVE "WOFFFILE   WRITTEN OFF" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM TALLY-DUPLICATE-FILE
    MOVE "DUPFILE    HELD AS DUPLICATES" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM TALLY-REFUSED-RELEASES
    MOVE "DUPRPT     RELEASES REFUSED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM FINISH-EQUATION
    IF WS-EQUATION-BROKEN
        MOVE "X601" TO WS-EXC-CODE
        PERFORM WRITE-EQUATION-EXCEPTION
    END-IF.

*> Every item passed clean to the reconciliation against everywhere
*> the reconciliation put it.
PROVE-RECONCILIATION-FLOW.
    MOVE ZEROS TO WS-EQUATION-TOTALS
    MOVE "RECONCILIATION - ITEMS TAKEN IN" TO WS-FLL-LABEL
    PERFORM WRITE-SECTION-HEADER
    MOVE WS-CLEAN-TALLY TO WS-FILE-TALLY
    MOVE "TRANFILE   PASSED CLEAN" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-IN
    MOVE "TOTAL TAKEN IN" TO WS-FLL-LABEL
    MOVE WS-IN-COUNT TO WS-FLL-COUNT
    MOVE WS-IN-AMOUNT TO WS-FLL-AMOUNT
    PERFORM WRITE-FLOW-LINE

    MOVE "RECONCILIATION - ITEMS ACCOUNTED FOR" TO WS-FLL-LABEL
    PERFORM WRITE-SECTION-HEADER
    PERFORM SCAN-POSTED-ITEMS
    MOVE WS-POSTED-DEBIT-COUNT TO WS-FILE-COUNT
    MOVE WS-POSTED-DEBIT-AMOUNT TO WS-FILE-AMOUNT
    MOVE "POSTHIST   DEBITS POSTED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    MOVE WS-POSTED-CREDIT-COUNT TO WS-FILE-COUNT
    MOVE WS-POSTED-CREDIT-AMOUNT TO WS-FILE-AMOUNT
    MOVE "POSTHIST   CREDITS POSTED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    MOVE WS-POSTED-REV-COUNT TO WS-FILE-COUNT
    MOVE WS-POSTED-REV-AMOUNT TO WS-FILE-AMOUNT
    MOVE "POSTHIST   REVERSALS MATCHED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM TALLY-REVERSAL-REJECT-FILE
    MOVE "REVREJ     REVERSALS REFUSED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM TALLY-CARRYOVER-OUT-FILE
    MOVE "CARRYNEW   CARRIED FORWARD" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM TALLY-ORPHAN-FILE
    MOVE "ORPHFILE   ORPHANS DROPPED" TO WS-FLL-LABEL
    PERFORM ADD-TALLY-TO-OUT
    PERFORM FINISH-EQUATION
    IF WS-EQUATION-BROKEN
        MOVE "X602" TO WS-EXC-CODE
        PERFORM WRITE-EQUATION-EXCEPTION
    END-IF.

ADD-TALLY-TO-IN.
    ADD WS-FILE-COUNT TO WS-IN-COUNT
    ADD WS-FILE-AMOUNT TO WS-IN-AMOUNT
    MOVE WS-FILE-COUNT TO WS-FLL-COUNT
    MOVE WS-FILE-AMOUNT TO WS-FLL-AMOUNT
    PERFORM WRITE-FLOW-LINE.

ADD-TALLY-TO-OUT.
    ADD WS-FILE-COUNT TO WS-OUT-COUNT
    ADD WS-FILE-AMOUNT TO WS-OUT-AMOUNT
    MOVE WS-FILE-COUNT TO WS-FLL-COUNT
    MOVE WS-FILE-AMOUNT TO WS-FLL-AMOUNT
    PERFORM WRITE-FLOW-LINE.

*> Close an equation: the accounted-for total, the difference from
*> what was taken in, and whether it balances.
FINISH-EQUATION.
    MOVE "TOTAL ACCOUNTED FOR" TO WS-FLL-LABEL
    MOVE WS-OUT-COUNT TO WS-FLL-COUNT
    MOVE WS-OUT-AMOUNT TO WS-FLL-AMOUNT
    PERFORM WRITE-FLOW-LINE
    COMPUTE WS-DIFF-COUNT = WS-IN-COUNT - WS-OUT-COUNT
    COMPUTE WS-DIFF-AMOUNT = WS-IN-AMOUNT - WS-OUT-AMOUNT
    MOVE "DIFFERENCE" TO WS-FLL-LABEL
    MOVE WS-DIFF-COUNT TO WS-FLL-COUNT
    MOVE WS-DIFF-AMOUNT TO WS-FLL-AMOUNT
    PERFORM WRITE-FLOW-LINE
    MOVE SPACES TO FLOW-REPORT-RECORD
    IF WS-DIFF-COUNT = ZEROS AND WS-DIFF-AMOUNT = ZEROS
        MOVE "N" TO WS-EQUATION-SW
        MOVE "  EQUATION BALANCES" TO FLOW-REPORT-RECORD
    ELSE
        SET WS-EQUATION-BROKEN TO TRUE
        ADD 1 TO WS-BREAK-COUNT
        MOVE "  *** EQUATION BROKEN ***" TO FLOW-REPORT-RECORD
    END-IF
    PERFORM WRITE-FLOW-REPORT-LINE.

WRITE-EQUATION-EXCEPTION.
    MOVE "CRIT" TO WS-EXC-SEVERITY
    MOVE SPACES TO WS-EXC-BATCH-ID
    MOVE SPACES TO WS-EXC-VALUES
    MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT
    MOVE WS-DIFF-AMOUNT TO WS-AMOUNT-EDIT
    STRING "ITEMS UNACCOUNTED FOR " WS-COUNT-EDIT
        " AMOUNT " WS-AMOUNT-EDIT
        DELIMITED BY SIZE INTO WS-EXC-VALUES
    PERFORM WRITE-EXCEPTION-RECORD.

*> Amount of an item in its common leading columns; an item whose
*> amount is not numeric is counted but adds nothing.
TALLY-ONE-ITEM.
    ADD 1 TO WS-FILE-COUNT
    IF WS-ITEM-AMOUNT-TEXT NUMERIC
        ADD WS-ITEM-AMOUNT TO WS-FILE-AMOUNT
    END-IF.

TALLY-TRANSMISSION-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT TRANSACTION-IN-FILE
    IF WS-TRANIN-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN TRANSACTION-IN-FILE - STATUS "
            WS-TRANIN-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ TRANSACTION-IN-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                MOVE TRANSACTION-IN-RECORD (7:9) TO WS-ITEM-AMOUNT-TEXT
                PERFORM TALLY-ONE-ITEM
        END-READ
    END-PERFORM
    CLOSE TRANSACTION-IN-FILE.

*> The inbound suspense, carryover, and repaired files are optional,
*> as they are to the edit, and end in a control trailer.
TALLY-SUSPENSE-IN-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT SUSPENSE-IN-FILE
    IF WS-SUSPENSE-IN-STATUS = "00"
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM UNTIL WS-FILE-EOF
            READ SUSPENSE-IN-FILE
                AT END
                    SET WS-FILE-EOF TO TRUE
                NOT AT END
                    IF SUSPENSE-IN-RECORD (1:5) NOT = "*TRL*"
                        MOVE SUSPENSE-IN-RECORD (7:9)
                            TO WS-ITEM-AMOUNT-TEXT
                        PERFORM TALLY-ONE-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-IN-FILE
    END-IF.

TALLY-CARRYOVER-IN-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT CARRYOVER-IN-FILE
    IF WS-CARRYOVER-IN-STATUS = "00"
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM UNTIL WS-FILE-EOF
            READ CARRYOVER-IN-FILE
                AT END
                    SET WS-FILE-EOF TO TRUE
                NOT AT END
                    IF CARRYOVER-IN-RECORD (1:5) NOT = "*TRL*"
                        MOVE CARRYOVER-IN-RECORD (7:9)
                            TO WS-ITEM-AMOUNT-TEXT
                        PERFORM TALLY-ONE-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARRYOVER-IN-FILE
    END-IF.

TALLY-RECYCLE-IN-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT RECYCLE-IN-FILE
    IF WS-RECYCLE-IN-STATUS = "00"
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM UNTIL WS-FILE-EOF
            READ RECYCLE-IN-FILE
                AT END
                    SET WS-FILE-EOF TO TRUE
                NOT AT END
                    IF RECYCLE-IN-RECORD (1:5) NOT = "*TRL*"
                        MOVE RECYCLE-IN-RECORD (7:9)
                            TO WS-ITEM-AMOUNT-TEXT
                        PERFORM TALLY-ONE-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECYCLE-IN-FILE
    END-IF.

*> Every release keyed tonight is on the duplicate report, released
*> into the edit or refused.
TALLY-RELEASE-IN-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT DUPLICATE-REPORT-FILE
    IF WS-DUPLICATE-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN DUPLICATE-REPORT-FILE - STATUS "
            WS-DUPLICATE-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ DUPLICATE-REPORT-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                IF DRP-STATUS = "RELEASED" OR DRP-STATUS = "REFUSED"
                    MOVE DRP-AMOUNT TO WS-ITEM-AMOUNT-TEXT
                    PERFORM TALLY-ONE-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE DUPLICATE-REPORT-FILE.

TALLY-CLEAN-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT CLEAN-FILE
    IF WS-CLEAN-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CLEAN-FILE - STATUS "
            WS-CLEAN-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ CLEAN-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                IF CLEAN-RECORD (1:5) NOT = "*TRL*"
                    MOVE CLEAN-RECORD (7:9) TO WS-ITEM-AMOUNT-TEXT
                    PERFORM TALLY-ONE-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE CLEAN-FILE.

TALLY-REJECT-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT REJECT-FILE
    IF WS-REJECT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN REJECT-FILE - STATUS "
            WS-REJECT-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ REJECT-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                MOVE REJECT-RECORD (7:9) TO WS-ITEM-AMOUNT-TEXT
                PERFORM TALLY-ONE-ITEM
        END-READ
    END-PERFORM
    CLOSE REJECT-FILE.

TALLY-SUSPENSE-OUT-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT SUSPENSE-OUT-FILE
    IF WS-SUSPENSE-OUT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN SUSPENSE-OUT-FILE - STATUS "
            WS-SUSPENSE-OUT-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ SUSPENSE-OUT-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                IF SUSPENSE-OUT-RECORD (1:5) NOT = "*TRL*"
                    MOVE SUSPENSE-OUT-RECORD (7:9)
                        TO WS-ITEM-AMOUNT-TEXT
                    PERFORM TALLY-ONE-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE SUSPENSE-OUT-FILE.

*> Each item written off is also netted for the write-off entry
*> check: debits and reversed credits up, credits and reversed debits
*> down.
TALLY-WRITE-OFF-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT WRITE-OFF-FILE
    IF WS-WRITE-OFF-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN WRITE-OFF-FILE - STATUS "
            WS-WRITE-OFF-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ WRITE-OFF-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                IF WRITE-OFF-RECORD (1:5) NOT = "*TRL*"
                    MOVE WOF-AMOUNT TO WS-ITEM-AMOUNT-TEXT
                    PERFORM TALLY-ONE-ITEM
                    PERFORM NET-WRITE-OFF-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE WRITE-OFF-FILE.

NET-WRITE-OFF-ITEM.
    MOVE WS-GL-WRITE-OFF-BATCH-ID TO WS-LOOKUP-BATCH-ID
    PERFORM FIND-WRITE-OFF-ENTRY
    IF WS-ITEM-AMOUNT-TEXT NUMERIC
        EVALUATE TRUE
            WHEN WOF-IS-DEBIT
                    OR (WOF-IS-REVERSAL AND WOF-ORIG-CREDIT)
                ADD WS-ITEM-AMOUNT
                    TO WS-WOE-ITEM-AMOUNT (WS-WOE-FOUND)
            WHEN WOF-IS-CREDIT
                    OR (WOF-IS-REVERSAL AND WOF-ORIG-DEBIT)
                SUBTRACT WS-ITEM-AMOUNT
                    FROM WS-WOE-ITEM-AMOUNT (WS-WOE-FOUND)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

FIND-WRITE-OFF-ENTRY.
    MOVE ZEROS TO WS-WOE-FOUND
    PERFORM VARYING WS-WOE-SUB FROM 1 BY 1
            UNTIL WS-WOE-SUB > WS-WOE-COUNT OR WS-WOE-FOUND > ZEROS
        IF WS-WOE-BATCH-ID (WS-WOE-SUB) = WS-LOOKUP-BATCH-ID
            MOVE WS-WOE-SUB TO WS-WOE-FOUND
        END-IF
    END-PERFORM
    IF WS-WOE-FOUND = ZEROS
        IF WS-WOE-COUNT = 500
            DISPLAY "FATAL: MORE THAN 500 BATCH IDS WITH WRITE-OFF "
                "ENTRIES - ENLARGE WS-WRITE-OFF-TABLE"
            STOP RUN
        END-IF
        ADD 1 TO WS-WOE-COUNT
        MOVE WS-WOE-COUNT TO WS-WOE-FOUND
        MOVE WS-LOOKUP-BATCH-ID TO WS-WOE-BATCH-ID (WS-WOE-FOUND)
        MOVE ZEROS TO WS-WOE-ITEM-AMOUNT (WS-WOE-FOUND)
                      WS-WOE-JOURNAL-COUNT (WS-WOE-FOUND)
                      WS-WOE-JOURNAL-AMOUNT (WS-WOE-FOUND)
    END-IF.

TALLY-DUPLICATE-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT DUPLICATE-FILE
    IF WS-DUPLICATE-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN DUPLICATE-FILE - STATUS "
            WS-DUPLICATE-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ DUPLICATE-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                MOVE DUPLICATE-RECORD (7:9) TO WS-ITEM-AMOUNT-TEXT
                PERFORM TALLY-ONE-ITEM
        END-READ
    END-PERFORM
    CLOSE DUPLICATE-FILE.

*> A refused release leaves its item held where it already was, so
*> it is accounted for by the report line that refused it.
TALLY-REFUSED-RELEASES.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT DUPLICATE-REPORT-FILE
    IF WS-DUPLICATE-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN DUPLICATE-REPORT-FILE - STATUS "
            WS-DUPLICATE-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ DUPLICATE-REPORT-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                IF DRP-STATUS = "REFUSED"
                    MOVE DRP-AMOUNT TO WS-ITEM-AMOUNT-TEXT
                    PERFORM TALLY-ONE-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE DUPLICATE-REPORT-FILE.

*> What the nightly pass posted for the business date, by type, and
*> by branch. POSTHIST not yet created means nothing was posted.
SCAN-POSTED-ITEMS.
    OPEN INPUT POSTED-ITEM-FILE
    IF WS-POSTED-ITEM-STATUS = "00"
        MOVE "N" TO WS-FILE-EOF-SW
        MOVE LOW-VALUES TO PST-KEY
        START POSTED-ITEM-FILE KEY IS NOT LESS THAN PST-KEY
            INVALID KEY
                SET WS-FILE-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-FILE-EOF
            READ POSTED-ITEM-FILE NEXT RECORD
                AT END
                    SET WS-FILE-EOF TO TRUE
                NOT AT END
                    IF PST-BUSINESS-DATE = WS-CYCLE-DATE
                            AND PST-PASS = "1"
                        PERFORM TALLY-POSTED-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE POSTED-ITEM-FILE
    ELSE
        IF WS-POSTED-ITEM-STATUS NOT = "35"
            DISPLAY "FATAL: CANNOT OPEN POSTED-ITEM-FILE - STATUS "
                WS-POSTED-ITEM-STATUS
            STOP RUN
        END-IF
    END-IF.

TALLY-POSTED-ITEM.
    EVALUATE PST-TRAN-TYPE
        WHEN "D"
            ADD 1 TO WS-POSTED-DEBIT-COUNT
            ADD PST-AMOUNT TO WS-POSTED-DEBIT-AMOUNT
        WHEN "C"
            ADD 1 TO WS-POSTED-CREDIT-COUNT
            ADD PST-AMOUNT TO WS-POSTED-CREDIT-AMOUNT
        WHEN OTHER
            ADD 1 TO WS-POSTED-REV-COUNT
            ADD PST-AMOUNT TO WS-POSTED-REV-AMOUNT
    END-EVALUATE
    MOVE PST-BATCH-ID TO WS-LOOKUP-BATCH-ID
    PERFORM FIND-BRANCH-ENTRY
    IF WS-BRANCH-FOUND
        EVALUATE TRUE
            WHEN PST-TRAN-TYPE = "D"
                ADD PST-AMOUNT TO WS-BRT-DEBITS (BRT-IDX)
            WHEN PST-TRAN-TYPE = "C"
                ADD PST-AMOUNT TO WS-BRT-CREDITS (BRT-IDX)
            WHEN PST-ORIG-TYPE = "D"
                ADD PST-AMOUNT TO WS-BRT-REV-DEBITS (BRT-IDX)
            WHEN OTHER
                ADD PST-AMOUNT TO WS-BRT-REV-CREDITS (BRT-IDX)
        END-EVALUATE
    ELSE
        PERFORM FIND-UNLISTED-ENTRY
        ADD 1 TO WS-UNL-POSTED-COUNT (WS-UNL-FOUND)
        ADD PST-AMOUNT TO WS-UNL-POSTED-AMOUNT (WS-UNL-FOUND)
    END-IF.

TALLY-REVERSAL-REJECT-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT REVERSAL-REJECT-FILE
    IF WS-REVERSAL-REJECT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN REVERSAL-REJECT-FILE - STATUS "
            WS-REVERSAL-REJECT-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ REVERSAL-REJECT-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                MOVE REVERSAL-REJECT-RECORD (7:9) TO WS-ITEM-AMOUNT-TEXT
                PERFORM TALLY-ONE-ITEM
        END-READ
    END-PERFORM
    CLOSE REVERSAL-REJECT-FILE.

TALLY-CARRYOVER-OUT-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT CARRYOVER-OUT-FILE
    IF WS-CARRYOVER-OUT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CARRYOVER-OUT-FILE - STATUS "
            WS-CARRYOVER-OUT-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ CARRYOVER-OUT-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                IF CARRYOVER-OUT-RECORD (1:5) NOT = "*TRL*"
                    MOVE CARRYOVER-OUT-RECORD (7:9)
                        TO WS-ITEM-AMOUNT-TEXT
                    PERFORM TALLY-ONE-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE CARRYOVER-OUT-FILE.

TALLY-ORPHAN-FILE.
    MOVE ZEROS TO WS-FILE-TALLY
    OPEN INPUT ORPHAN-FILE
    IF WS-ORPHAN-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN ORPHAN-FILE - STATUS "
            WS-ORPHAN-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ ORPHAN-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                MOVE ORPHAN-RECORD (7:9) TO WS-ITEM-AMOUNT-TEXT
                PERFORM TALLY-ONE-ITEM
        END-READ
    END-PERFORM
    CLOSE ORPHAN-FILE.

*> The journal extract: each batch-close entry to its branch, the
*> company total and the hash trailer kept for the company proof.
LOAD-JOURNAL-EXTRACT.
    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN JOURNAL-FILE - STATUS "
            WS-JOURNAL-STATUS
        STOP RUN
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-FILE-EOF
        READ JOURNAL-FILE
            AT END
                SET WS-FILE-EOF TO TRUE
            NOT AT END
                PERFORM TAKE-JOURNAL-RECORD
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE.

TAKE-JOURNAL-RECORD.
    IF JRN-DEBIT-ACCT = WS-GL-CREDIT-ACCT
        COMPUTE WS-JOURNAL-SIGNED-AMOUNT = 0 - JRN-AMOUNT
    ELSE
        MOVE JRN-AMOUNT TO WS-JOURNAL-SIGNED-AMOUNT
    END-IF
    EVALUATE TRUE
        WHEN JRN-IS-DETAIL AND JRN-DESCRIPTION = "SUSPENSE WRITE-OFF"
            ADD 1 TO WS-WRITE-OFF-ENTRY-COUNT
            PERFORM ADD-TO-JOURNAL-HASH
            PERFORM TAKE-WRITE-OFF-ENTRY
        WHEN JRN-IS-DETAIL
            ADD 1 TO WS-DETAIL-COUNT
            ADD WS-JOURNAL-SIGNED-AMOUNT TO WS-DETAIL-TOTAL
            PERFORM ADD-TO-JOURNAL-HASH
            MOVE JRN-BATCH-ID TO WS-LOOKUP-BATCH-ID
            PERFORM FIND-BRANCH-ENTRY
            IF WS-BRANCH-FOUND
                ADD 1 TO WS-BRT-JOURNAL-COUNT (BRT-IDX)
                ADD WS-JOURNAL-SIGNED-AMOUNT
                    TO WS-BRT-JOURNAL-AMOUNT (BRT-IDX)
            ELSE
                PERFORM FIND-UNLISTED-ENTRY
                ADD 1 TO WS-UNL-JOURNAL-COUNT (WS-UNL-FOUND)
                ADD WS-JOURNAL-SIGNED-AMOUNT
                    TO WS-UNL-JOURNAL-AMOUNT (WS-UNL-FOUND)
            END-IF
        WHEN JRN-IS-TOTAL
            ADD 1 TO WS-TOTAL-ENTRY-COUNT
            ADD WS-JOURNAL-SIGNED-AMOUNT TO WS-TOTAL-ENTRY-AMOUNT
            PERFORM ADD-TO-JOURNAL-HASH
        WHEN JRN-IS-TRAILER
            ADD 1 TO WS-TRAILER-COUNT
            MOVE JRN-RECORD-COUNT TO WS-TRAILER-RECORD-COUNT
            MOVE JRN-AMOUNT TO WS-TRAILER-HASH
            MOVE JRN-JOURNAL-DATE TO WS-TRAILER-JOURNAL-DATE
        WHEN OTHER
            ADD 1 TO WS-OTHER-RECORD-COUNT
    END-EVALUATE.

*> A write-off entry is negative when it debits the suspense-clearing
*> account.
TAKE-WRITE-OFF-ENTRY.
    IF JRN-DEBIT-ACCT = WS-GL-SUSP-CLEARING-ACCT
        COMPUTE WS-JOURNAL-SIGNED-AMOUNT = 0 - JRN-AMOUNT
    ELSE
        MOVE JRN-AMOUNT TO WS-JOURNAL-SIGNED-AMOUNT
    END-IF
    MOVE JRN-BATCH-ID TO WS-LOOKUP-BATCH-ID
    PERFORM FIND-WRITE-OFF-ENTRY
    ADD 1 TO WS-WOE-JOURNAL-COUNT (WS-WOE-FOUND)
    ADD WS-JOURNAL-SIGNED-AMOUNT
        TO WS-WOE-JOURNAL-AMOUNT (WS-WOE-FOUND).

*> The hash is the plain sum of the entry amounts, wrapped the way
*> the extract writer wraps it.
ADD-TO-JOURNAL-HASH.
    ADD JRN-AMOUNT TO WS-JOURNAL-HASH
        ON SIZE ERROR
            COMPUTE WS-JOURNAL-HASH =
                WS-JOURNAL-HASH + JRN-AMOUNT - 10000000000000
    END-ADD.

*> The reconciliation's registered activity for each branch: the last
*> RECN line for a batch is the one that stands, since a rerun or a
*> restart appends to the day's audit file. No audit file at all
*> leaves every branch without its line.
LOAD-AUDIT-LINES.
    IF WS-TRAILER-COUNT > ZEROS
        MOVE WS-TRAILER-JOURNAL-DATE TO WS-AUDIT-DATE
    ELSE
        MOVE WS-RUN-DATE TO WS-AUDIT-DATE
    END-IF
    MOVE SPACES TO WS-AUDIT-FILENAME
    STRING "AUDIT" WS-AUDIT-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-AUDIT-FILENAME
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "35"
        DISPLAY "FATAL: CANNOT OPEN AUDIT-FILE " WS-AUDIT-FILENAME
            " - STATUS " WS-AUDIT-STATUS
        STOP RUN
    END-IF
    IF WS-AUDIT-STATUS = "00"
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM UNTIL WS-FILE-EOF
            READ AUDIT-FILE
                AT END
                    SET WS-FILE-EOF TO TRUE
                NOT AT END
                    MOVE AUDIT-RECORD TO WS-AUDIT-LINE-IMAGE
                    IF WS-AUI-REC-TYPE = "RECN"
                        PERFORM TAKE-AUDIT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.

TAKE-AUDIT-LINE.
    MOVE WS-AUI-BATCH-ID TO WS-LOOKUP-BATCH-ID
    PERFORM FIND-BRANCH-ENTRY
    IF WS-BRANCH-FOUND
        MOVE "Y" TO WS-BRT-AUDIT-SW (BRT-IDX)
        MOVE FUNCTION NUMVAL (WS-AUI-ADD-AMT)
            TO WS-BRT-AUD-ADDS (BRT-IDX)
        MOVE FUNCTION NUMVAL (WS-AUI-SUBTRACT-AMT)
            TO WS-BRT-AUD-SUBTRACTS (BRT-IDX)
        MOVE FUNCTION NUMVAL (WS-AUI-REVERSAL-AMT)
            TO WS-BRT-AUD-REVERSALS (BRT-IDX)
        MOVE FUNCTION NUMVAL (WS-AUI-ADJ-1)
            TO WS-BRT-AUD-ADJ-1 (BRT-IDX)
    END-IF.

*> Each branch on the unload: the registered activity is the posted
*> items, and the one batch-close entry is the opening carried
*> through them. Only the checks that fail are listed.
PROVE-BRANCH-TOTALS.
    MOVE "JOURNAL EXTRACT - BRANCH TOTALS" TO WS-FLL-LABEL
    PERFORM WRITE-SECTION-HEADER
    MOVE WS-BREAK-HEADER TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    PERFORM VARYING BRT-IDX FROM 1 BY 1 UNTIL BRT-IDX > WS-BRT-COUNT
        PERFORM CHECK-ONE-BRANCH
    END-PERFORM
    PERFORM VARYING WS-UNL-SUB FROM 1 BY 1
            UNTIL WS-UNL-SUB > WS-UNL-COUNT
        PERFORM CHECK-UNLISTED-BRANCH
    END-PERFORM
    MOVE SPACES TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    MOVE SPACES TO FLOW-REPORT-RECORD
    STRING "  BRANCHES: " WS-BRT-COUNT
        "   PROVED: " WS-PROVED-BRANCH-COUNT
        "   BROKEN: " WS-BROKEN-BRANCH-COUNT
        "   NOT ON UNLOAD: " WS-UNL-COUNT
        "   BREAKS: " WS-BRANCH-BREAK-COUNT
        DELIMITED BY SIZE INTO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE.

CHECK-ONE-BRANCH.
    MOVE "N" TO WS-BRANCH-BROKEN-SW
    MOVE WS-BRT-BATCH-ID (BRT-IDX) TO WS-BREAK-BATCH-ID
    IF WS-BRT-AUDITED (BRT-IDX)
        IF WS-BRT-AUD-ADDS (BRT-IDX) NOT = WS-BRT-DEBITS (BRT-IDX)
            MOVE "AUDIT ADDS NOT DEBITS POSTED" TO WS-CHECK-TEXT
            MOVE WS-BRT-DEBITS (BRT-IDX) TO WS-EXPECTED-AMOUNT
            MOVE WS-BRT-AUD-ADDS (BRT-IDX) TO WS-ACTUAL-AMOUNT
            PERFORM WRITE-BRANCH-BREAK
        END-IF
        IF WS-BRT-AUD-SUBTRACTS (BRT-IDX) NOT = WS-BRT-CREDITS (BRT-IDX)
            MOVE "AUDIT SUBTRACTS NOT CREDITS" TO WS-CHECK-TEXT
            MOVE WS-BRT-CREDITS (BRT-IDX) TO WS-EXPECTED-AMOUNT
            MOVE WS-BRT-AUD-SUBTRACTS (BRT-IDX) TO WS-ACTUAL-AMOUNT
            PERFORM WRITE-BRANCH-BREAK
        END-IF
        COMPUTE WS-EXPECTED-AMOUNT = WS-BRT-REV-DEBITS (BRT-IDX)
            + WS-BRT-REV-CREDITS (BRT-IDX)
        IF WS-BRT-AUD-REVERSALS (BRT-IDX) NOT = WS-EXPECTED-AMOUNT
            MOVE "AUDIT REVERSALS NOT MATCHED" TO WS-CHECK-TEXT
            MOVE WS-BRT-AUD-REVERSALS (BRT-IDX) TO WS-ACTUAL-AMOUNT
            PERFORM WRITE-BRANCH-BREAK
        END-IF
    ELSE
        MOVE "NO RECONCILIATION AUDIT LINE" TO WS-CHECK-TEXT
        MOVE ZEROS TO WS-EXPECTED-AMOUNT
        MOVE ZEROS TO WS-ACTUAL-AMOUNT
        PERFORM WRITE-BRANCH-BREAK
    END-IF
    COMPUTE WS-EXPECTED-AMOUNT = WS-BRT-OPEN-1 (BRT-IDX)
        + WS-BRT-DEBITS (BRT-IDX) - WS-BRT-REV-DEBITS (BRT-IDX)
        + WS-BRT-AUD-ADJ-1 (BRT-IDX)
    MOVE WS-BRT-JOURNAL-AMOUNT (BRT-IDX) TO WS-ACTUAL-AMOUNT
    EVALUATE TRUE
        WHEN WS-BRT-JOURNAL-COUNT (BRT-IDX) = ZEROS
            MOVE "NO BATCH-CLOSE ENTRY ON GLEXTR" TO WS-CHECK-TEXT
            PERFORM WRITE-BRANCH-BREAK
        WHEN WS-BRT-JOURNAL-COUNT (BRT-IDX) > 1
            MOVE "MORE THAN ONE BATCH-CLOSE ENTRY" TO WS-CHECK-TEXT
            PERFORM WRITE-BRANCH-BREAK
        WHEN WS-ACTUAL-AMOUNT NOT = WS-EXPECTED-AMOUNT
            MOVE "BATCH CLOSE NOT ITEMS POSTED" TO WS-CHECK-TEXT
            PERFORM WRITE-BRANCH-BREAK
    END-EVALUATE
    IF WS-BRANCH-BROKEN
        ADD 1 TO WS-BROKEN-BRANCH-COUNT
    ELSE
        ADD 1 TO WS-PROVED-BRANCH-COUNT
    END-IF.

*> Items posted, or an entry journaled, for a branch the unload does
*> not carry have no branch total to be proved against.
CHECK-UNLISTED-BRANCH.
    MOVE WS-UNL-BATCH-ID (WS-UNL-SUB) TO WS-BREAK-BATCH-ID
    MOVE ZEROS TO WS-EXPECTED-AMOUNT
    IF WS-UNL-POSTED-COUNT (WS-UNL-SUB) > ZEROS
        MOVE "ITEMS POSTED, NOT ON UNLOAD" TO WS-CHECK-TEXT
        MOVE WS-UNL-POSTED-AMOUNT (WS-UNL-SUB) TO WS-ACTUAL-AMOUNT
        PERFORM WRITE-BRANCH-BREAK
    END-IF
    IF WS-UNL-JOURNAL-COUNT (WS-UNL-SUB) > ZEROS
        MOVE "GLEXTR ENTRY, NOT ON UNLOAD" TO WS-CHECK-TEXT
        MOVE WS-UNL-JOURNAL-AMOUNT (WS-UNL-SUB) TO WS-ACTUAL-AMOUNT
        PERFORM WRITE-BRANCH-BREAK
    END-IF.

WRITE-BRANCH-BREAK.
    SET WS-BRANCH-BROKEN TO TRUE
    ADD 1 TO WS-BREAK-COUNT
    ADD 1 TO WS-BRANCH-BREAK-COUNT
    MOVE "BREAK" TO WS-BKD-RESULT
    PERFORM WRITE-BREAK-DETAIL
    MOVE "X603" TO WS-EXC-CODE
    MOVE WS-BREAK-BATCH-ID TO WS-EXC-BATCH-ID
    PERFORM WRITE-BREAK-EXCEPTION.

WRITE-BREAK-DETAIL.
    MOVE WS-BREAK-BATCH-ID TO WS-BKD-BATCH-ID
    MOVE WS-CHECK-TEXT TO WS-BKD-CHECK
    MOVE WS-EXPECTED-AMOUNT TO WS-AMOUNT-EDIT
    MOVE WS-AMOUNT-EDIT TO WS-BKD-EXPECTED
    MOVE WS-AMOUNT-EDIT TO WS-EXPECTED-EDIT
    MOVE WS-ACTUAL-AMOUNT TO WS-AMOUNT-EDIT
    MOVE WS-AMOUNT-EDIT TO WS-BKD-ACTUAL
    MOVE WS-AMOUNT-EDIT TO WS-ACTUAL-EDIT
    COMPUTE WS-AMOUNT-EDIT = WS-ACTUAL-AMOUNT - WS-EXPECTED-AMOUNT
    MOVE WS-AMOUNT-EDIT TO WS-BKD-DIFFERENCE
    MOVE WS-BREAK-DETAIL TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE.

WRITE-BREAK-EXCEPTION.
    MOVE "CRIT" TO WS-EXC-SEVERITY
    MOVE SPACES TO WS-EXC-VALUES
    STRING WS-CHECK-TEXT " EXP " WS-EXPECTED-EDIT
        " GOT " WS-ACTUAL-EDIT
        DELIMITED BY SIZE INTO WS-EXC-VALUES
    PERFORM WRITE-EXCEPTION-RECORD.

*> The company-total entry against the branch entries, and the hash
*> trailer against the entries it follows. Counts are shown in the
*> amount columns so every check reads the same way.
PROVE-COMPANY-TOTALS.
    MOVE "JOURNAL EXTRACT - COMPANY TOTALS" TO WS-FLL-LABEL
    PERFORM WRITE-SECTION-HEADER
    MOVE WS-BREAK-HEADER TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    MOVE SPACES TO WS-BREAK-BATCH-ID

    MOVE "COMPANY-TOTAL ENTRIES" TO WS-CHECK-TEXT
    MOVE 1 TO WS-EXPECTED-AMOUNT
    MOVE WS-TOTAL-ENTRY-COUNT TO WS-ACTUAL-AMOUNT
    PERFORM CHECK-COMPANY-TOTAL

    MOVE "COMPANY TOTAL = BATCH CLOSES" TO WS-CHECK-TEXT
    MOVE WS-DETAIL-TOTAL TO WS-EXPECTED-AMOUNT
    MOVE WS-TOTAL-ENTRY-AMOUNT TO WS-ACTUAL-AMOUNT
    PERFORM CHECK-COMPANY-TOTAL

    MOVE "HASH TRAILERS" TO WS-CHECK-TEXT
    MOVE 1 TO WS-EXPECTED-AMOUNT
    MOVE WS-TRAILER-COUNT TO WS-ACTUAL-AMOUNT
    PERFORM CHECK-COMPANY-TOTAL

    COMPUTE WS-EXPECTED-ENTRY-COUNT =
        WS-DETAIL-COUNT + WS-TOTAL-ENTRY-COUNT
        + WS-WRITE-OFF-ENTRY-COUNT
    MOVE "TRAILER ENTRY COUNT" TO WS-CHECK-TEXT
    MOVE WS-EXPECTED-ENTRY-COUNT TO WS-EXPECTED-AMOUNT
    MOVE WS-TRAILER-RECORD-COUNT TO WS-ACTUAL-AMOUNT
    PERFORM CHECK-COMPANY-TOTAL

    MOVE WS-JOURNAL-HASH TO WS-JOURNAL-HASH-FIELD
    MOVE "TRAILER AMOUNT HASH" TO WS-CHECK-TEXT
    MOVE WS-JOURNAL-HASH-FIELD TO WS-EXPECTED-AMOUNT
    MOVE WS-TRAILER-HASH TO WS-ACTUAL-AMOUNT
    PERFORM CHECK-COMPANY-TOTAL

    MOVE "UNRECOGNISED EXTRACT RECORDS" TO WS-CHECK-TEXT
    MOVE ZEROS TO WS-EXPECTED-AMOUNT
    MOVE WS-OTHER-RECORD-COUNT TO WS-ACTUAL-AMOUNT
    PERFORM CHECK-COMPANY-TOTAL.

CHECK-COMPANY-TOTAL.
    IF WS-ACTUAL-AMOUNT = WS-EXPECTED-AMOUNT
        MOVE "AGREES" TO WS-BKD-RESULT
        PERFORM WRITE-BREAK-DETAIL
    ELSE
        ADD 1 TO WS-BREAK-COUNT
        ADD 1 TO WS-COMPANY-BREAK-COUNT
        MOVE "BREAK" TO WS-BKD-RESULT
        PERFORM WRITE-BREAK-DETAIL
        MOVE "X604" TO WS-EXC-CODE
        MOVE SPACES TO WS-EXC-BATCH-ID
        PERFORM WRITE-BREAK-EXCEPTION
    END-IF.

*> The reserved write-off id against the one entry tonight's items
*> net to, and any other id carrying a write-off entry against the
*> nothing it should carry. Items that net to nothing are journaled
*> no entry.
PROVE-WRITE-OFF-ENTRIES.
    MOVE "JOURNAL EXTRACT - WRITE-OFFS" TO WS-FLL-LABEL
    PERFORM WRITE-SECTION-HEADER
    MOVE WS-BREAK-HEADER TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    PERFORM VARYING WS-WOE-SUB FROM 1 BY 1
            UNTIL WS-WOE-SUB > WS-WOE-COUNT
        PERFORM CHECK-ONE-WRITE-OFF
    END-PERFORM
    MOVE SPACES TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    MOVE SPACES TO FLOW-REPORT-RECORD
    STRING "  WRITE-OFF BATCH IDS: " WS-WOE-COUNT
        "   ENTRIES: " WS-WRITE-OFF-ENTRY-COUNT
        "   BREAKS: " WS-WRITE-OFF-BREAK-COUNT
        DELIMITED BY SIZE INTO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE.

CHECK-ONE-WRITE-OFF.
    MOVE WS-WOE-BATCH-ID (WS-WOE-SUB) TO WS-BREAK-BATCH-ID
    MOVE WS-WOE-ITEM-AMOUNT (WS-WOE-SUB) TO WS-EXPECTED-AMOUNT
    MOVE WS-WOE-JOURNAL-AMOUNT (WS-WOE-SUB) TO WS-ACTUAL-AMOUNT
    EVALUATE TRUE
        WHEN WS-WOE-JOURNAL-COUNT (WS-WOE-SUB) > 1
            MOVE "MORE THAN ONE WRITE-OFF ENTRY" TO WS-CHECK-TEXT
            PERFORM WRITE-WRITE-OFF-BREAK
        WHEN WS-ACTUAL-AMOUNT NOT = WS-EXPECTED-AMOUNT
            MOVE "WRITE-OFF ENTRY NOT ITEMS" TO WS-CHECK-TEXT
            PERFORM WRITE-WRITE-OFF-BREAK
        WHEN OTHER
            MOVE "WRITE-OFF ENTRY = ITEMS" TO WS-CHECK-TEXT
            MOVE "AGREES" TO WS-BKD-RESULT
            PERFORM WRITE-BREAK-DETAIL
    END-EVALUATE.

WRITE-WRITE-OFF-BREAK.
    ADD 1 TO WS-BREAK-COUNT
    ADD 1 TO WS-WRITE-OFF-BREAK-COUNT
    MOVE "BREAK" TO WS-BKD-RESULT
    PERFORM WRITE-BREAK-DETAIL
    MOVE "X605" TO WS-EXC-CODE
    MOVE WS-BREAK-BATCH-ID TO WS-EXC-BATCH-ID
    PERFORM WRITE-BREAK-EXCEPTION.

WRITE-PROOF-RESULT.
    MOVE SPACES TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    MOVE SPACES TO FLOW-REPORT-RECORD
    IF WS-BREAK-COUNT = ZEROS
        STRING "ITEM FLOW PROVED FOR BUSINESS DATE " WS-CYCLE-DATE
            DELIMITED BY SIZE INTO FLOW-REPORT-RECORD
    ELSE
        STRING "*** ITEM FLOW BROKEN FOR BUSINESS DATE " WS-CYCLE-DATE
            " - " WS-BREAK-COUNT " BREAKS - CYCLE STOPPED ***"
            DELIMITED BY SIZE INTO FLOW-REPORT-RECORD
    END-IF
    PERFORM WRITE-FLOW-REPORT-LINE
    MOVE SPACES TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    MOVE "END OF ITEM FLOW PROOF REPORT" TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE.

*> A section title in WS-FLL-LABEL, with the column headings under it.
WRITE-SECTION-HEADER.
    MOVE SPACES TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    MOVE WS-FLL-LABEL TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE
    MOVE WS-FLOW-HEADER TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE.

WRITE-FLOW-LINE.
    MOVE WS-FLOW-LINE TO FLOW-REPORT-RECORD
    PERFORM WRITE-FLOW-REPORT-LINE.

WRITE-FLOW-REPORT-LINE.
    WRITE FLOW-REPORT-RECORD
    IF WS-FLOW-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE FLOW-REPORT-FILE - STATUS "
            WS-FLOW-REPORT-STATUS
        STOP RUN
    END-IF.

WRITE-EXCEPTION-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-EXC-TIMESTAMP
    MOVE WS-EXCEPTION-LINE TO EXCEPTION-LOG-RECORD
    WRITE EXCEPTION-LOG-RECORD
    IF WS-EXCEPTION-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE EXCEPTION-FILE - STATUS "
            WS-EXCEPTION-STATUS
        STOP RUN
    END-IF.

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

*> The proof follows the reconciliation: the single-stream run, or
*> the merge of a split run.
CHECK-CYCLE-PREDECESSOR.
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
            "BUSINESS DATE " WS-CYCLE-DATE " - " WS-CYCLE-STEP
            " CANNOT START"
        STOP RUN
    END-IF.

*> Stamp the end of the step with its completion code: 0000 when the
*> proof balanced, 0008 when it did not.
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
    MOVE WS-COMPLETION-CODE TO RC-COMPLETION-CODE
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
