*> of vanishing into a console line. The nightly job renames SUSPNEW
*> to SUSPFILE, and the reconciliation's CARRYNEW to CARRYFILE, once
*> the cycle ends clean.
*> A branch that resends its transmission after a line drop must not
*> post twice. Every item first taken in - from the raw transmission,
*> the recycle file, or a release - is logged on the accepted-item log
*> ACCLOG by business date, fingerprinted on batch id, type, amount,
*> and posting date, together with each branch's whole-transmission
*> fingerprint (item count, amount hash, posting-date hash). A
*> branch's transmission matching one accepted on a prior business
*> day is held whole (D002), before any other edit, so even its
*> malformed items are held rather than rejected and cannot come back
*> through repair; otherwise a well-formed item matching one
*> accepted on a prior day is held on its own (D001). A recycle item
*> is a repaired reject already screened when it was first taken in,
*> and may match its own first submission, so it is logged but not
*> screened again. Held items go to the duplicates file DUPFILE and
*> the DUPRPT report instead of TRANFILE.
*> An item that proves genuine is released into the next edit by
*> keying its DUPFILE line - transaction and held date, columns 1-33 -
*> followed by the releasing operator id in columns 35-42 onto
*> DUPRLSE; a release must name an item actually held on that date
*> and not already released, and is logged against the operator.
*> Every release keyed is listed on DUPRPT as released or refused,
*> and DUPRLSE is emptied once the edit has run to the end, so a
*> release is acted on by one night's edit only. The log is purged
*> past CTL-DUP-RETAIN-DAYS (default 90) business-date days, and a
*> rerun of a business date replaces that date's entries.
*> A suspense item carries the business date it first went into
*> suspense and its age in business days since (business days on the
*> calendar, calendar days without one); a line written before the
*> dates were kept is taken as first seen tonight. An item reaching
*> CTL-SUSP-ESCALATE-DAYS (default 5) is escalated once as critical on
*> the exception file, and one reaching CTL-SUSP-WRITEOFF-DAYS
*> (default 30) is flagged once as due for write-off. A due item is
*> written off only under dual control: operations keys its SUSPNEW
*> line - transaction and first date, columns 1-33 - followed by the
*> requesting operator id in columns 35-42 onto WOFFREQ, and a
*> supervisor keys the same item with their own id onto WOFFAPPR.
*> With both keyed by different people the item leaves suspense for
*> the write-off file WOFFFILE, which the reconciliation journals to
*> the suspense-clearing account; anything less leaves it in
*> suspense. Every write-off and every refused keying is listed on
*> the WOFFRPT report and the exception file. Both keying files are
*> emptied once the edit has run to the end, like DUPRLSE, so a
*> keying is acted on by one night's edit only; a rerun of the edit
*> wants the night's releases and write-offs keyed again.
*> The edit is stamped on the cycle run-control file CYCLCTL under
*> its business date. It will not start until the branch-master
*> maintenance run has completed for that date, and will not run a
*> second time for a date it has already completed unless
*> CTL-RERUN=Y.
IDENTIFICATION DIVISION.
PROGRAM-ID. TRANEDIT.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECYCLE-IN-STATUS.

    SELECT OPTIONAL RELEASE-IN-FILE ASSIGN TO "DUPRLSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RELEASE-IN-STATUS.

    SELECT ACCEPTED-LOG-FILE ASSIGN TO "ACCLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACL-KEY
        FILE STATUS IS WS-ACCEPTED-LOG-STATUS.

    SELECT DUPLICATE-FILE ASSIGN TO "DUPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPLICATE-STATUS.

    SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPLICATE-REPORT-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "BRUNLOAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-OUT-STATUS.

    SELECT OPTIONAL WRITE-OFF-REQUEST-FILE ASSIGN TO "WOFFREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WRITE-OFF-REQUEST-STATUS.

    SELECT OPTIONAL WRITE-OFF-APPROVAL-FILE ASSIGN TO "WOFFAPPR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WRITE-OFF-APPROVAL-STATUS.

    SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WRITE-OFF-STATUS.

    SELECT WRITE-OFF-REPORT-FILE ASSIGN TO "WOFFRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WRITE-OFF-REPORT-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

    SELECT EDIT-SORT-FILE ASSIGN TO "EDITSORT".

DATA DIVISION.
*> tag, business date, record count, and amount hash total - so a
*> truncated or stale file is caught here instead of surfacing as a
*> wave of bad verdicts downstream.
*> A suspense item is followed by the business date it first went
*> into suspense and its age then in business days.
FD  SUSPENSE-IN-FILE.
01  SUSPENSE-IN-RECORD.
    05  SIR-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  SIR-FIRST-DATE          PIC X(8).
    05  FILLER                  PIC X.
    05  SIR-AGE                 PIC X(3).
01  SUSPENSE-IN-TRAILER.
    05  SIT-TAG                 PIC X(5).
    05  SIT-BUSINESS-DATE       PIC 9(8).
    05  RIT-RECORD-COUNT        PIC 9(7).
    05  RIT-HASH-TOTAL          PIC 9(13)V99.

*> A release keyed by operations from a DUPFILE line: the held
*> transaction and the business date it was held, then the id of the
*> operator releasing it.
FD  RELEASE-IN-FILE.
01  RELEASE-IN-RECORD.
    05  REL-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  REL-HELD-DATE           PIC X(8).
    05  FILLER                  PIC X.
    05  REL-OPERATOR-ID         PIC X(8).

*> Accepted-item log, keyed on batch id, entry type, fingerprint, and
*> the business date the entry was made. Entry types: T a branch's
*> whole transmission, I an item taken in, H an item held as a
*> duplicate, R a held item released (its fingerprint carries the
*> date it was held). Occurrences counts identical entries made on
*> the same business date.
FD  ACCEPTED-LOG-FILE.
01  ACCEPTED-LOG-RECORD.
    05  ACL-KEY.
        10  ACL-BATCH-ID        PIC X(5).
        10  ACL-ENTRY-TYPE      PIC X.
        10  ACL-FINGERPRINT     PIC X(30).
        10  ACL-BUSINESS-DATE   PIC 9(8).
    05  ACL-OCCURRENCES         PIC 9(5).
    05  ACL-OPERATOR-ID         PIC X(8).

FD  DUPLICATE-FILE.
01  DUPLICATE-RECORD.
    05  DUP-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  DUP-HELD-DATE           PIC 9(8).
    05  FILLER                  PIC X.
    05  DUP-REASON-CODE         PIC X(4).
    05  FILLER                  PIC X.
    05  DUP-FIRST-DATE          PIC 9(8).
    05  FILLER                  PIC X.
    05  DUP-REASON-TEXT         PIC X(30).

FD  DUPLICATE-REPORT-FILE.
01  DUPLICATE-REPORT-RECORD     PIC X(100).

FD  CONTROL-FILE.
01  CONTROL-RECORD.
    05  CTL-BATCH-ID            PIC X(5).
    05  REJ-REASON-TEXT         PIC X(30).

FD  SUSPENSE-OUT-FILE.
01  SUSPENSE-OUT-RECORD.
    05  SOR-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  SOR-FIRST-DATE          PIC 9(8).
    05  FILLER                  PIC X.
    05  SOR-AGE                 PIC 9(3).
01  SUSPENSE-OUT-TRAILER.
    05  SOT-TAG                 PIC X(5).
    05  SOT-BUSINESS-DATE       PIC 9(8).
    05  SOT-RECORD-COUNT        PIC 9(7).
    05  SOT-HASH-TOTAL          PIC 9(13)V99.

*> A write-off keyed by operations from a SUSPNEW line: the item
*> and the date it first went into suspense, then the id of the
*> operator asking for it. The supervisor's approval is keyed the
*> same way with the supervisor's own id.
FD  WRITE-OFF-REQUEST-FILE.
01  WRITE-OFF-REQUEST-RECORD.
    05  WRQ-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  WRQ-FIRST-DATE          PIC X(8).
    05  FILLER                  PIC X.
    05  WRQ-OPERATOR-ID         PIC X(8).

FD  WRITE-OFF-APPROVAL-FILE.
01  WRITE-OFF-APPROVAL-RECORD.
    05  WAP-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  WAP-FIRST-DATE          PIC X(8).
    05  FILLER                  PIC X.
    05  WAP-OPERATOR-ID         PIC X(8).

*> Items written off suspense tonight, in batch order, for the
*> reconciliation to journal; signed off with a control trailer like
*> the other hand-offs.
FD  WRITE-OFF-FILE.
01  WRITE-OFF-RECORD.
    05  WOF-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  WOF-FIRST-DATE          PIC 9(8).
    05  FILLER                  PIC X.
    05  WOF-AGE                 PIC 9(3).
    05  FILLER                  PIC X.
    05  WOF-MAKER-ID            PIC X(8).
    05  FILLER                  PIC X.
    05  WOF-APPROVER-ID         PIC X(8).
01  WRITE-OFF-TRAILER.
    05  WOT-TAG                 PIC X(5).
    05  WOT-BUSINESS-DATE       PIC 9(8).
    05  WOT-RECORD-COUNT        PIC 9(7).
    05  WOT-HASH-TOTAL          PIC 9(13)V99.

FD  WRITE-OFF-REPORT-FILE.
01  WRITE-OFF-REPORT-RECORD     PIC X(100).

FD  EXCEPTION-FILE.
01  EXCEPTION-LOG-RECORD        PIC X(127).

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

SD  EDIT-SORT-FILE.
01  EDIT-SORT-RECORD.
    05  ES-BATCH-ID             PIC X(5).
    05  ES-AMOUNT               PIC X(9).
    05  ES-POSTING-DATE         PIC X(8).
    05  ES-ORIG-TYPE            PIC X.
    05  ES-SOURCE               PIC X.
    05  ES-HELD-DATE            PIC X(8).
    05  ES-OPERATOR-ID          PIC X(8).
    05  ES-FIRST-DATE           PIC X(8).
    05  ES-PRIOR-AGE            PIC X(3).

WORKING-STORAGE SECTION.
01  WS-TRANIN-STATUS            PIC XX VALUE "00".
01  WS-SUSPENSE-OUT-STATUS      PIC XX VALUE "00".
01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".
01  WS-RELEASE-IN-STATUS        PIC XX VALUE "00".
01  WS-ACCEPTED-LOG-STATUS      PIC XX VALUE "00".
01  WS-DUPLICATE-STATUS         PIC XX VALUE "00".
01  WS-DUPLICATE-REPORT-STATUS  PIC XX VALUE "00".
01  WS-WRITE-OFF-REQUEST-STATUS PIC XX VALUE "00".
01  WS-WRITE-OFF-APPROVAL-STATUS PIC XX VALUE "00".
01  WS-WRITE-OFF-STATUS         PIC XX VALUE "00".
01  WS-WRITE-OFF-REPORT-STATUS  PIC XX VALUE "00".

01  WS-EOF-SWITCHES.
    05  WS-TRANIN-EOF-SW        PIC X VALUE "N".
        88  WS-SORTED-EOF               VALUE "Y".
    05  WS-CONTROL-EOF-SW       PIC X VALUE "N".
        88  WS-CONTROL-EOF              VALUE "Y".
    05  WS-RELEASE-EOF-SW       PIC X VALUE "N".
        88  WS-RELEASE-EOF              VALUE "Y".
    05  WS-LOG-EOF-SW           PIC X VALUE "N".
        88  WS-LOG-EOF                  VALUE "Y".
    05  WS-WOFF-REQUEST-EOF-SW  PIC X VALUE "N".
        88  WS-WOFF-REQUEST-EOF         VALUE "Y".
    05  WS-WOFF-APPROVAL-EOF-SW PIC X VALUE "N".
        88  WS-WOFF-APPROVAL-EOF        VALUE "Y".

*> Edited copy of the sorted transaction under inspection.
01  WS-EDIT-TRAN.
01  WS-REASON-TEXT              PIC X(30).
01  WS-SPACE-COUNT              PIC 9(2) VALUE ZEROS.

*> Where the sorted record came from, carried beside it through the
*> sort: only first presentations are screened for duplicates and
*> logged; suspense and carryover items were logged when first taken.
01  WS-EDIT-SOURCE              PIC X.
    88  WS-FROM-TRANSMISSION            VALUE "T".
    88  WS-FROM-SUSPENSE                VALUE "S".
    88  WS-FROM-CARRYOVER               VALUE "C".
    88  WS-FROM-RECYCLE                 VALUE "Y".
    88  WS-FROM-RELEASE                 VALUE "L".
01  WS-EDIT-HELD-DATE           PIC X(8).
01  WS-EDIT-OPERATOR-ID         PIC X(8).
01  WS-EDIT-FIRST-DATE          PIC X(8).
01  WS-EDIT-PRIOR-AGE           PIC X(3).

*> Suspense aging: when the item under inspection first went into
*> suspense, its age on the prior night's line, and its age tonight,
*> in business days. The limits are read once per run.
01  WS-SUSP-FIRST-DATE-TEXT     PIC X(8).
01  WS-SUSP-FIRST-DATE REDEFINES WS-SUSP-FIRST-DATE-TEXT
                                PIC 9(8).
01  WS-SUSP-PRIOR-AGE           PIC 9(3) VALUE ZEROS.
01  WS-SUSP-AGE                 PIC 9(3) VALUE ZEROS.
01  WS-SUSP-DAY-COUNT           PIC 9(7) VALUE ZEROS.
01  WS-SUSP-ESCALATE-DAYS-TEXT  PIC X(3) VALUE SPACES.
01  WS-SUSP-ESCALATE-DAYS       PIC 9(3) VALUE 5.
01  WS-SUSP-WRITEOFF-DAYS-TEXT  PIC X(3) VALUE SPACES.
01  WS-SUSP-WRITEOFF-DAYS       PIC 9(3) VALUE 30.

*> Write-off dual control: tonight's requests and approvals, each
*> used at most once. Unused slots are high-values so a serial
*> search never matches them.
01  WS-WOFF-REQUEST-COUNT       PIC 9(4) VALUE ZEROS.
01  WS-WOFF-REQUEST-TABLE       VALUE HIGH-VALUES.
    05  WS-WRQ-ENTRY OCCURS 500 TIMES
            INDEXED BY WRQ-IDX.
        10  WS-WRQ-TRAN-DATA    PIC X(24).
        10  WS-WRQ-FIRST-DATE   PIC X(8).
        10  WS-WRQ-OPERATOR-ID  PIC X(8).
        10  WS-WRQ-USED-SW      PIC X.
01  WS-WOFF-APPROVAL-COUNT      PIC 9(4) VALUE ZEROS.
01  WS-WOFF-APPROVAL-TABLE      VALUE HIGH-VALUES.
    05  WS-WAP-ENTRY OCCURS 500 TIMES
            INDEXED BY WAP-IDX.
        10  WS-WAP-TRAN-DATA    PIC X(24).
        10  WS-WAP-FIRST-DATE   PIC X(8).
        10  WS-WAP-OPERATOR-ID  PIC X(8).
        10  WS-WAP-USED-SW      PIC X.
01  WS-WOFF-REQUEST-FOUND-SW    PIC X VALUE "N".
    88  WS-WOFF-REQUEST-FOUND           VALUE "Y".
01  WS-WOFF-APPROVAL-FOUND-SW   PIC X VALUE "N".
    88  WS-WOFF-APPROVAL-FOUND          VALUE "Y".
01  WS-WRITTEN-OFF-SW           PIC X VALUE "N".
    88  WS-WRITTEN-OFF                  VALUE "Y".
01  WS-WOFF-MAKER-ID            PIC X(8).
01  WS-WOFF-APPROVER-ID         PIC X(8).
01  WS-WOFF-HASH-TOTAL          PIC 9(13)V99 VALUE ZEROS.

01  WS-WRITE-OFF-COUNTS.
    05  WS-SUSP-ESCALATED-COUNT PIC 9(7) VALUE ZEROS.
    05  WS-SUSP-DUE-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-WOFF-COUNT           PIC 9(7) VALUE ZEROS.
    05  WS-WOFF-AMOUNT          PIC 9(11)V99 VALUE ZEROS.
    05  WS-WOFF-REFUSED-COUNT   PIC 9(7) VALUE ZEROS.

01  WS-WOFF-REPORT-DETAIL.
    05  WS-WRP-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-TYPE             PIC X.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-AMOUNT           PIC X(9).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-POSTING-DATE     PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-ORIG-TYPE        PIC X.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-STATUS           PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-FIRST-DATE       PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-AGE              PIC X(3).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-MAKER-ID         PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-APPROVER-ID      PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-WRP-TEXT             PIC X(30).

01  WS-WOFF-REPORT-HEADER.
    05  FILLER                  PIC X(5)  VALUE "BATCH".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X     VALUE "T".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(9)  VALUE "AMOUNT".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "DATE".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X     VALUE "O".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "STATUS".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "FIRST".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(3)  VALUE "AGE".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "MAKER".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "APPROVER".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(30) VALUE "REASON".

*> Duplicate screening. Each branch's transmission is totalled on the
*> way into the sort - items, amount hash, posting-date hash - and
*> checked against the log at the branch's first clean item.
01  WS-DUPLICATE-SW             PIC X VALUE "N".
    88  WS-DUPLICATE-HELD               VALUE "Y".
01  WS-RELEASE-REFUSED-SW       PIC X VALUE "N".
    88  WS-RELEASE-REFUSED              VALUE "Y".
01  WS-DUP-RETAIN-DAYS-TEXT     PIC X(3) VALUE SPACES.
01  WS-DUP-RETAIN-DAYS          PIC 9(3) VALUE 90.
01  WS-DUP-PURGE-DATE           PIC 9(8) VALUE ZEROS.
01  WS-DUP-FIRST-DATE           PIC 9(8) VALUE ZEROS.
01  WS-HELD-COUNT               PIC 9(5) VALUE ZEROS.
01  WS-HELD-DATE-NUM            PIC 9(8) VALUE ZEROS.

01  WS-XMIT-COUNT               PIC 9(4) VALUE ZEROS.
01  WS-XMIT-TABLE               VALUE HIGH-VALUES.
    05  WS-XMIT-ENTRY OCCURS 2000 TIMES
            INDEXED BY XMIT-IDX.
        10  WS-XMIT-BATCH-ID    PIC X(5).
        10  WS-XMIT-ITEMS       PIC 9(7).
        10  WS-XMIT-HASH        PIC 9(13)V99.
        10  WS-XMIT-DATE-HASH   PIC 9(8).
01  WS-XMIT-CHECKED-BATCH       PIC X(5) VALUE LOW-VALUES.
01  WS-XMIT-RESENT-SW           PIC X VALUE "N".
    88  WS-XMIT-RESENT                  VALUE "Y".
01  WS-XMIT-FIRST-DATE          PIC 9(8) VALUE ZEROS.
01  WS-XMIT-DATE-TEXT           PIC X(8).
01  WS-XMIT-DATE-AMOUNT REDEFINES WS-XMIT-DATE-TEXT
                                PIC 9(8).

*> Log lookup: the entry wanted, and what a scan of every entry with
*> that batch, type, and fingerprint found.
01  WS-LOG-BATCH-ID             PIC X(5).
01  WS-LOG-ENTRY-TYPE           PIC X.
01  WS-LOG-FINGERPRINT.
    05  WS-LFP-ITEM.
        10  WS-LFP-TYPE         PIC X.
        10  WS-LFP-AMOUNT       PIC X(9).
        10  WS-LFP-POSTING-DATE PIC X(8).
    05  WS-LFP-HELD-DATE        PIC X(8).
    05  FILLER                  PIC X(4).
01  WS-LOG-XMIT-FINGERPRINT REDEFINES WS-LOG-FINGERPRINT.
    05  WS-LFP-XMIT-ITEMS       PIC 9(7).
    05  WS-LFP-XMIT-HASH        PIC 9(13)V99.
    05  WS-LFP-XMIT-DATE-HASH   PIC 9(8).
01  WS-LOG-EARLIEST-DATE        PIC 9(8) VALUE ZEROS.
01  WS-LOG-TOTAL-OCCURRENCES    PIC 9(7) VALUE ZEROS.

01  WS-DUPLICATE-COUNTS.
    05  WS-DUP-HELD-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-DUP-HELD-AMOUNT      PIC 9(11)V99 VALUE ZEROS.
    05  WS-XMIT-HELD-COUNT      PIC 9(5) VALUE ZEROS.
    05  WS-RELEASE-IN-COUNT     PIC 9(7) VALUE ZEROS.
    05  WS-RELEASED-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-REFUSED-COUNT        PIC 9(7) VALUE ZEROS.
    05  WS-LOG-PURGE-COUNT      PIC 9(7) VALUE ZEROS.

01  WS-DUP-REPORT-DETAIL.
    05  WS-DRP-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-TYPE             PIC X.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-AMOUNT           PIC X(9).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-POSTING-DATE     PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-ORIG-TYPE        PIC X.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-STATUS           PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-CODE             PIC X(4).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-DATE             PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-OPERATOR-ID      PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-DRP-TEXT             PIC X(30).

01  WS-DUP-REPORT-HEADER.
    05  FILLER                  PIC X(5)  VALUE "BATCH".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X     VALUE "T".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(9)  VALUE "AMOUNT".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "DATE".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X     VALUE "O".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "STATUS".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(4)  VALUE "CODE".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "FIRST/HD".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(8)  VALUE "OPERATOR".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(30) VALUE "REASON".

*> Structural posting-date edit: NUMERIC alone let 20269945 sail
*> through, so the parts are checked against the calendar rules.
01  WS-DATE-VALID-SW            PIC X VALUE "N".
01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROS.
01  WS-BUSINESS-DATE-TEXT       PIC X(8) VALUE SPACES.
01  WS-PRIOR-BUSINESS-DATE      PIC 9(8) VALUE ZEROS.

*> Cycle run control.
01  WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
01  WS-CYCLE-STEP               PIC X(8) VALUE "TRANEDIT".
01  WS-PREDECESSOR-STEP         PIC X(8) VALUE SPACES.
01  WS-RERUN-SW                 PIC X VALUE "N".
    88  WS-RERUN-OVERRIDE               VALUE "Y".
01  WS-CYCLE-ENTRY-SW           PIC X VALUE "N".
    88  WS-CYCLE-ENTRY-FOUND            VALUE "Y".
01  WS-TRAILER-CHECK-SW         PIC X VALUE "Y".
    88  WS-TRAILER-CHECK                VALUE "Y".
01  WS-CLEAN-HASH-TOTAL         PIC 9(13)V99 VALUE ZEROS.
    IF WS-CALENDAR-LOADED
        PERFORM FIND-PRIOR-BUSINESS-DAY
    END-IF
    ACCEPT WS-SUSP-ESCALATE-DAYS-TEXT
        FROM ENVIRONMENT "CTL-SUSP-ESCALATE-DAYS"
    IF WS-SUSP-ESCALATE-DAYS-TEXT NUMERIC
        MOVE WS-SUSP-ESCALATE-DAYS-TEXT TO WS-SUSP-ESCALATE-DAYS
    END-IF
    ACCEPT WS-SUSP-WRITEOFF-DAYS-TEXT
        FROM ENVIRONMENT "CTL-SUSP-WRITEOFF-DAYS"
    IF WS-SUSP-WRITEOFF-DAYS-TEXT NUMERIC
        MOVE WS-SUSP-WRITEOFF-DAYS-TEXT TO WS-SUSP-WRITEOFF-DAYS
    END-IF
    PERFORM START-CYCLE-STEP
    SORT EDIT-SORT-FILE
        ON ASCENDING KEY ES-BATCH-ID
        INPUT PROCEDURE IS RELEASE-COMBINED-INPUT
    DISPLAY "PASSED TO RECON:        " WS-CLEAN-COUNT
    DISPLAY "REJECTED:               " WS-REJECT-COUNT
    DISPLAY "WRITTEN TO SUSPENSE:    " WS-SUSPENSE-OUT-COUNT
    DISPLAY "RELEASES PRESENTED:     " WS-RELEASE-IN-COUNT
    DISPLAY "RELEASES APPLIED:       " WS-RELEASED-COUNT
    DISPLAY "RELEASES REFUSED:       " WS-REFUSED-COUNT
    DISPLAY "HELD AS DUPLICATES:     " WS-DUP-HELD-COUNT
    DISPLAY "TRANSMISSIONS HELD:     " WS-XMIT-HELD-COUNT
    DISPLAY "LOG ENTRIES PURGED:     " WS-LOG-PURGE-COUNT
    DISPLAY "SUSPENSE ESCALATED:     " WS-SUSP-ESCALATED-COUNT
    DISPLAY "DUE FOR WRITE-OFF:      " WS-SUSP-DUE-COUNT
    DISPLAY "WRITTEN OFF:            " WS-WOFF-COUNT
    DISPLAY "WRITE-OFFS REFUSED:     " WS-WOFF-REFUSED-COUNT
    PERFORM EMPTY-KEYING-FILES
    PERFORM END-CYCLE-STEP
    STOP RUN.

VERIFY-INPUT-FILES.
        IF WS-HASH-AMOUNT-TEXT NUMERIC
            PERFORM ADD-TO-TV-HASH
        END-IF
        MOVE SIR-TRAN-DATA TO EDIT-SORT-RECORD
        MOVE "S" TO ES-SOURCE
        MOVE SIR-FIRST-DATE TO ES-FIRST-DATE
        MOVE SIR-AGE TO ES-PRIOR-AGE
        RELEASE EDIT-SORT-RECORD
    END-IF.

            PERFORM ADD-TO-TV-HASH
        END-IF
        MOVE CARRYOVER-IN-RECORD TO EDIT-SORT-RECORD
        MOVE "C" TO ES-SOURCE
        RELEASE EDIT-SORT-RECORD
    END-IF.

                SET WS-TRANIN-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM ADD-TO-TRANSMISSION-TOTALS
                MOVE TRANSACTION-IN-RECORD TO EDIT-SORT-RECORD
                MOVE "T" TO ES-SOURCE
                RELEASE EDIT-SORT-RECORD
        END-READ
    END-PERFORM
    CLOSE TRANSACTION-IN-FILE
    OPEN INPUT RELEASE-IN-FILE
    IF WS-RELEASE-IN-STATUS = "00"
        PERFORM UNTIL WS-RELEASE-EOF
            READ RELEASE-IN-FILE
                AT END
                    SET WS-RELEASE-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RELEASE-IN-COUNT
                    MOVE REL-TRAN-DATA TO EDIT-SORT-RECORD
                    MOVE "L" TO ES-SOURCE
                    MOVE REL-HELD-DATE TO ES-HELD-DATE
                    MOVE REL-OPERATOR-ID TO ES-OPERATOR-ID
                    RELEASE EDIT-SORT-RECORD
            END-READ
        END-PERFORM
        CLOSE RELEASE-IN-FILE
    END-IF
    OPEN INPUT SUSPENSE-IN-FILE
    IF WS-SUSPENSE-IN-STATUS = "00"
        MOVE ZEROS TO WS-TV-COUNT
        END-IF
    END-IF.

*> A branch's transmission is fingerprinted by its item count, amount
*> hash, and posting-date hash, accumulated per batch id as the raw
*> file is read. Branches transmit in runs, so the entry last used is
*> tried before the table is searched.
ADD-TO-TRANSMISSION-TOTALS.
    IF WS-XMIT-COUNT = ZEROS
            OR WS-XMIT-BATCH-ID(XMIT-IDX) NOT = TIN-BATCH-ID
        SET XMIT-IDX TO 1
        SEARCH WS-XMIT-ENTRY
            AT END
                IF WS-XMIT-COUNT = 2000
                    DISPLAY "FATAL: MORE THAN 2000 BRANCHES ON "
                        "TRANSACTION-IN-FILE"
                    STOP RUN
                END-IF
                ADD 1 TO WS-XMIT-COUNT
                SET XMIT-IDX TO WS-XMIT-COUNT
                MOVE TIN-BATCH-ID TO WS-XMIT-BATCH-ID(XMIT-IDX)
                MOVE ZEROS TO WS-XMIT-ITEMS(XMIT-IDX)
                MOVE ZEROS TO WS-XMIT-HASH(XMIT-IDX)
                MOVE ZEROS TO WS-XMIT-DATE-HASH(XMIT-IDX)
            WHEN WS-XMIT-BATCH-ID(XMIT-IDX) = TIN-BATCH-ID
                CONTINUE
        END-SEARCH
    END-IF
    ADD 1 TO WS-XMIT-ITEMS(XMIT-IDX)
    MOVE TIN-AMOUNT TO WS-HASH-AMOUNT-TEXT
    IF WS-HASH-AMOUNT-TEXT NUMERIC
        ADD WS-HASH-AMOUNT TO WS-XMIT-HASH(XMIT-IDX)
            ON SIZE ERROR
                COMPUTE WS-XMIT-HASH(XMIT-IDX) = WS-XMIT-HASH(XMIT-IDX)
                    + WS-HASH-AMOUNT - 10000000000000
        END-ADD
    END-IF
    MOVE TIN-POSTING-DATE TO WS-XMIT-DATE-TEXT
    IF WS-XMIT-DATE-TEXT NUMERIC
        ADD WS-XMIT-DATE-AMOUNT TO WS-XMIT-DATE-HASH(XMIT-IDX)
            ON SIZE ERROR
                COMPUTE WS-XMIT-DATE-HASH(XMIT-IDX)
                    = WS-XMIT-DATE-HASH(XMIT-IDX)
                    + WS-XMIT-DATE-AMOUNT - 100000000
        END-ADD
    END-IF.

*> The recycle side of the trailer verification. Unlike suspense and
*> carryover, repairs are made during the day FOR tonight's cycle,
*> so the trailer must be dated tonight's business date exactly; an
            PERFORM ADD-TO-TV-HASH
        END-IF
        MOVE RECYCLE-IN-RECORD TO EDIT-SORT-RECORD
        MOVE "Y" TO ES-SOURCE
        RELEASE EDIT-SORT-RECORD
    END-IF.

        STOP RUN
    END-IF
    PERFORM OPEN-EXCEPTION-FILE
    PERFORM OPEN-DUPLICATE-FILES
    PERFORM OPEN-WRITE-OFF-FILES
    PERFORM LOAD-WRITE-OFF-KEYINGS
    PERFORM PURGE-ACCEPTED-LOG
    PERFORM READ-NEXT-CONTROL
    PERFORM RETURN-NEXT-SORTED
    PERFORM UNTIL WS-SORTED-EOF
        MOVE "N" TO WS-RELEASE-REFUSED-SW
        IF WS-FROM-RELEASE
            PERFORM CHECK-RELEASE-AGAINST-HOLD
        END-IF
        IF NOT WS-RELEASE-REFUSED
            PERFORM EDIT-ONE-TRANSACTION
        END-IF
        PERFORM RETURN-NEXT-SORTED
    END-PERFORM
    CLOSE CONTROL-FILE
    CLOSE REJECT-FILE
    PERFORM WRITE-SUSPENSE-TRAILER
    CLOSE SUSPENSE-OUT-FILE
    CLOSE ACCEPTED-LOG-FILE
    CLOSE DUPLICATE-FILE
    PERFORM WRITE-DUPLICATE-REPORT-TOTALS
    CLOSE DUPLICATE-REPORT-FILE
    PERFORM REFUSE-UNUSED-WRITE-OFFS
    PERFORM WRITE-WRITE-OFF-TRAILER
    CLOSE WRITE-OFF-FILE
    PERFORM WRITE-WRITE-OFF-REPORT-TOTALS
    CLOSE WRITE-OFF-REPORT-FILE
    CLOSE EXCEPTION-FILE.

*> The accepted-item log is created empty on first use, the same way
*> the closing-balance history is.
OPEN-DUPLICATE-FILES.
    OPEN I-O ACCEPTED-LOG-FILE
    IF WS-ACCEPTED-LOG-STATUS = "35"
        OPEN OUTPUT ACCEPTED-LOG-FILE
        IF WS-ACCEPTED-LOG-STATUS = "00"
            CLOSE ACCEPTED-LOG-FILE
            OPEN I-O ACCEPTED-LOG-FILE
        END-IF
    END-IF
    IF WS-ACCEPTED-LOG-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN ACCEPTED-LOG-FILE - STATUS "
            WS-ACCEPTED-LOG-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT DUPLICATE-FILE
    IF WS-DUPLICATE-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN DUPLICATE-FILE - STATUS "
            WS-DUPLICATE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT DUPLICATE-REPORT-FILE
    IF WS-DUPLICATE-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN DUPLICATE-REPORT-FILE - STATUS "
            WS-DUPLICATE-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO DUPLICATE-REPORT-RECORD
    STRING "DUPLICATE TRANSMISSION REPORT - BUSINESS DATE "
        WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD
    MOVE SPACES TO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD
    MOVE WS-DUP-REPORT-HEADER TO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD.

*> Entries older than the retention period go, as do any already
*> made for tonight's business date: a rerun of the edit rebuilds the
*> night's entries rather than finding its own first run's items and
*> holding them.
PURGE-ACCEPTED-LOG.
    ACCEPT WS-DUP-RETAIN-DAYS-TEXT
        FROM ENVIRONMENT "CTL-DUP-RETAIN-DAYS"
    IF WS-DUP-RETAIN-DAYS-TEXT NUMERIC
        MOVE WS-DUP-RETAIN-DAYS-TEXT TO WS-DUP-RETAIN-DAYS
    END-IF
    COMPUTE WS-DUP-PURGE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - WS-DUP-RETAIN-DAYS)
    MOVE "N" TO WS-LOG-EOF-SW
    MOVE LOW-VALUES TO ACL-KEY
    START ACCEPTED-LOG-FILE KEY NOT < ACL-KEY
        INVALID KEY
            SET WS-LOG-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-LOG-EOF
        READ ACCEPTED-LOG-FILE NEXT
            AT END
                SET WS-LOG-EOF TO TRUE
            NOT AT END
                IF ACL-BUSINESS-DATE < WS-DUP-PURGE-DATE
                        OR ACL-BUSINESS-DATE = WS-BUSINESS-DATE
                    DELETE ACCEPTED-LOG-FILE
                    ADD 1 TO WS-LOG-PURGE-COUNT
                END-IF
        END-READ
    END-PERFORM.

*> Sign off the hand-off: the reconciliation refuses a TRANFILE, and
*> the next edit a SUSPFILE, whose trailer does not match what was
*> actually written.
            SET WS-SORTED-EOF TO TRUE
        NOT AT END
            MOVE EDIT-SORT-RECORD TO WS-EDIT-TRAN
            MOVE ES-SOURCE TO WS-EDIT-SOURCE
            MOVE ES-HELD-DATE TO WS-EDIT-HELD-DATE
            MOVE ES-OPERATOR-ID TO WS-EDIT-OPERATOR-ID
            MOVE ES-FIRST-DATE TO WS-EDIT-FIRST-DATE
            MOVE ES-PRIOR-AGE TO WS-EDIT-PRIOR-AGE
    END-RETURN.

*> An item of a resent transmission is held with the rest of it
*> before any edit, malformed or not, so that none of it can reach
*> the reject file and come back through repair to post a second
*> time. Other edits are applied in severity order: format failures
*> are rejected outright with a reason code; a record that is
*> well-formed but has no control record goes to suspense for the
*> next cycle.
EDIT-ONE-TRANSACTION.
    MOVE SPACES TO WS-REASON-CODE
    MOVE SPACES TO WS-REASON-TEXT
    MOVE "N" TO WS-DUPLICATE-SW
    IF WS-FROM-TRANSMISSION
        PERFORM SCREEN-TRANSMISSION-RESENT
    END-IF
    IF NOT WS-DUPLICATE-HELD
        PERFORM EDIT-TRANSACTION-FORMAT
    END-IF.

SCREEN-TRANSMISSION-RESENT.
    IF WS-EDIT-BATCH-ID NOT = WS-XMIT-CHECKED-BATCH
        PERFORM CHECK-TRANSMISSION-RESENT
    END-IF
    IF WS-XMIT-RESENT
        MOVE "D002" TO WS-REASON-CODE
        MOVE "WHOLE TRANSMISSION RESENT" TO WS-REASON-TEXT
        MOVE WS-XMIT-FIRST-DATE TO WS-DUP-FIRST-DATE
        PERFORM HOLD-DUPLICATE-ITEM
    END-IF.

EDIT-TRANSACTION-FORMAT.
    MOVE ZEROS TO WS-SPACE-COUNT
    INSPECT WS-EDIT-BATCH-ID TALLYING WS-SPACE-COUNT
        FOR ALL SPACE
    IF WS-REASON-CODE NOT = SPACES
        PERFORM WRITE-REJECT-RECORD
    ELSE
        PERFORM SCREEN-FOR-DUPLICATE
        IF NOT WS-DUPLICATE-HELD
            PERFORM MATCH-CONTROL-KEY
            IF WS-EDIT-BATCH-ID = WS-CURRENT-CTL-KEY
                PERFORM FLAG-NON-BUSINESS-DAY
                PERFORM WRITE-CLEAN-RECORD
            ELSE
                PERFORM AGE-SUSPENSE-ITEM
                PERFORM CHECK-WRITE-OFF
                IF NOT WS-WRITTEN-OFF
                    PERFORM WRITE-SUSPENSE-RECORD
                END-IF
            END-IF
        END-IF
    END-IF.

*> A well-formed item presented for the first time is screened
*> against the log and, unless held, logged as taken in tonight. A
*> raw transmission has already been screened whole; here its items
*> are screened one by one. A repaired recycle item was screened
*> when first taken in and would match its own first submission, and
*> a release is the operator's word that the item is genuine:
*> neither is screened, only logged.
SCREEN-FOR-DUPLICATE.
    MOVE "N" TO WS-DUPLICATE-SW
    EVALUATE TRUE
        WHEN WS-FROM-TRANSMISSION
            PERFORM CHECK-ITEM-ACCEPTED
        WHEN WS-FROM-RECYCLE
            PERFORM LOG-ACCEPTED-ITEM
        WHEN WS-FROM-RELEASE
            PERFORM LOG-ACCEPTED-ITEM
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Checked once per branch, at its first item. A transmission
*> matching one accepted on an earlier business day is held whole,
*> with one exception for the branch rather than one per item; a new
*> transmission is logged.
CHECK-TRANSMISSION-RESENT.
    MOVE WS-EDIT-BATCH-ID TO WS-XMIT-CHECKED-BATCH
    MOVE "N" TO WS-XMIT-RESENT-SW
    SET XMIT-IDX TO 1
    SEARCH WS-XMIT-ENTRY
        AT END
            CONTINUE
        WHEN WS-XMIT-BATCH-ID(XMIT-IDX) = WS-EDIT-BATCH-ID
            MOVE WS-EDIT-BATCH-ID TO WS-LOG-BATCH-ID
            MOVE "T" TO WS-LOG-ENTRY-TYPE
            MOVE SPACES TO WS-LOG-FINGERPRINT
            MOVE WS-XMIT-ITEMS(XMIT-IDX) TO WS-LFP-XMIT-ITEMS
            MOVE WS-XMIT-HASH(XMIT-IDX) TO WS-LFP-XMIT-HASH
            MOVE WS-XMIT-DATE-HASH(XMIT-IDX) TO WS-LFP-XMIT-DATE-HASH
            PERFORM SCAN-LOG-ENTRIES
            IF WS-LOG-EARLIEST-DATE NOT = ZEROS
                SET WS-XMIT-RESENT TO TRUE
                MOVE WS-LOG-EARLIEST-DATE TO WS-XMIT-FIRST-DATE
                ADD 1 TO WS-XMIT-HELD-COUNT
                DISPLAY "EXCEPTION: BATCH " WS-EDIT-BATCH-ID
                    " TRANSMISSION OF " WS-XMIT-ITEMS(XMIT-IDX)
                    " ITEMS ALREADY ACCEPTED " WS-XMIT-FIRST-DATE
                    " - HELD AS DUPLICATE"
                MOVE "WARN" TO WS-EXC-SEVERITY
                MOVE "X103" TO WS-EXC-CODE
                MOVE WS-EDIT-BATCH-ID TO WS-EXC-BATCH-ID
                MOVE SPACES TO WS-EXC-VALUES
                STRING "TRANSMISSION OF " WS-XMIT-ITEMS(XMIT-IDX)
                    " ITEMS ALREADY ACCEPTED " WS-XMIT-FIRST-DATE
                    " - HELD WHOLE ON DUPFILE"
                    DELIMITED BY SIZE INTO WS-EXC-VALUES
                PERFORM WRITE-EXCEPTION-RECORD
            ELSE
                PERFORM POST-LOG-ENTRY
            END-IF
    END-SEARCH.

CHECK-ITEM-ACCEPTED.
    MOVE WS-EDIT-BATCH-ID TO WS-LOG-BATCH-ID
    MOVE "I" TO WS-LOG-ENTRY-TYPE
    MOVE SPACES TO WS-LOG-FINGERPRINT
    MOVE WS-EDIT-TYPE TO WS-LFP-TYPE
    MOVE WS-EDIT-AMOUNT TO WS-LFP-AMOUNT
    MOVE WS-EDIT-POSTING-DATE TO WS-LFP-POSTING-DATE
    PERFORM SCAN-LOG-ENTRIES
    IF WS-LOG-EARLIEST-DATE NOT = ZEROS
        MOVE "D001" TO WS-REASON-CODE
        MOVE "ITEM ALREADY ACCEPTED" TO WS-REASON-TEXT
        MOVE WS-LOG-EARLIEST-DATE TO WS-DUP-FIRST-DATE
        DISPLAY "EXCEPTION: BATCH " WS-EDIT-BATCH-ID " ITEM "
            WS-EDIT-TRAN " ALREADY ACCEPTED " WS-DUP-FIRST-DATE
            " - HELD AS DUPLICATE"
        MOVE "WARN" TO WS-EXC-SEVERITY
        MOVE "X104" TO WS-EXC-CODE
        MOVE WS-EDIT-BATCH-ID TO WS-EXC-BATCH-ID
        MOVE SPACES TO WS-EXC-VALUES
        STRING "ITEM ALREADY ACCEPTED " WS-DUP-FIRST-DATE
            " - HELD ON DUPFILE: " WS-EDIT-TRAN
            DELIMITED BY SIZE INTO WS-EXC-VALUES
        PERFORM WRITE-EXCEPTION-RECORD
        PERFORM HOLD-DUPLICATE-ITEM
    ELSE
        PERFORM POST-LOG-ENTRY
    END-IF.

LOG-ACCEPTED-ITEM.
    MOVE WS-EDIT-BATCH-ID TO WS-LOG-BATCH-ID
    MOVE "I" TO WS-LOG-ENTRY-TYPE
    MOVE SPACES TO WS-LOG-FINGERPRINT
    MOVE WS-EDIT-TYPE TO WS-LFP-TYPE
    MOVE WS-EDIT-AMOUNT TO WS-LFP-AMOUNT
    MOVE WS-EDIT-POSTING-DATE TO WS-LFP-POSTING-DATE
    PERFORM POST-LOG-ENTRY.

*> Every entry for one batch, type, and fingerprint, across business
*> dates in ascending order: the earliest made before tonight (zeros
*> if none) and the occurrences over all of them.
SCAN-LOG-ENTRIES.
    MOVE ZEROS TO WS-LOG-EARLIEST-DATE
    MOVE ZEROS TO WS-LOG-TOTAL-OCCURRENCES
    MOVE "N" TO WS-LOG-EOF-SW
    MOVE WS-LOG-BATCH-ID    TO ACL-BATCH-ID
    MOVE WS-LOG-ENTRY-TYPE  TO ACL-ENTRY-TYPE
    MOVE WS-LOG-FINGERPRINT TO ACL-FINGERPRINT
    MOVE ZEROS              TO ACL-BUSINESS-DATE
    START ACCEPTED-LOG-FILE KEY NOT < ACL-KEY
        INVALID KEY
            SET WS-LOG-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-LOG-EOF
        READ ACCEPTED-LOG-FILE NEXT
            AT END
                SET WS-LOG-EOF TO TRUE
            NOT AT END
                IF ACL-BATCH-ID NOT = WS-LOG-BATCH-ID
                        OR ACL-ENTRY-TYPE NOT = WS-LOG-ENTRY-TYPE
                        OR ACL-FINGERPRINT NOT = WS-LOG-FINGERPRINT
                    SET WS-LOG-EOF TO TRUE
                ELSE
                    ADD ACL-OCCURRENCES TO WS-LOG-TOTAL-OCCURRENCES
                    IF WS-LOG-EARLIEST-DATE = ZEROS
                            AND ACL-BUSINESS-DATE < WS-BUSINESS-DATE
                        MOVE ACL-BUSINESS-DATE TO WS-LOG-EARLIEST-DATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> One entry per batch, type, fingerprint, and business date; a
*> second identical entry the same night counts on the first.
POST-LOG-ENTRY.
    MOVE WS-LOG-BATCH-ID    TO ACL-BATCH-ID
    MOVE WS-LOG-ENTRY-TYPE  TO ACL-ENTRY-TYPE
    MOVE WS-LOG-FINGERPRINT TO ACL-FINGERPRINT
    MOVE WS-BUSINESS-DATE   TO ACL-BUSINESS-DATE
    READ ACCEPTED-LOG-FILE
        INVALID KEY
            MOVE 1 TO ACL-OCCURRENCES
            MOVE WS-EDIT-OPERATOR-ID TO ACL-OPERATOR-ID
            WRITE ACCEPTED-LOG-RECORD
                INVALID KEY
                    DISPLAY "FATAL: CANNOT WRITE ACCEPTED-LOG-FILE - "
                        "STATUS " WS-ACCEPTED-LOG-STATUS
                    STOP RUN
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO ACL-OCCURRENCES
            MOVE WS-EDIT-OPERATOR-ID TO ACL-OPERATOR-ID
            REWRITE ACCEPTED-LOG-RECORD
                INVALID KEY
                    DISPLAY "FATAL: CANNOT REWRITE ACCEPTED-LOG-FILE - "
                        "STATUS " WS-ACCEPTED-LOG-STATUS
                    STOP RUN
            END-REWRITE
    END-READ.

*> A held item is kept off TRANFILE and suspense, listed for
*> operations, and logged as held so a later release can be checked
*> against it.
HOLD-DUPLICATE-ITEM.
    SET WS-DUPLICATE-HELD TO TRUE
    MOVE SPACES           TO DUPLICATE-RECORD
    MOVE WS-EDIT-TRAN     TO DUP-TRAN-DATA
    MOVE WS-BUSINESS-DATE TO DUP-HELD-DATE
    MOVE WS-REASON-CODE   TO DUP-REASON-CODE
    MOVE WS-DUP-FIRST-DATE TO DUP-FIRST-DATE
    MOVE WS-REASON-TEXT   TO DUP-REASON-TEXT
    WRITE DUPLICATE-RECORD
    IF WS-DUPLICATE-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE DUPLICATE-FILE - STATUS "
            WS-DUPLICATE-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-DUP-HELD-COUNT
    MOVE WS-EDIT-AMOUNT TO WS-HASH-AMOUNT-TEXT
    IF WS-HASH-AMOUNT-TEXT NUMERIC
        ADD WS-HASH-AMOUNT TO WS-DUP-HELD-AMOUNT
    END-IF
    MOVE WS-EDIT-BATCH-ID TO WS-LOG-BATCH-ID
    MOVE "H" TO WS-LOG-ENTRY-TYPE
    MOVE SPACES TO WS-LOG-FINGERPRINT
    MOVE WS-EDIT-TYPE TO WS-LFP-TYPE
    MOVE WS-EDIT-AMOUNT TO WS-LFP-AMOUNT
    MOVE WS-EDIT-POSTING-DATE TO WS-LFP-POSTING-DATE
    PERFORM POST-LOG-ENTRY
    MOVE "HELD" TO WS-DRP-STATUS
    MOVE WS-DUP-FIRST-DATE TO WS-DRP-DATE
    MOVE SPACES TO WS-DRP-OPERATOR-ID
    PERFORM WRITE-DUPLICATE-REPORT-DETAIL.

*> A release must carry the releasing operator, and name an item held
*> on the date given that has not already been released as many
*> times as it was held. A refused release is reported and the item
*> stays held; an accepted one is logged against the operator and
*> edited like any other item.
CHECK-RELEASE-AGAINST-HOLD.
    MOVE SPACES TO WS-REASON-TEXT
    EVALUATE TRUE
        WHEN WS-EDIT-OPERATOR-ID = SPACES
            MOVE "NO OPERATOR ID ON RELEASE" TO WS-REASON-TEXT
        WHEN WS-EDIT-HELD-DATE NOT NUMERIC
            MOVE "HELD DATE NOT NUMERIC" TO WS-REASON-TEXT
        WHEN OTHER
            MOVE WS-EDIT-HELD-DATE TO WS-HELD-DATE-NUM
            MOVE WS-EDIT-BATCH-ID     TO ACL-BATCH-ID
            MOVE "H"                  TO ACL-ENTRY-TYPE
            MOVE SPACES               TO WS-LOG-FINGERPRINT
            MOVE WS-EDIT-TYPE         TO WS-LFP-TYPE
            MOVE WS-EDIT-AMOUNT       TO WS-LFP-AMOUNT
            MOVE WS-EDIT-POSTING-DATE TO WS-LFP-POSTING-DATE
            MOVE WS-LOG-FINGERPRINT   TO ACL-FINGERPRINT
            MOVE WS-HELD-DATE-NUM     TO ACL-BUSINESS-DATE
            READ ACCEPTED-LOG-FILE
                INVALID KEY
                    MOVE "NO SUCH ITEM HELD ON THAT DATE"
                        TO WS-REASON-TEXT
                NOT INVALID KEY
                    MOVE ACL-OCCURRENCES TO WS-HELD-COUNT
                    MOVE WS-EDIT-BATCH-ID TO WS-LOG-BATCH-ID
                    MOVE "R" TO WS-LOG-ENTRY-TYPE
                    MOVE WS-EDIT-HELD-DATE TO WS-LFP-HELD-DATE
                    PERFORM SCAN-LOG-ENTRIES
                    IF WS-LOG-TOTAL-OCCURRENCES NOT < WS-HELD-COUNT
                        MOVE "HELD ITEM ALREADY RELEASED"
                            TO WS-REASON-TEXT
                    END-IF
            END-READ
    END-EVALUATE
    MOVE WS-EDIT-HELD-DATE   TO WS-DRP-DATE
    MOVE WS-EDIT-OPERATOR-ID TO WS-DRP-OPERATOR-ID
    MOVE SPACES TO WS-REASON-CODE
    IF WS-REASON-TEXT NOT = SPACES
        SET WS-RELEASE-REFUSED TO TRUE
        ADD 1 TO WS-REFUSED-COUNT
        MOVE "REFUSED" TO WS-DRP-STATUS
        PERFORM WRITE-DUPLICATE-REPORT-DETAIL
        DISPLAY "EXCEPTION: BATCH " WS-EDIT-BATCH-ID " RELEASE OF "
            WS-EDIT-TRAN " REFUSED - " WS-REASON-TEXT
        MOVE "WARN" TO WS-EXC-SEVERITY
        MOVE "X106" TO WS-EXC-CODE
        MOVE WS-EDIT-BATCH-ID TO WS-EXC-BATCH-ID
        MOVE SPACES TO WS-EXC-VALUES
        STRING "RELEASE REFUSED - " WS-REASON-TEXT ": " WS-EDIT-TRAN
            DELIMITED BY SIZE INTO WS-EXC-VALUES
        PERFORM WRITE-EXCEPTION-RECORD
    ELSE
        PERFORM POST-LOG-ENTRY
        ADD 1 TO WS-RELEASED-COUNT
        MOVE "RELEASED" TO WS-DRP-STATUS
        MOVE "RELEASED INTO TONIGHT'S EDIT" TO WS-REASON-TEXT
        PERFORM WRITE-DUPLICATE-REPORT-DETAIL
        MOVE "INFO" TO WS-EXC-SEVERITY
        MOVE "X105" TO WS-EXC-CODE
        MOVE WS-EDIT-BATCH-ID TO WS-EXC-BATCH-ID
        MOVE SPACES TO WS-EXC-VALUES
        STRING "HELD " WS-EDIT-HELD-DATE " RELEASED BY "
            WS-EDIT-OPERATOR-ID ": " WS-EDIT-TRAN
            DELIMITED BY SIZE INTO WS-EXC-VALUES
        PERFORM WRITE-EXCEPTION-RECORD
    END-IF
    MOVE SPACES TO WS-REASON-TEXT.

WRITE-DUPLICATE-REPORT-DETAIL.
    MOVE WS-EDIT-BATCH-ID     TO WS-DRP-BATCH-ID
    MOVE WS-EDIT-TYPE         TO WS-DRP-TYPE
    MOVE WS-EDIT-AMOUNT       TO WS-DRP-AMOUNT
    MOVE WS-EDIT-POSTING-DATE TO WS-DRP-POSTING-DATE
    MOVE WS-EDIT-ORIG-TYPE    TO WS-DRP-ORIG-TYPE
    MOVE WS-REASON-CODE       TO WS-DRP-CODE
    MOVE WS-REASON-TEXT       TO WS-DRP-TEXT
    MOVE WS-DUP-REPORT-DETAIL TO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD.

WRITE-DUPLICATE-REPORT-TOTALS.
    MOVE SPACES TO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD
    MOVE SPACES TO DUPLICATE-REPORT-RECORD
    STRING "ITEMS HELD AS DUPLICATES: " WS-DUP-HELD-COUNT
        "  AMOUNT: " WS-DUP-HELD-AMOUNT
        "  WHOLE TRANSMISSIONS: " WS-XMIT-HELD-COUNT
        DELIMITED BY SIZE INTO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD
    MOVE SPACES TO DUPLICATE-REPORT-RECORD
    STRING "RELEASES PRESENTED: " WS-RELEASE-IN-COUNT
        "  APPLIED: " WS-RELEASED-COUNT
        "  REFUSED: " WS-REFUSED-COUNT
        DELIMITED BY SIZE INTO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD
    MOVE SPACES TO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD
    MOVE "END OF DUPLICATE TRANSMISSION REPORT"
        TO DUPLICATE-REPORT-RECORD
    WRITE DUPLICATE-REPORT-RECORD.

*> A posting date must be a real calendar date, not merely numeric:
*> month 1-12 and a day the month actually has, February checked
*> against the leap-year rule.
    ADD 1 TO WS-REJECT-COUNT.

WRITE-SUSPENSE-RECORD.
    MOVE SPACES TO SUSPENSE-OUT-RECORD
    MOVE WS-EDIT-TRAN TO SOR-TRAN-DATA
    MOVE WS-SUSP-FIRST-DATE TO SOR-FIRST-DATE
    MOVE WS-SUSP-AGE TO SOR-AGE
    WRITE SUSPENSE-OUT-RECORD
    IF WS-SUSPENSE-OUT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE SUSPENSE-OUT-FILE - STATUS "
    STRING "NO CONTROL RECORD - HELD IN SUSPENSE: " WS-EDIT-TRAN
        DELIMITED BY SIZE INTO WS-EXC-VALUES
    PERFORM WRITE-EXCEPTION-RECORD
    ADD 1 TO WS-SUSPENSE-OUT-COUNT
    PERFORM NOTE-SUSPENSE-AGE.

*> An item new to suspense tonight, or on a line written before the
*> first date was kept, is first seen tonight. Its age is the
*> business days on the calendar after that date up to tonight's
*> business date - calendar days when there is no calendar - held
*> to the three digits the suspense line has room for.
AGE-SUSPENSE-ITEM.
    MOVE ZEROS TO WS-SUSP-PRIOR-AGE
    MOVE ZEROS TO WS-SUSP-AGE
    IF WS-FROM-SUSPENSE AND WS-EDIT-FIRST-DATE NUMERIC
        MOVE WS-EDIT-FIRST-DATE TO WS-SUSP-FIRST-DATE-TEXT
        IF WS-EDIT-PRIOR-AGE NUMERIC
            MOVE WS-EDIT-PRIOR-AGE TO WS-SUSP-PRIOR-AGE
        END-IF
    ELSE
        MOVE WS-BUSINESS-DATE TO WS-SUSP-FIRST-DATE
    END-IF
    IF WS-SUSP-FIRST-DATE < WS-BUSINESS-DATE
        IF WS-CALENDAR-LOADED
            PERFORM VARYING CAL-IDX FROM 1 BY 1
                    UNTIL CAL-IDX > WS-CAL-ENTRY-COUNT
                IF WS-CAL-ENTRY-DATE(CAL-IDX) > WS-SUSP-FIRST-DATE
                        AND WS-CAL-ENTRY-DATE(CAL-IDX)
                            NOT > WS-BUSINESS-DATE
                        AND WS-CAL-ENTRY-TYPE(CAL-IDX) = "B"
                        AND WS-SUSP-AGE < 999
                    ADD 1 TO WS-SUSP-AGE
                END-IF
            END-PERFORM
        ELSE
            COMPUTE WS-SUSP-DAY-COUNT =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-SUSP-FIRST-DATE)
            IF WS-SUSP-DAY-COUNT > 999
                MOVE 999 TO WS-SUSP-AGE
            ELSE
                MOVE WS-SUSP-DAY-COUNT TO WS-SUSP-AGE
            END-IF
        END-IF
    END-IF.

*> Each limit is reported once, on the night the item reaches it;
*> an item past the write-off limit is counted every night it is
*> still left in suspense.
NOTE-SUSPENSE-AGE.
    IF WS-SUSP-PRIOR-AGE < WS-SUSP-ESCALATE-DAYS
            AND WS-SUSP-AGE NOT < WS-SUSP-ESCALATE-DAYS
        ADD 1 TO WS-SUSP-ESCALATED-COUNT
        DISPLAY "EXCEPTION: BATCH " WS-EDIT-BATCH-ID " ITEM IN "
            "SUSPENSE " WS-SUSP-AGE " BUSINESS DAYS - ESCALATED"
        MOVE "CRIT" TO WS-EXC-SEVERITY
        MOVE "X107" TO WS-EXC-CODE
        MOVE WS-EDIT-BATCH-ID TO WS-EXC-BATCH-ID
        MOVE SPACES TO WS-EXC-VALUES
        STRING "IN SUSPENSE " WS-SUSP-AGE " BUSINESS DAYS SINCE "
            WS-SUSP-FIRST-DATE-TEXT ": " WS-EDIT-TRAN
            DELIMITED BY SIZE INTO WS-EXC-VALUES
        PERFORM WRITE-EXCEPTION-RECORD
    END-IF
    IF WS-SUSP-AGE NOT < WS-SUSP-WRITEOFF-DAYS
        ADD 1 TO WS-SUSP-DUE-COUNT
        IF WS-SUSP-PRIOR-AGE < WS-SUSP-WRITEOFF-DAYS
            MOVE "WARN" TO WS-EXC-SEVERITY
            MOVE "X108" TO WS-EXC-CODE
            MOVE WS-EDIT-BATCH-ID TO WS-EXC-BATCH-ID
            MOVE SPACES TO WS-EXC-VALUES
            STRING "DUE FOR WRITE-OFF - AWAITING DUAL CONTROL: "
                WS-EDIT-TRAN DELIMITED BY SIZE INTO WS-EXC-VALUES
            PERFORM WRITE-EXCEPTION-RECORD
        END-IF
    END-IF.

*> A keyed write-off is honoured only for an item due for it, with
*> both a request and an approval naming the item as SUSPNEW showed
*> it, keyed by two different operators. Either keying found is used
*> up, so a refused pair has to be keyed again; the item itself
*> stays in suspense.
CHECK-WRITE-OFF.
    MOVE "N" TO WS-WRITTEN-OFF-SW
    MOVE SPACES TO WS-REASON-TEXT
    PERFORM FIND-WRITE-OFF-REQUEST
    PERFORM FIND-WRITE-OFF-APPROVAL
    IF WS-WOFF-REQUEST-FOUND OR WS-WOFF-APPROVAL-FOUND
        EVALUATE TRUE
            WHEN WS-SUSP-AGE < WS-SUSP-WRITEOFF-DAYS
                MOVE "ITEM NOT YET DUE FOR WRITE-OFF" TO WS-REASON-TEXT
            WHEN NOT WS-WOFF-REQUEST-FOUND
                MOVE "APPROVAL WITH NO REQUEST" TO WS-REASON-TEXT
            WHEN NOT WS-WOFF-APPROVAL-FOUND
                MOVE "REQUEST WITH NO APPROVAL" TO WS-REASON-TEXT
            WHEN WS-WOFF-MAKER-ID = SPACES
                    OR WS-WOFF-APPROVER-ID = SPACES
                MOVE "NO OPERATOR ID ON WRITE-OFF" TO WS-REASON-TEXT
            WHEN WS-WOFF-MAKER-ID = WS-WOFF-APPROVER-ID
                MOVE "MAKER AND APPROVER THE SAME" TO WS-REASON-TEXT
        END-EVALUATE
        IF WS-REASON-TEXT = SPACES
            PERFORM WRITE-OFF-SUSPENSE-ITEM
        ELSE
            MOVE WS-SUSP-FIRST-DATE-TEXT TO WS-WRP-FIRST-DATE
            MOVE WS-SUSP-AGE TO WS-WRP-AGE
            PERFORM REFUSE-WRITE-OFF
        END-IF
    END-IF
    MOVE SPACES TO WS-REASON-TEXT.

FIND-WRITE-OFF-REQUEST.
    MOVE "N" TO WS-WOFF-REQUEST-FOUND-SW
    MOVE SPACES TO WS-WOFF-MAKER-ID
    SET WRQ-IDX TO 1
    SEARCH WS-WRQ-ENTRY
        AT END
            CONTINUE
        WHEN WS-WRQ-TRAN-DATA(WRQ-IDX) = WS-EDIT-TRAN
                AND WS-WRQ-FIRST-DATE(WRQ-IDX) = WS-SUSP-FIRST-DATE-TEXT
                AND WS-WRQ-USED-SW(WRQ-IDX) = "N"
            SET WS-WOFF-REQUEST-FOUND TO TRUE
            MOVE "Y" TO WS-WRQ-USED-SW(WRQ-IDX)
            MOVE WS-WRQ-OPERATOR-ID(WRQ-IDX) TO WS-WOFF-MAKER-ID
    END-SEARCH.

FIND-WRITE-OFF-APPROVAL.
    MOVE "N" TO WS-WOFF-APPROVAL-FOUND-SW
    MOVE SPACES TO WS-WOFF-APPROVER-ID
    SET WAP-IDX TO 1
    SEARCH WS-WAP-ENTRY
        AT END
            CONTINUE
        WHEN WS-WAP-TRAN-DATA(WAP-IDX) = WS-EDIT-TRAN
                AND WS-WAP-FIRST-DATE(WAP-IDX) = WS-SUSP-FIRST-DATE-TEXT
                AND WS-WAP-USED-SW(WAP-IDX) = "N"
            SET WS-WOFF-APPROVAL-FOUND TO TRUE
            MOVE "Y" TO WS-WAP-USED-SW(WAP-IDX)
            MOVE WS-WAP-OPERATOR-ID(WAP-IDX) TO WS-WOFF-APPROVER-ID
    END-SEARCH.

WRITE-OFF-SUSPENSE-ITEM.
    MOVE SPACES TO WRITE-OFF-RECORD
    MOVE WS-EDIT-TRAN TO WOF-TRAN-DATA
    MOVE WS-SUSP-FIRST-DATE TO WOF-FIRST-DATE
    MOVE WS-SUSP-AGE TO WOF-AGE
    MOVE WS-WOFF-MAKER-ID TO WOF-MAKER-ID
    MOVE WS-WOFF-APPROVER-ID TO WOF-APPROVER-ID
    WRITE WRITE-OFF-RECORD
    IF WS-WRITE-OFF-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE WRITE-OFF-FILE - STATUS "
            WS-WRITE-OFF-STATUS
        STOP RUN
    END-IF
    SET WS-WRITTEN-OFF TO TRUE
    ADD 1 TO WS-WOFF-COUNT
    MOVE WS-EDIT-AMOUNT TO WS-HASH-AMOUNT-TEXT
    ADD WS-HASH-AMOUNT TO WS-WOFF-AMOUNT
    ADD WS-HASH-AMOUNT TO WS-WOFF-HASH-TOTAL
        ON SIZE ERROR
            COMPUTE WS-WOFF-HASH-TOTAL = WS-WOFF-HASH-TOTAL
                + WS-HASH-AMOUNT - 10000000000000
    END-ADD
    MOVE "WRITTEN" TO WS-WRP-STATUS
    MOVE WS-SUSP-FIRST-DATE-TEXT TO WS-WRP-FIRST-DATE
    MOVE WS-SUSP-AGE TO WS-WRP-AGE
    MOVE WS-WOFF-MAKER-ID TO WS-WRP-MAKER-ID
    MOVE WS-WOFF-APPROVER-ID TO WS-WRP-APPROVER-ID
    MOVE "TO SUSPENSE CLEARING ACCOUNT" TO WS-WRP-TEXT
    PERFORM WRITE-WRITE-OFF-REPORT-DETAIL
    MOVE "INFO" TO WS-EXC-SEVERITY
    MOVE "X109" TO WS-EXC-CODE
    MOVE WS-EDIT-BATCH-ID TO WS-EXC-BATCH-ID
    MOVE SPACES TO WS-EXC-VALUES
    STRING "WRITTEN OFF - MAKER " WS-WOFF-MAKER-ID " APPROVER "
        WS-WOFF-APPROVER-ID ": " WS-EDIT-TRAN
        DELIMITED BY SIZE INTO WS-EXC-VALUES
    PERFORM WRITE-EXCEPTION-RECORD.

*> A refused keying is reported with the reason in WS-REASON-TEXT,
*> against the item in WS-EDIT-TRAN.
REFUSE-WRITE-OFF.
    ADD 1 TO WS-WOFF-REFUSED-COUNT
    MOVE "REFUSED" TO WS-WRP-STATUS
    MOVE WS-WOFF-MAKER-ID TO WS-WRP-MAKER-ID
    MOVE WS-WOFF-APPROVER-ID TO WS-WRP-APPROVER-ID
    MOVE WS-REASON-TEXT TO WS-WRP-TEXT
    PERFORM WRITE-WRITE-OFF-REPORT-DETAIL
    DISPLAY "EXCEPTION: BATCH " WS-EDIT-BATCH-ID " WRITE-OFF OF "
        WS-EDIT-TRAN " REFUSED - " WS-REASON-TEXT
    MOVE "WARN" TO WS-EXC-SEVERITY
    MOVE "X110" TO WS-EXC-CODE
    MOVE WS-EDIT-BATCH-ID TO WS-EXC-BATCH-ID
    MOVE SPACES TO WS-EXC-VALUES
    STRING "WRITE-OFF REFUSED - " WS-REASON-TEXT ": " WS-EDIT-TRAN
        DELIMITED BY SIZE INTO WS-EXC-VALUES
    PERFORM WRITE-EXCEPTION-RECORD.

*> A request or approval that no item in suspense took up named an
*> item not in suspense tonight, or under another first date.
REFUSE-UNUSED-WRITE-OFFS.
    MOVE "NO SUCH ITEM IN SUSPENSE" TO WS-REASON-TEXT
    MOVE SPACES TO WS-WRP-AGE
    MOVE SPACES TO WS-WOFF-APPROVER-ID
    PERFORM VARYING WRQ-IDX FROM 1 BY 1
            UNTIL WRQ-IDX > WS-WOFF-REQUEST-COUNT
        IF WS-WRQ-USED-SW(WRQ-IDX) = "N"
            MOVE WS-WRQ-TRAN-DATA(WRQ-IDX) TO WS-EDIT-TRAN
            MOVE WS-WRQ-FIRST-DATE(WRQ-IDX) TO WS-WRP-FIRST-DATE
            MOVE WS-WRQ-OPERATOR-ID(WRQ-IDX) TO WS-WOFF-MAKER-ID
            PERFORM REFUSE-WRITE-OFF
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-WOFF-MAKER-ID
    PERFORM VARYING WAP-IDX FROM 1 BY 1
            UNTIL WAP-IDX > WS-WOFF-APPROVAL-COUNT
        IF WS-WAP-USED-SW(WAP-IDX) = "N"
            MOVE WS-WAP-TRAN-DATA(WAP-IDX) TO WS-EDIT-TRAN
            MOVE WS-WAP-FIRST-DATE(WAP-IDX) TO WS-WRP-FIRST-DATE
            MOVE WS-WAP-OPERATOR-ID(WAP-IDX) TO WS-WOFF-APPROVER-ID
            PERFORM REFUSE-WRITE-OFF
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-REASON-TEXT.

OPEN-WRITE-OFF-FILES.
    OPEN OUTPUT WRITE-OFF-FILE
    IF WS-WRITE-OFF-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN WRITE-OFF-FILE - STATUS "
            WS-WRITE-OFF-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT WRITE-OFF-REPORT-FILE
    IF WS-WRITE-OFF-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN WRITE-OFF-REPORT-FILE - STATUS "
            WS-WRITE-OFF-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO WRITE-OFF-REPORT-RECORD
    STRING "SUSPENSE WRITE-OFF REPORT - BUSINESS DATE "
        WS-BUSINESS-DATE DELIMITED BY SIZE
        INTO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD
    MOVE SPACES TO WRITE-OFF-REPORT-RECORD
    STRING "ITEMS ESCALATED AT " WS-SUSP-ESCALATE-DAYS
        " AND DUE FOR WRITE-OFF AT " WS-SUSP-WRITEOFF-DAYS
        " BUSINESS DAYS IN SUSPENSE" DELIMITED BY SIZE
        INTO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD
    MOVE SPACES TO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD
    MOVE WS-WOFF-REPORT-HEADER TO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD.

*> Requests and approvals are keyed during the day for tonight's
*> edit; either file may be absent.
LOAD-WRITE-OFF-KEYINGS.
    OPEN INPUT WRITE-OFF-REQUEST-FILE
    IF WS-WRITE-OFF-REQUEST-STATUS = "00"
        PERFORM UNTIL WS-WOFF-REQUEST-EOF
            READ WRITE-OFF-REQUEST-FILE
                AT END
                    SET WS-WOFF-REQUEST-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-WRITE-OFF-REQUEST
            END-READ
        END-PERFORM
        CLOSE WRITE-OFF-REQUEST-FILE
    END-IF
    OPEN INPUT WRITE-OFF-APPROVAL-FILE
    IF WS-WRITE-OFF-APPROVAL-STATUS = "00"
        PERFORM UNTIL WS-WOFF-APPROVAL-EOF
            READ WRITE-OFF-APPROVAL-FILE
                AT END
                    SET WS-WOFF-APPROVAL-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-WRITE-OFF-APPROVAL
            END-READ
        END-PERFORM
        CLOSE WRITE-OFF-APPROVAL-FILE
    END-IF.

*> Tonight's keyings have all been acted on - released, written off,
*> or refused - so none is presented to the next night's edit.
EMPTY-KEYING-FILES.
    OPEN OUTPUT RELEASE-IN-FILE
    IF WS-RELEASE-IN-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT EMPTY RELEASE-IN-FILE - STATUS "
            WS-RELEASE-IN-STATUS
        STOP RUN
    END-IF
    CLOSE RELEASE-IN-FILE
    OPEN OUTPUT WRITE-OFF-REQUEST-FILE
    IF WS-WRITE-OFF-REQUEST-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT EMPTY WRITE-OFF-REQUEST-FILE - STATUS "
            WS-WRITE-OFF-REQUEST-STATUS
        STOP RUN
    END-IF
    CLOSE WRITE-OFF-REQUEST-FILE
    OPEN OUTPUT WRITE-OFF-APPROVAL-FILE
    IF WS-WRITE-OFF-APPROVAL-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT EMPTY WRITE-OFF-APPROVAL-FILE - STATUS "
            WS-WRITE-OFF-APPROVAL-STATUS
        STOP RUN
    END-IF
    CLOSE WRITE-OFF-APPROVAL-FILE.

LOAD-ONE-WRITE-OFF-REQUEST.
    IF WS-WOFF-REQUEST-COUNT = 500
        DISPLAY "FATAL: MORE THAN 500 REQUESTS ON "
            "WRITE-OFF-REQUEST-FILE"
        STOP RUN
    END-IF
    ADD 1 TO WS-WOFF-REQUEST-COUNT
    SET WRQ-IDX TO WS-WOFF-REQUEST-COUNT
    MOVE WRQ-TRAN-DATA TO WS-WRQ-TRAN-DATA(WRQ-IDX)
    MOVE WRQ-FIRST-DATE TO WS-WRQ-FIRST-DATE(WRQ-IDX)
    MOVE WRQ-OPERATOR-ID TO WS-WRQ-OPERATOR-ID(WRQ-IDX)
    MOVE "N" TO WS-WRQ-USED-SW(WRQ-IDX).

LOAD-ONE-WRITE-OFF-APPROVAL.
    IF WS-WOFF-APPROVAL-COUNT = 500
        DISPLAY "FATAL: MORE THAN 500 APPROVALS ON "
            "WRITE-OFF-APPROVAL-FILE"
        STOP RUN
    END-IF
    ADD 1 TO WS-WOFF-APPROVAL-COUNT
    SET WAP-IDX TO WS-WOFF-APPROVAL-COUNT
    MOVE WAP-TRAN-DATA TO WS-WAP-TRAN-DATA(WAP-IDX)
    MOVE WAP-FIRST-DATE TO WS-WAP-FIRST-DATE(WAP-IDX)
    MOVE WAP-OPERATOR-ID TO WS-WAP-OPERATOR-ID(WAP-IDX)
    MOVE "N" TO WS-WAP-USED-SW(WAP-IDX).

WRITE-WRITE-OFF-TRAILER.
    MOVE "*TRL*" TO WOT-TAG
    MOVE WS-BUSINESS-DATE TO WOT-BUSINESS-DATE
    MOVE WS-WOFF-COUNT TO WOT-RECORD-COUNT
    MOVE WS-WOFF-HASH-TOTAL TO WOT-HASH-TOTAL
    WRITE WRITE-OFF-TRAILER
    IF WS-WRITE-OFF-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE WRITE-OFF-FILE - STATUS "
            WS-WRITE-OFF-STATUS
        STOP RUN
    END-IF.

WRITE-WRITE-OFF-REPORT-DETAIL.
    MOVE WS-EDIT-BATCH-ID     TO WS-WRP-BATCH-ID
    MOVE WS-EDIT-TYPE         TO WS-WRP-TYPE
    MOVE WS-EDIT-AMOUNT       TO WS-WRP-AMOUNT
    MOVE WS-EDIT-POSTING-DATE TO WS-WRP-POSTING-DATE
    MOVE WS-EDIT-ORIG-TYPE    TO WS-WRP-ORIG-TYPE
    MOVE WS-WOFF-REPORT-DETAIL TO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD.

WRITE-WRITE-OFF-REPORT-TOTALS.
    MOVE SPACES TO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD
    MOVE SPACES TO WRITE-OFF-REPORT-RECORD
    STRING "ITEMS WRITTEN OFF: " WS-WOFF-COUNT
        "  AMOUNT: " WS-WOFF-AMOUNT
        "  KEYINGS REFUSED: " WS-WOFF-REFUSED-COUNT
        DELIMITED BY SIZE INTO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD
    MOVE SPACES TO WRITE-OFF-REPORT-RECORD
    STRING "REQUESTS KEYED: " WS-WOFF-REQUEST-COUNT
        "  APPROVALS KEYED: " WS-WOFF-APPROVAL-COUNT
        DELIMITED BY SIZE INTO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD
    MOVE SPACES TO WRITE-OFF-REPORT-RECORD
    STRING "ITEMS ESCALATED TONIGHT: " WS-SUSP-ESCALATED-COUNT
        "  LEFT IN SUSPENSE DUE FOR WRITE-OFF: " WS-SUSP-DUE-COUNT
        DELIMITED BY SIZE INTO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD
    MOVE SPACES TO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD
    MOVE "END OF SUSPENSE WRITE-OFF REPORT" TO WRITE-OFF-REPORT-RECORD
    WRITE WRITE-OFF-REPORT-RECORD.

OPEN-EXCEPTION-FILE.
    OPEN EXTEND EXCEPTION-FILE
            WS-EXCEPTION-STATUS
        STOP RUN
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

*> The edit follows the branch-master maintenance run, whose unload
*> it edits against.
CHECK-CYCLE-PREDECESSOR.
    MOVE "BATCHMNT" TO WS-PREDECESSOR-STEP
    PERFORM VERIFY-PREDECESSOR-COMPLETE.

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
