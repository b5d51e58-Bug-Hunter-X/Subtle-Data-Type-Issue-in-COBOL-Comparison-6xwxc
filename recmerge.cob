*> into the one nightly audit file, the stream report rows into one
*> summary report with one TOTAL line, and the stream journal detail
*> entries into one extract with one company-total entry and one hash
*> trailer. The stream carryover, next-day control, alert, reversal
*> reject, reversal-match, and orphan files are combined as well, so
*> the rest of the job stream sees exactly the file names it has
*> always seen. Streams own ascending, non-overlapping key ranges in
*> stream-id order, so copying in stream order preserves key order.
*> CTL-STREAM-COUNT (1-9) says how many streams ran; CTL-MERGE-DATE
*> overrides the run date used in the audit and report file names
*> for a merge that starts after midnight. The streams' staged
*> closing-balance and posted-item postings are applied to their
*> history masters here. The streams leave the edit's suspense
*> write-offs (WOFFFILE) unjournaled; the merge journals them after
*> the stream entries, as one company-level entry under the reserved
*> batch id WOFF, as the single-stream run does.
*> The merge is stamped on the cycle run-control file CYCLCTL under
*> the business date - calendar current date, else
*> CTL-BUSINESS-DATE, else the run date as CTL-MERGE-DATE leaves it.
*> It will not start until every one of the CTL-STREAM-COUNT streams
*> (steps BUGS1 onward) has completed for that date, and will not run
*> a second time for a date it has already completed unless
*> CTL-RERUN=Y.
IDENTIFICATION DIVISION.
PROGRAM-ID. RECMERGE.

        RECORD KEY IS BAL-HIST-KEY
        FILE STATUS IS WS-BALANCE-HISTORY-STATUS.

    SELECT POSTED-ITEM-FILE ASSIGN TO "POSTHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PST-KEY
        FILE STATUS IS WS-POSTED-ITEM-STATUS.

    SELECT REVERSAL-REJECT-OUT-FILE ASSIGN TO "REVREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-REJECT-OUT-STATUS.

    SELECT REVERSAL-MATCH-OUT-FILE ASSIGN TO DYNAMIC
            WS-REVMATCH-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-MATCH-OUT-STATUS.

    SELECT ORPHAN-OUT-FILE ASSIGN TO "ORPHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORPHAN-OUT-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

    SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WRITE-OFF-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STREAM-IN-FILE.
01  STREAM-IN-RECORD            PIC X(180).

FD  AUDIT-OUT-FILE.
01  AUDIT-OUT-RECORD            PIC X(180).

FD  REPORT-OUT-FILE.
01  REPORT-OUT-RECORD           PIC X(180).
    05  BAL-CLOSE-2             PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  BAL-VERDICT             PIC X(20).
    05  BAL-CARRY-COUNT         PIC 9(5).
    05  BAL-GRADE               PIC X(5).

*> Posted-item history master, column for column as the
*> reconciliation defines it. Streams stage their postings on
*> sequential PSTP files.
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

FD  REVERSAL-REJECT-OUT-FILE.
01  REVERSAL-REJECT-OUT-RECORD  PIC X(60).

FD  REVERSAL-MATCH-OUT-FILE.
01  REVERSAL-MATCH-OUT-RECORD   PIC X(100).

FD  ORPHAN-OUT-FILE.
01  ORPHAN-OUT-RECORD           PIC X(60).

*> Suspense write-offs, column for column as the edit writes them;
*> only the held transaction is wanted here.
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
01  WS-STREAM-IN-STATUS         PIC XX VALUE "00".
01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
01  WS-REGISTER-OUT-STATUS      PIC XX VALUE "00".
01  WS-BALANCE-HISTORY-STATUS   PIC XX VALUE "00".
01  WS-POSTED-ITEM-STATUS       PIC XX VALUE "00".
01  WS-REVERSAL-REJECT-OUT-STATUS PIC XX VALUE "00".
01  WS-REVERSAL-MATCH-OUT-STATUS PIC XX VALUE "00".
01  WS-ORPHAN-OUT-STATUS        PIC XX VALUE "00".
01  WS-WRITE-OFF-STATUS         PIC XX VALUE "00".

*> Rolling retention for the closing-balance history master.
01  WS-RETAIN-DAYS-TEXT         PIC X(3) VALUE SPACES.
01  WS-BAL-HIST-EOF-SW          PIC X VALUE "N".
    88  WS-BAL-HIST-EOF                 VALUE "Y".

*> The posted-item history is kept only as far back as a reversal can
*> reach, CTL-REVERSAL-DAYS as the reconciliation reads it.
01  WS-REVERSAL-DAYS-TEXT       PIC X(3) VALUE SPACES.
01  WS-REVERSAL-DAYS            PIC 9(3) VALUE 30.
01  WS-LOOKBACK-DATE            PIC 9(8) VALUE ZEROS.
01  WS-POSTED-PURGE-COUNT       PIC 9(7) VALUE ZEROS.
01  WS-POSTED-EOF-SW            PIC X VALUE "N".
    88  WS-POSTED-EOF                   VALUE "Y".

*> Control-trailer work for the combined carryover hand-off: each
*> stream's trailer is verified against its own records, dropped,
*> and one trailer covering the combined file is written instead.
01  WS-EOF-SWITCHES.
    05  WS-STREAM-IN-EOF-SW     PIC X VALUE "N".
        88  WS-STREAM-IN-EOF            VALUE "Y".
    05  WS-WRITE-OFF-EOF-SW     PIC X VALUE "N".
        88  WS-WRITE-OFF-EOF            VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8).
01  WS-MERGE-DATE-TEXT          PIC X(8) VALUE SPACES.
01  WS-STREAM-COUNT-TEXT        PIC X VALUE SPACE.

*> Cycle run control.
01  WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
01  WS-CYCLE-STEP               PIC X(8) VALUE "RECMERGE".
01  WS-PREDECESSOR-STEP         PIC X(8) VALUE SPACES.
01  WS-RERUN-SW                 PIC X VALUE "N".
    88  WS-RERUN-OVERRIDE               VALUE "Y".
01  WS-CYCLE-ENTRY-SW           PIC X VALUE "N".
    88  WS-CYCLE-ENTRY-FOUND            VALUE "Y".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".
01  WS-CALENDAR-EOF-SW          PIC X VALUE "N".
    88  WS-CALENDAR-EOF                 VALUE "Y".
01  WS-CYCLE-DATE               PIC 9(8) VALUE ZEROS.
01  WS-CYCLE-DATE-TEXT          PIC X(8) VALUE SPACES.
01  WS-STREAM-COUNT             PIC 9 VALUE 1.
01  WS-STREAM-NO                PIC 9 VALUE ZEROS.
01  WS-STREAM-ID                PIC X.
01  WS-AUDIT-FILENAME           PIC X(20).
01  WS-REPORT-FILENAME          PIC X(20).
01  WS-REGISTER-FILENAME        PIC X(20).
01  WS-REVMATCH-FILENAME        PIC X(20).
01  WS-FILE-REQUIRED-SW         PIC X VALUE "Y".
    88  WS-FILE-REQUIRED                VALUE "Y".
01  WS-FILE-PRESENT-SW          PIC X VALUE "N".
    05  WS-EXCP-LINE-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-BALPOST-LINE-COUNT   PIC 9(7) VALUE ZEROS.
    05  WS-REGISTER-LINE-COUNT  PIC 9(7) VALUE ZEROS.
    05  WS-PSTPOST-LINE-COUNT   PIC 9(7) VALUE ZEROS.
    05  WS-REVREJ-LINE-COUNT    PIC 9(7) VALUE ZEROS.
    05  WS-REVMATCH-LINE-COUNT  PIC 9(7) VALUE ZEROS.
    05  WS-ORPHAN-LINE-COUNT    PIC 9(7) VALUE ZEROS.

*> Journal totals rebuilt across streams: the company total is the
*> signed sum of the stream detail entries (the account order on a
01  WS-GL-DEBIT-ACCT            PIC X(8) VALUE "10100100".
01  WS-GL-CREDIT-ACCT           PIC X(8) VALUE "20200200".

*> Suspense write-offs post to their own pair of accounts, one entry
*> for the company under a batch id no branch can have, into the
*> count and hash but not the company total.
01  WS-GL-WRITE-OFF-ACCT        PIC X(8) VALUE "10100900".
01  WS-GL-SUSP-CLEARING-ACCT    PIC X(8) VALUE "20200900".
01  WS-GL-WRITE-OFF-BATCH-ID    PIC X(5) VALUE "WOFF ".
01  WS-WOFF-NET-AMOUNT          PIC S9(11)V99 VALUE ZEROS.
01  WS-WOFF-ITEM-COUNT          PIC 9(7) VALUE ZEROS.
01  WS-WOFF-ENTRY-COUNT         PIC 9(7) VALUE ZEROS.
01  WS-WOFF-HASH-TOTAL          PIC 9(13)V99 VALUE ZEROS.
01  WS-WOFF-TRAILER-SEEN-SW     PIC X VALUE "N".
    88  WS-WOFF-TRAILER-SEEN            VALUE "Y".

*> Image of a journal record, for parsing the stream extracts.
01  WS-JOURNAL-LINE-IMAGE.
    05  WS-JRN-REC-TYPE         PIC X.
    05  WS-RPT-CLOSE-1          PIC -(11)9.99.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-RPT-CLOSE-2          PIC -(11)9.99.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-RPT-GRADE            PIC X(5).

*> Items rolled to the next business day, summed from the streams'
*> ITEMS ROLLED report lines onto the combined report.
        DISPLAY "FATAL: CTL-STREAM-COUNT MUST BE 1-9"
        STOP RUN
    END-IF
    PERFORM SET-CYCLE-BUSINESS-DATE
    PERFORM START-CYCLE-STEP
    STRING "AUDIT" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-AUDIT-FILENAME
    STRING "RPT" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-REPORT-FILENAME
    STRING "REG" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-REGISTER-FILENAME
    STRING "RVM" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
        INTO WS-REVMATCH-FILENAME
*> The exception and alert merges append to EXTEND-mode files, so
*> they run last, after every step that can abend: a rerun of a
*> failed merge then rewrites the OUTPUT-mode files from scratch
    PERFORM MERGE-CARRYOVER-FILES
    PERFORM MERGE-NEXT-CONTROL-FILES
    PERFORM MERGE-REGISTER-FILES
    PERFORM MERGE-REVERSAL-FILES
    PERFORM MERGE-ORPHAN-FILES
    PERFORM APPLY-BALANCE-POSTS
    PERFORM APPLY-POSTED-ITEM-POSTS
    PERFORM MERGE-EXCEPTION-FILES
    PERFORM MERGE-ALERT-FILES
    CLOSE EXCEPTION-FILE
    DISPLAY "AUDIT LINES MERGED:    " WS-AUDIT-LINE-COUNT
    DISPLAY "REPORT ROWS MERGED:    " WS-REPORT-ROW-COUNT
    DISPLAY "JOURNAL ENTRIES MERGED:" WS-JOURNAL-LINE-COUNT
    DISPLAY "WRITE-OFFS JOURNALED:  " WS-WOFF-ITEM-COUNT
        " IN " WS-WOFF-ENTRY-COUNT " ENTRIES"
    DISPLAY "CARRYOVER ITEMS MERGED:" WS-CARRYOVER-LINE-COUNT
    DISPLAY "NEXT-DAY CTL MERGED:   " WS-CTLNEXT-LINE-COUNT
    DISPLAY "ALERT LINES MERGED:    " WS-ALERT-LINE-COUNT
    DISPLAY "REGISTER LINES MERGED: " WS-REGISTER-LINE-COUNT
    DISPLAY "HISTORY POSTS APPLIED: " WS-BALPOST-LINE-COUNT
    DISPLAY "HISTORY RECORDS PURGED:" WS-PURGE-COUNT
    DISPLAY "REVERSAL REJECTS MERGED:" WS-REVREJ-LINE-COUNT
    DISPLAY "REVERSAL LINES MERGED: " WS-REVMATCH-LINE-COUNT
    DISPLAY "ORPHANS MERGED:        " WS-ORPHAN-LINE-COUNT
    DISPLAY "POSTED ITEMS APPLIED:  " WS-PSTPOST-LINE-COUNT
    DISPLAY "POSTED ITEMS PURGED:   " WS-POSTED-PURGE-COUNT
    PERFORM END-CYCLE-STEP
    STOP RUN.

MERGE-REGISTER-FILES.
    END-PERFORM
    CLOSE REGISTER-OUT-FILE.

*> Every stream writes its reversal reject file and match report,
*> empty on a night with no reversals, so both are required.
MERGE-REVERSAL-FILES.
    OPEN OUTPUT REVERSAL-REJECT-OUT-FILE
    IF WS-REVERSAL-REJECT-OUT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN REVERSAL-REJECT-OUT-FILE - STATUS "
            WS-REVERSAL-REJECT-OUT-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT REVERSAL-MATCH-OUT-FILE
    IF WS-REVERSAL-MATCH-OUT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN REVERSAL-MATCH-OUT-FILE - STATUS "
            WS-REVERSAL-MATCH-OUT-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
            UNTIL WS-STREAM-NO > WS-STREAM-COUNT
        MOVE WS-STREAM-NO TO WS-STREAM-ID
        MOVE SPACES TO WS-STREAM-IN-FILENAME
        STRING "REVREJ" WS-STREAM-ID DELIMITED BY SIZE
            INTO WS-STREAM-IN-FILENAME
        MOVE "Y" TO WS-FILE-REQUIRED-SW
        PERFORM OPEN-STREAM-IN-FILE
        PERFORM UNTIL WS-STREAM-IN-EOF
            READ STREAM-IN-FILE
                AT END
                    SET WS-STREAM-IN-EOF TO TRUE
                NOT AT END
                    MOVE STREAM-IN-RECORD TO REVERSAL-REJECT-OUT-RECORD
                    WRITE REVERSAL-REJECT-OUT-RECORD
                    ADD 1 TO WS-REVREJ-LINE-COUNT
            END-READ
        END-PERFORM
        CLOSE STREAM-IN-FILE
        MOVE SPACES TO WS-STREAM-IN-FILENAME
        STRING "RVM" WS-RUN-DATE "S" WS-STREAM-ID ".TXT"
            DELIMITED BY SIZE INTO WS-STREAM-IN-FILENAME
        PERFORM OPEN-STREAM-IN-FILE
        PERFORM UNTIL WS-STREAM-IN-EOF
            READ STREAM-IN-FILE
                AT END
                    SET WS-STREAM-IN-EOF TO TRUE
                NOT AT END
                    MOVE STREAM-IN-RECORD TO REVERSAL-MATCH-OUT-RECORD
                    WRITE REVERSAL-MATCH-OUT-RECORD
                    ADD 1 TO WS-REVMATCH-LINE-COUNT
            END-READ
        END-PERFORM
        CLOSE STREAM-IN-FILE
    END-PERFORM
    CLOSE REVERSAL-REJECT-OUT-FILE
    CLOSE REVERSAL-MATCH-OUT-FILE.

*> Each stream lists only the orphans inside its own key range, so
*> the stream files together list each orphan once.
MERGE-ORPHAN-FILES.
    OPEN OUTPUT ORPHAN-OUT-FILE
    IF WS-ORPHAN-OUT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN ORPHAN-OUT-FILE - STATUS "
            WS-ORPHAN-OUT-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
            UNTIL WS-STREAM-NO > WS-STREAM-COUNT
        MOVE WS-STREAM-NO TO WS-STREAM-ID
        MOVE SPACES TO WS-STREAM-IN-FILENAME
        STRING "ORPHFILE" WS-STREAM-ID DELIMITED BY SIZE
            INTO WS-STREAM-IN-FILENAME
        MOVE "Y" TO WS-FILE-REQUIRED-SW
        PERFORM OPEN-STREAM-IN-FILE
        PERFORM UNTIL WS-STREAM-IN-EOF
            READ STREAM-IN-FILE
                AT END
                    SET WS-STREAM-IN-EOF TO TRUE
                NOT AT END
                    MOVE STREAM-IN-RECORD TO ORPHAN-OUT-RECORD
                    WRITE ORPHAN-OUT-RECORD
                    ADD 1 TO WS-ORPHAN-LINE-COUNT
            END-READ
        END-PERFORM
        CLOSE STREAM-IN-FILE
    END-PERFORM
    CLOSE ORPHAN-OUT-FILE.

*> Apply the streams' staged posted-item postings to the history the
*> same way as the closing-balance postings: a later posting under
*> the same key (a restarted stream's re-run batch) replaces the
*> earlier one. Originals past the reversal lookback are then purged.
APPLY-POSTED-ITEM-POSTS.
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
    PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
            UNTIL WS-STREAM-NO > WS-STREAM-COUNT
        MOVE WS-STREAM-NO TO WS-STREAM-ID
        MOVE SPACES TO WS-STREAM-IN-FILENAME
        STRING "PSTP" WS-RUN-DATE "S" WS-STREAM-ID
            DELIMITED BY SIZE INTO WS-STREAM-IN-FILENAME
        MOVE "Y" TO WS-FILE-REQUIRED-SW
        PERFORM OPEN-STREAM-IN-FILE
        PERFORM UNTIL WS-STREAM-IN-EOF
            READ STREAM-IN-FILE
                AT END
                    SET WS-STREAM-IN-EOF TO TRUE
                NOT AT END
                    MOVE STREAM-IN-RECORD TO POSTED-ITEM-RECORD
                    WRITE POSTED-ITEM-RECORD
                        INVALID KEY
                            REWRITE POSTED-ITEM-RECORD
                    END-WRITE
                    IF WS-POSTED-ITEM-STATUS NOT = "00"
                        DISPLAY "FATAL: CANNOT POST "
                            "POSTED-ITEM-FILE - STATUS "
                            WS-POSTED-ITEM-STATUS
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-PSTPOST-LINE-COUNT
            END-READ
        END-PERFORM
        CLOSE STREAM-IN-FILE
    END-PERFORM
    PERFORM PURGE-POSTED-ITEMS
    CLOSE POSTED-ITEM-FILE.

*> The lookback runs back from the cycle's business date, as the
*> reconciliation's own does, so a merge run late or rerun on a later
*> day purges nothing a reversal for that date may still match.
PURGE-POSTED-ITEMS.
    ACCEPT WS-REVERSAL-DAYS-TEXT FROM ENVIRONMENT "CTL-REVERSAL-DAYS"
    IF WS-REVERSAL-DAYS-TEXT NUMERIC
        MOVE WS-REVERSAL-DAYS-TEXT TO WS-REVERSAL-DAYS
    END-IF
    COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) - WS-REVERSAL-DAYS)
    MOVE ZEROS TO WS-POSTED-PURGE-COUNT
    MOVE "N" TO WS-POSTED-EOF-SW
    MOVE LOW-VALUES TO PST-KEY
    START POSTED-ITEM-FILE KEY NOT < PST-KEY
        INVALID KEY
            SET WS-POSTED-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-POSTED-EOF
        READ POSTED-ITEM-FILE NEXT
            AT END
                SET WS-POSTED-EOF TO TRUE
            NOT AT END
                IF PST-BUSINESS-DATE < WS-LOOKBACK-DATE
                    DELETE POSTED-ITEM-FILE
                    ADD 1 TO WS-POSTED-PURGE-COUNT
                END-IF
        END-READ
    END-PERFORM.

*> Apply the streams' staged closing-balance postings to the history
*> master, reposting over any record a rerun already wrote, then
*> purge past the rolling retention.
        END-PERFORM
        CLOSE STREAM-IN-FILE
    END-PERFORM
    PERFORM POST-SUSPENSE-WRITE-OFFS
    PERFORM WRITE-JOURNAL-TOTALS
    CLOSE JOURNAL-OUT-FILE.

*> Every write-off is netted as it is read - debits and reversed
*> credits up, credits and reversed debits down - and the net posted
*> as one company-level entry. The edit's trailer is checked as the
*> file is read; every output here is rewritten from scratch, so an
*> abend part-way leaves nothing a rerun cannot redo.
POST-SUSPENSE-WRITE-OFFS.
    OPEN INPUT WRITE-OFF-FILE
    IF WS-WRITE-OFF-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN WRITE-OFF-FILE - STATUS "
            WS-WRITE-OFF-STATUS
        STOP RUN
    END-IF
    MOVE ZEROS TO WS-WOFF-NET-AMOUNT
    PERFORM UNTIL WS-WRITE-OFF-EOF
        READ WRITE-OFF-FILE
            AT END
                SET WS-WRITE-OFF-EOF TO TRUE
            NOT AT END
                PERFORM TAKE-WRITE-OFF-RECORD
        END-READ
    END-PERFORM
    PERFORM WRITE-WRITE-OFF-ENTRY
    CLOSE WRITE-OFF-FILE
    IF WS-TRAILER-CHECK AND NOT WS-WOFF-TRAILER-SEEN
        DISPLAY "FATAL: WRITE-OFF-FILE HAS NO CONTROL TRAILER"
        STOP RUN
    END-IF.

TAKE-WRITE-OFF-RECORD.
    IF WOT-TAG = "*TRL*"
        SET WS-WOFF-TRAILER-SEEN TO TRUE
        IF WS-TRAILER-CHECK
            IF WOT-BUSINESS-DATE NOT = WS-CYCLE-DATE
                DISPLAY "FATAL: WRITE-OFF-FILE TRAILER DATED "
                    WOT-BUSINESS-DATE " BUT THE BUSINESS DATE IS "
                    WS-CYCLE-DATE " - STALE FILE"
                STOP RUN
            END-IF
            IF WOT-RECORD-COUNT NOT = WS-WOFF-ITEM-COUNT
                    OR WOT-HASH-TOTAL NOT = WS-WOFF-HASH-TOTAL
                DISPLAY "FATAL: WRITE-OFF-FILE TRAILER MISMATCH - "
                    "EXPECTED " WOT-RECORD-COUNT "/" WOT-HASH-TOTAL
                    " GOT " WS-WOFF-ITEM-COUNT "/" WS-WOFF-HASH-TOTAL
                STOP RUN
            END-IF
        END-IF
    ELSE
        IF WS-WOFF-TRAILER-SEEN AND WS-TRAILER-CHECK
            DISPLAY "FATAL: WRITE-OFF-FILE HAS RECORDS AFTER "
                "THE CONTROL TRAILER"
            STOP RUN
        END-IF
        ADD 1 TO WS-WOFF-ITEM-COUNT
        MOVE WOF-AMOUNT TO WS-HASH-AMOUNT-TEXT
        IF WS-HASH-AMOUNT-TEXT NUMERIC
            ADD WS-HASH-AMOUNT TO WS-WOFF-HASH-TOTAL
                ON SIZE ERROR
                    COMPUTE WS-WOFF-HASH-TOTAL = WS-WOFF-HASH-TOTAL
                        + WS-HASH-AMOUNT - 10000000000000
            END-ADD
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
        END-IF
    END-IF.

*> Write-offs that net to nothing post no entry.
WRITE-WRITE-OFF-ENTRY.
    IF WS-WOFF-NET-AMOUNT NOT = ZERO
        MOVE SPACES TO JOURNAL-OUT-RECORD
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
        MOVE ZEROS TO JRN-RECORD-COUNT
        ADD 1 TO WS-GL-ENTRY-COUNT
        ADD JRN-AMOUNT TO WS-GL-HASH-TOTAL
            ON SIZE ERROR
                COMPUTE WS-GL-HASH-TOTAL = WS-GL-HASH-TOTAL
                    + JRN-AMOUNT - 10000000000000
        END-ADD
        WRITE JOURNAL-OUT-RECORD
        IF WS-JOURNAL-OUT-STATUS NOT = "00"
            DISPLAY "FATAL: CANNOT WRITE JOURNAL-OUT-FILE - STATUS "
                WS-JOURNAL-OUT-STATUS
            STOP RUN
        END-IF
        ADD 1 TO WS-WOFF-ENTRY-COUNT
    END-IF
    MOVE ZEROS TO WS-WOFF-NET-AMOUNT.

*> A stream extract holds detail entries only. Each is copied as-is
*> into the count and hash, and its signed amount - negative when the
*> accounts are swapped - rebuilds the company total.
        CLOSE STREAM-IN-FILE
    END-PERFORM
    CLOSE ALERT-OUT-FILE.

*> The business date this step runs for, derived as the edit and the
*> reconciliation derive it: the calendar's current business date,
*> else CTL-BUSINESS-DATE, else the run date.
SET-CYCLE-BUSINESS-DATE.
    ACCEPT WS-CYCLE-DATE-TEXT FROM ENVIRONMENT "CTL-BUSINESS-DATE"
    IF WS-CYCLE-DATE-TEXT NUMERIC
        MOVE WS-CYCLE-DATE-TEXT TO WS-CYCLE-DATE
    ELSE
        MOVE WS-RUN-DATE TO WS-CYCLE-DATE
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

*> The merge follows every stream that ran.
CHECK-CYCLE-PREDECESSOR.
    PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
            UNTIL WS-STREAM-NO > WS-STREAM-COUNT
        MOVE WS-STREAM-NO TO WS-STREAM-ID
        MOVE SPACES TO WS-PREDECESSOR-STEP
        STRING "BUGS" WS-STREAM-ID DELIMITED BY SIZE
            INTO WS-PREDECESSOR-STEP
        PERFORM VERIFY-PREDECESSOR-COMPLETE
    END-PERFORM.

*> Refuse to start unless WS-PREDECESSOR-STEP has completed for the
*> business date.
VERIFY-PREDECESSOR-COMPLETE.
    MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
    MOVE WS-PREDECESSOR-STEP TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            MOVE SPACES TO RC-COMPLETION-CODE
    END-READ
    IF NOT RC-STEP-COMPLETE
        DISPLAY "FATAL: " WS-PREDECESSOR-STEP " HAS NOT COMPLETED "
            "FOR BUSINESS DATE " WS-CYCLE-DATE " - " WS-CYCLE-STEP
            " CANNOT START"
        STOP RUN
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
