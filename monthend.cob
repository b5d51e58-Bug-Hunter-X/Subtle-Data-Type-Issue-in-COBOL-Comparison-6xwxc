*> overnight AUDITyyyymmdd.TXT files and the daytime re-reconciliation
*> AUDITyyyymmddD.TXT files - consolidates the RECN and ADJ lines by
*> batch id, and produces one trend report per month in place of
*> thirty console listings: each branch's day-by-day pass/watch/fail
*> history, days run/passed/watched/failed, total online adjustments
*> taken, and a repeat-offender section ranked by days failed. A
*> day's final grade for a batch is the last RECN line written for it
*> that day, so a failure cleared by the daytime corrections run
*> counts as a pass. Audit lines written before the tolerance grade
*> was carried are graded from their verdict alone - GREATER THAN as
*> a pass, anything else as a fail. A watched day is one that cleared
*> inside the branch's tolerance band: not a failure, but a branch
*> with a run of them is drifting. CTL-MONTH (yyyymm) selects the
*> month; it defaults to the month of the run date.
IDENTIFICATION DIVISION.
PROGRAM-ID. MONTHEND.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-IN-FILE.
01  AUDIT-IN-RECORD             PIC X(180).

FD  TREND-REPORT-FILE.
01  TREND-REPORT-RECORD         PIC X(132).
    05  SUM-BATCH-ID            PIC X(5).
    05  SUM-DAYS-RUN            PIC 9(2).
    05  SUM-DAYS-PASSED         PIC 9(2).
    05  SUM-DAYS-WATCHED        PIC 9(2).
    05  SUM-DAYS-FAILED         PIC 9(2).
    05  SUM-ADJ-TOTAL           PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  SUM-HISTORY             PIC X(31).
    05  MS-LINE-SEQ             PIC 9(9).
    05  MS-REC-TYPE             PIC X(4).
    05  MS-VERDICT              PIC X(20).
    05  MS-GRADE                PIC X(5).
    05  MS-ADJ-AMOUNT           PIC S9(7)V99 SIGN LEADING SEPARATE.

SD  RANKING-SORT-FILE.
    05  RS-BATCH-ID             PIC X(5).
    05  RS-DAYS-RUN             PIC 9(2).
    05  RS-DAYS-PASSED          PIC 9(2).
    05  RS-DAYS-WATCHED         PIC 9(2).
    05  RS-DAYS-FAILED          PIC 9(2).
    05  RS-ADJ-TOTAL            PIC S9(9)V99 SIGN LEADING SEPARATE.
    05  RS-HISTORY              PIC X(31).
    05  WS-RCN-CARRY            PIC X(5).
    05  FILLER                  PIC X.
    05  WS-RCN-VERDICT          PIC X(20).
    05  FILLER                  PIC X.
    05  WS-RCN-GRADE            PIC X(5).

*> Image of an ADJ (online adjustment) audit line.
01  WS-ADJ-LINE-IMAGE.
01  WS-CURRENT-BATCH-ID         PIC X(5) VALUE SPACES.
01  WS-CURRENT-DATE-KEY         PIC 9(8) VALUE ZEROS.
01  WS-DAY-VERDICT              PIC X(20) VALUE SPACES.
01  WS-DAY-GRADE                PIC X(5) VALUE SPACES.
01  WS-DAY-HAS-RECN-SW          PIC X VALUE "N".
    88  WS-DAY-HAS-RECN                 VALUE "Y".
01  WS-BATCH-DAYS-RUN           PIC 9(2) VALUE ZEROS.
01  WS-BATCH-DAYS-PASSED        PIC 9(2) VALUE ZEROS.
01  WS-BATCH-DAYS-WATCHED       PIC 9(2) VALUE ZEROS.
01  WS-BATCH-DAYS-FAILED        PIC 9(2) VALUE ZEROS.
01  WS-BATCH-ADJ-TOTAL          PIC S9(9)V99 SIGN LEADING SEPARATE
                                 VALUE ZEROS.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-TRD-DAYS-PASSED      PIC ZZZZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-TRD-DAYS-WATCHED     PIC ZZZZZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-TRD-DAYS-FAILED      PIC ZZZZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-TRD-ADJ-TOTAL        PIC -(9)9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-TRDH-PASSED          PIC X(6)  VALUE "PASSED".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-TRDH-WATCHED         PIC X(7)  VALUE "WATCHED".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-TRDH-FAILED          PIC X(6)  VALUE "FAILED".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-TRDH-ADJ             PIC X(13) JUSTIFIED RIGHT
            MOVE WS-LINE-SEQ     TO MS-LINE-SEQ
            MOVE "RECN"          TO MS-REC-TYPE
            MOVE WS-RCN-VERDICT  TO MS-VERDICT
            MOVE WS-RCN-GRADE    TO MS-GRADE
            MOVE ZEROS           TO MS-ADJ-AMOUNT
            RELEASE CONSOLIDATE-SORT-RECORD
        WHEN "ADJ "
            MOVE WS-LINE-SEQ      TO MS-LINE-SEQ
            MOVE "ADJ "           TO MS-REC-TYPE
            MOVE SPACES           TO MS-VERDICT
            MOVE SPACES           TO MS-GRADE
            COMPUTE MS-ADJ-AMOUNT
                = FUNCTION NUMVAL(WS-ADJL-AMOUNT)
            RELEASE CONSOLIDATE-SORT-RECORD
                MOVE MS-AUDIT-DATE TO WS-CURRENT-DATE-KEY
            END-IF
            MOVE MS-VERDICT TO WS-DAY-VERDICT
            MOVE MS-GRADE TO WS-DAY-GRADE
            MOVE "Y" TO WS-DAY-HAS-RECN-SW
        ELSE
            ADD MS-ADJ-AMOUNT TO WS-BATCH-ADJ-TOTAL
    MOVE MS-BATCH-ID TO WS-CURRENT-BATCH-ID
    MOVE ZEROS TO WS-CURRENT-DATE-KEY
    MOVE SPACES TO WS-DAY-VERDICT
    MOVE SPACES TO WS-DAY-GRADE
    MOVE "N" TO WS-DAY-HAS-RECN-SW
    MOVE ZEROS TO WS-BATCH-DAYS-RUN
    MOVE ZEROS TO WS-BATCH-DAYS-PASSED
    MOVE ZEROS TO WS-BATCH-DAYS-WATCHED
    MOVE ZEROS TO WS-BATCH-DAYS-FAILED
    MOVE ZEROS TO WS-BATCH-ADJ-TOTAL
    MOVE ALL "." TO WS-BATCH-HISTORY.
        ADD 1 TO WS-BATCH-DAYS-RUN
        COMPUTE WS-HISTORY-DAY
            = FUNCTION MOD(WS-CURRENT-DATE-KEY, 100)
        IF WS-DAY-GRADE = SPACES
            IF WS-DAY-VERDICT = "GREATER THAN"
                MOVE "PASS" TO WS-DAY-GRADE
            ELSE
                MOVE "FAIL" TO WS-DAY-GRADE
            END-IF
        END-IF
        EVALUATE WS-DAY-GRADE
            WHEN "PASS"
                ADD 1 TO WS-BATCH-DAYS-PASSED
                MOVE "P" TO WS-BATCH-HISTORY(WS-HISTORY-DAY:1)
            WHEN "WATCH"
                ADD 1 TO WS-BATCH-DAYS-WATCHED
                MOVE "W" TO WS-BATCH-HISTORY(WS-HISTORY-DAY:1)
            WHEN OTHER
                ADD 1 TO WS-BATCH-DAYS-FAILED
                MOVE "F" TO WS-BATCH-HISTORY(WS-HISTORY-DAY:1)
        END-EVALUATE
        MOVE "N" TO WS-DAY-HAS-RECN-SW
        MOVE SPACES TO WS-DAY-VERDICT
        MOVE SPACES TO WS-DAY-GRADE
    END-IF.

FINALIZE-BATCH.
    MOVE WS-BATCH-HISTORY     TO WS-TRD-HISTORY
    MOVE WS-BATCH-DAYS-RUN    TO WS-TRD-DAYS-RUN
    MOVE WS-BATCH-DAYS-PASSED TO WS-TRD-DAYS-PASSED
    MOVE WS-BATCH-DAYS-WATCHED TO WS-TRD-DAYS-WATCHED
    MOVE WS-BATCH-DAYS-FAILED TO WS-TRD-DAYS-FAILED
    MOVE WS-BATCH-ADJ-TOTAL   TO WS-TRD-ADJ-TOTAL
    MOVE WS-TREND-DETAIL      TO TREND-REPORT-RECORD
    MOVE WS-CURRENT-BATCH-ID  TO SUM-BATCH-ID
    MOVE WS-BATCH-DAYS-RUN    TO SUM-DAYS-RUN
    MOVE WS-BATCH-DAYS-PASSED TO SUM-DAYS-PASSED
    MOVE WS-BATCH-DAYS-WATCHED TO SUM-DAYS-WATCHED
    MOVE WS-BATCH-DAYS-FAILED TO SUM-DAYS-FAILED
    MOVE WS-BATCH-ADJ-TOTAL   TO SUM-ADJ-TOTAL
    MOVE WS-BATCH-HISTORY     TO SUM-HISTORY
