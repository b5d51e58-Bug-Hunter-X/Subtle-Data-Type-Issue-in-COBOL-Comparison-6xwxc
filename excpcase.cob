      >>SOURCE FORMAT FREE
*> Exception case build and open-cases aging run.
*> The daily exception summary lists what the suite wrote to the
*> common exception file; this run keeps the record of whether each
*> condition was ever worked. It owns the indexed exception case
*> master CASEMAST keyed on case number. Every critical or warning
*> line appended to EXCPFILE since the last run opens a case, unless
*> a case for the same program, code, and batch id is still open, in
*> which case the line attaches to that case as a recurrence - the
*> occurrence count, last-seen time, and last values move forward and
*> the case keeps its original opening date, so a condition that
*> comes back every night ages instead of starting over. A line that
*> recurs after its case was closed opens a new case. Informational
*> lines do not open cases. The case master's control record (case
*> number zero) carries the next case number and how many lines of
*> the exception file have been taken in, with the timestamp of the
*> last of them, so the run can be repeated, or the exception file
*> re-presented whole, without opening a case twice. The file is not
*> in time order - the merge of a split run appends each stream's
*> lines after its own - so it is the position, not the time, that
*> says which lines are new. An exception file shorter than the
*> count, or whose line at that position is not the one last taken
*> in, has been started afresh and is taken in from its first line.
*> The control record is rewritten as each line is taken in, so a
*> run that fails part-way is simply run again: it resumes after the
*> last line taken in, and case numbers carry on from the highest
*> case on the master.
*> It runs once the night's cycle is over, after the stream
*> exception files have been merged into EXCPFILE.
*> Cases are assigned, annotated, and closed by the case maintenance
*> run CASEMNT; every case opened, attached to, or escalated here is
*> journaled to the case history file CASEHIST alongside the
*> maintenance done there.
*> The open-cases report CASERPT then lists every case not closed,
*> grouped by severity (critical first) and owner, oldest first, with
*> its age in business days since it opened, and an age profile per
*> severity. Age is counted on the business-day calendar CALFILE
*> (every business day after the opening date up to the business
*> date), or in calendar days when no calendar is available. A
*> critical case still open after CTL-CASE-ESCALATE-DAYS business
*> days (default 3) is escalated: flagged on the master and the
*> report, journaled, and written to the on-call alert queue ALERTQ,
*> once, the night it crosses the limit. The business date is the
*> calendar's current business date, else CTL-BUSINESS-DATE, else the
*> run date.
IDENTIFICATION DIVISION.
PROGRAM-ID. EXCPCASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EXCEPTION-IN-FILE ASSIGN TO "EXCPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-IN-STATUS.

    SELECT CASE-MASTER ASSIGN TO "CASEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CS-CASE-ID
        FILE STATUS IS WS-CASE-MASTER-STATUS.

    SELECT CASE-HISTORY-FILE ASSIGN TO "CASEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-HISTORY-STATUS.

    SELECT CASE-REPORT-FILE ASSIGN TO "CASERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-REPORT-STATUS.

    SELECT ALERT-FILE ASSIGN TO "ALERTQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT CASE-SORT-FILE ASSIGN TO "CASESORT".

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-IN-FILE.
01  EXCEPTION-IN-RECORD         PIC X(127).

*> One record per exception case. Case number zero is the control
*> record: the next case number to assign and the timestamp of the
*> last exception line taken in.
FD  CASE-MASTER.
01  CASE-RECORD.
    05  CS-CASE-ID              PIC 9(7).
    05  CS-PROGRAM-ID           PIC X(8).
    05  CS-CODE                 PIC X(4).
    05  CS-BATCH-ID             PIC X(5).
    05  CS-SEVERITY             PIC X(4).
    05  CS-STATUS               PIC X.
        88  CS-IS-OPEN                  VALUE "O".
        88  CS-IS-ASSIGNED              VALUE "A".
        88  CS-IS-CLOSED                VALUE "C".
    05  CS-OPENED-DATE          PIC 9(8).
    05  CS-FIRST-TIMESTAMP      PIC X(21).
    05  CS-LAST-TIMESTAMP       PIC X(21).
    05  CS-OCCURRENCES          PIC 9(5).
    05  CS-LAST-VALUES          PIC X(80).
    05  CS-OWNER                PIC X(8).
    05  CS-ASSIGNED-BY          PIC X(8).
    05  CS-ASSIGNED-DATE        PIC 9(8).
    05  CS-NOTE-COUNT           PIC 9(3).
    05  CS-LAST-NOTE            PIC X(60).
    05  CS-CLOSED-BY            PIC X(8).
    05  CS-CLOSED-DATE          PIC 9(8).
    05  CS-ESCALATED-DATE       PIC 9(8).
01  CASE-CONTROL-RECORD.
    05  CC-CASE-ID              PIC 9(7).
    05  CC-NEXT-CASE-ID         PIC 9(7).
    05  CC-LAST-LINE-TIMESTAMP  PIC X(21).
    05  CC-LINES-TAKEN-IN       PIC 9(9).
    05  FILLER                  PIC X(231).

*> One journal line per case event: opened, recurred, escalated,
*> assigned, noted, or closed, with who did it - the program for the
*> events raised here, the operator id for maintenance.
FD  CASE-HISTORY-FILE.
01  CASE-HISTORY-RECORD.
    05  CH-TIMESTAMP            PIC X(21).
    05  FILLER                  PIC X.
    05  CH-CASE-ID              PIC 9(7).
    05  FILLER                  PIC X.
    05  CH-ACTION               PIC X(8).
    05  FILLER                  PIC X.
    05  CH-OPERATOR-ID          PIC X(8).
    05  FILLER                  PIC X.
    05  CH-OWNER                PIC X(8).
    05  FILLER                  PIC X.
    05  CH-TEXT                 PIC X(80).

FD  CASE-REPORT-FILE.
01  CASE-REPORT-RECORD          PIC X(132).

FD  ALERT-FILE.
01  ALERT-RECORD                PIC X(120).

*> Business-day calendar, column for column as operations keeps it.
FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-DATE                PIC X(8).
    05  FILLER                  PIC X.
    05  CAL-DAY-TYPE            PIC X.
    05  FILLER                  PIC X.
    05  CAL-CURRENT-FLAG        PIC X.

SD  CASE-SORT-FILE.
01  CASE-SORT-RECORD.
    05  CSS-SEVERITY-RANK       PIC 9.
    05  CSS-OWNER               PIC X(8).
    05  CSS-AGE                 PIC 9(4).
    05  CSS-CASE-ID             PIC 9(7).
    05  CSS-SEVERITY            PIC X(4).
    05  CSS-PROGRAM-ID          PIC X(8).
    05  CSS-CODE                PIC X(4).
    05  CSS-BATCH-ID            PIC X(5).
    05  CSS-STATUS              PIC X.
    05  CSS-OPENED-DATE         PIC 9(8).
    05  CSS-LAST-SEEN-DATE      PIC X(8).
    05  CSS-OCCURRENCES         PIC 9(5).
    05  CSS-ESCALATED-DATE      PIC 9(8).
    05  CSS-LAST-NOTE           PIC X(60).

WORKING-STORAGE SECTION.
01  WS-EXCEPTION-IN-STATUS      PIC XX VALUE "00".
01  WS-CASE-MASTER-STATUS       PIC XX VALUE "00".
01  WS-CASE-HISTORY-STATUS      PIC XX VALUE "00".
01  WS-CASE-REPORT-STATUS       PIC XX VALUE "00".
01  WS-ALERT-STATUS             PIC XX VALUE "00".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".

01  WS-EOF-SWITCHES.
    05  WS-EXCEPTION-IN-EOF-SW  PIC X VALUE "N".
        88  WS-EXCEPTION-IN-EOF         VALUE "Y".
    05  WS-CASE-MASTER-EOF-SW   PIC X VALUE "N".
        88  WS-CASE-MASTER-EOF          VALUE "Y".
    05  WS-SORTED-EOF-SW        PIC X VALUE "N".
        88  WS-SORTED-EOF               VALUE "Y".
    05  WS-CALENDAR-EOF-SW      PIC X VALUE "N".
        88  WS-CALENDAR-EOF             VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8).
01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROS.
01  WS-BUSINESS-DATE-TEXT       PIC X(8) VALUE SPACES.
01  WS-ESCALATE-DAYS-TEXT       PIC X(3) VALUE SPACES.
01  WS-ESCALATE-DAYS            PIC 9(3) VALUE 3.
01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-LAST-LINE-TIMESTAMP      PIC X(21) VALUE SPACES.
01  WS-LINES-TAKEN-IN           PIC 9(9) VALUE ZEROS.
01  WS-NEXT-CASE-ID             PIC 9(7) VALUE ZEROS.

*> Image of a common exception-file line, column for column as the
*> suite's programs write it.
01  WS-EXCEPTION-LINE-IMAGE.
    05  WS-EXC-TIMESTAMP        PIC X(21).
    05  FILLER                  PIC X.
    05  WS-EXC-PROGRAM-ID       PIC X(8).
    05  FILLER                  PIC X.
    05  WS-EXC-SEVERITY         PIC X(4).
    05  FILLER                  PIC X.
    05  WS-EXC-CODE             PIC X(4).
    05  FILLER                  PIC X.
    05  WS-EXC-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X.
    05  WS-EXC-VALUES           PIC X(80).

*> The cases still open, so a recurrence finds its case without a
*> second key on the master. At most one case per program, code, and
*> batch id is open at a time.
01  WS-OPEN-CASE-COUNT          PIC 9(5) VALUE ZEROS.
01  WS-OPEN-CASE-SUB            PIC 9(5) VALUE ZEROS.
01  WS-OPEN-CASE-FOUND          PIC 9(5) VALUE ZEROS.
01  WS-OPEN-CASE-TABLE.
    05  WS-OPEN-CASE-ENTRY OCCURS 5000 TIMES.
        10  WS-OCT-CONDITION.
            15  WS-OCT-PROGRAM-ID PIC X(8).
            15  WS-OCT-CODE     PIC X(4).
            15  WS-OCT-BATCH-ID PIC X(5).
        10  WS-OCT-CASE-ID      PIC 9(7).
01  WS-LINE-CONDITION.
    05  WS-LC-PROGRAM-ID        PIC X(8).
    05  WS-LC-CODE              PIC X(4).
    05  WS-LC-BATCH-ID          PIC X(5).

01  WS-RANK-SEVERITY            PIC X(4).
01  WS-SEVERITY-RANK            PIC 9 VALUE 9.
01  WS-CASE-RANK                PIC 9 VALUE 9.

*> Business-day calendar held for aging, in date order.
01  WS-CALENDAR-LOADED-SW       PIC X VALUE "N".
    88  WS-CALENDAR-LOADED              VALUE "Y".
01  WS-CAL-ENTRY-COUNT          PIC 9(4) VALUE ZEROS.
01  WS-CAL-SUB                  PIC 9(4) VALUE ZEROS.
01  WS-CALENDAR-TABLE.
    05  WS-CAL-ENTRY OCCURS 800 TIMES.
        10  WS-CAL-ENTRY-DATE   PIC 9(8).
        10  WS-CAL-ENTRY-TYPE   PIC X.
01  WS-CAL-PREV-DATE            PIC 9(8) VALUE ZEROS.
01  WS-CAL-CURRENT-DATE         PIC 9(8) VALUE ZEROS.
01  WS-CASE-AGE                 PIC 9(4) VALUE ZEROS.

01  WS-ESCALATE-SW              PIC X VALUE "N".
    88  WS-ESCALATE-CASE                VALUE "Y".

01  WS-HISTORY-ACTION           PIC X(8).
01  WS-HISTORY-TEXT             PIC X(80).

01  WS-CASE-COUNTS.
    05  WS-READ-COUNT           PIC 9(9) VALUE ZEROS.
    05  WS-ALREADY-TAKEN-COUNT  PIC 9(9) VALUE ZEROS.
    05  WS-INFO-SKIPPED-COUNT   PIC 9(7) VALUE ZEROS.
    05  WS-OPENED-COUNT         PIC 9(7) VALUE ZEROS.
    05  WS-RECURRED-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-ESCALATED-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-REPORTED-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-HISTORY-COUNT        PIC 9(7) VALUE ZEROS.

*> Control breaks and the age profile of each severity.
01  WS-CURRENT-RANK             PIC 9 VALUE 0.
01  WS-CURRENT-SEVERITY         PIC X(4) VALUE SPACES.
01  WS-CURRENT-OWNER            PIC X(8) VALUE SPACES.
01  WS-SEVERITY-OPEN-SW         PIC X VALUE "N".
    88  WS-SEVERITY-OPEN                VALUE "Y".
01  WS-OWNER-OPEN-SW            PIC X VALUE "N".
    88  WS-OWNER-OPEN                   VALUE "Y".
01  WS-OWNER-CASE-COUNT         PIC 9(5) VALUE ZEROS.
01  WS-SEVERITY-TOTALS.
    05  WS-SEV-CASE-COUNT       PIC 9(5) VALUE ZEROS.
    05  WS-SEV-ESCALATED-COUNT  PIC 9(5) VALUE ZEROS.
    05  WS-SEV-AGE-0-1          PIC 9(5) VALUE ZEROS.
    05  WS-SEV-AGE-2-5          PIC 9(5) VALUE ZEROS.
    05  WS-SEV-AGE-6-10         PIC 9(5) VALUE ZEROS.
    05  WS-SEV-AGE-OVER-10      PIC 9(5) VALUE ZEROS.

01  WS-CASE-HEADER.
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  FILLER                  PIC X(7)  VALUE "CASE".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "PROGRAM".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(4)  VALUE "CODE".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(5)  VALUE "BATCH".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "STATUS".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "OPENED".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(4)  VALUE " AGE".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(5)  VALUE "TIMES".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "LASTSEEN".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(3)  VALUE "ESC".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(40) VALUE "LAST NOTE".

01  WS-CASE-DETAIL.
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  WS-CSD-CASE-ID          PIC 9(7).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-PROGRAM-ID       PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-CODE             PIC X(4).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-STATUS           PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-OPENED-DATE      PIC 9(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-AGE              PIC ZZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-OCCURRENCES      PIC ZZZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-LAST-SEEN-DATE   PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-ESCALATED        PIC X(3).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CSD-LAST-NOTE        PIC X(40).

01  WS-AGE-PROFILE-LINE.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(18) VALUE "AGE PROFILE  0-1: ".
    05  WS-APL-AGE-0-1          PIC ZZZZ9.
    05  FILLER                  PIC X(8)  VALUE "   2-5: ".
    05  WS-APL-AGE-2-5          PIC ZZZZ9.
    05  FILLER                  PIC X(9)  VALUE "   6-10: ".
    05  WS-APL-AGE-6-10         PIC ZZZZ9.
    05  FILLER                  PIC X(12) VALUE "   OVER 10: ".
    05  WS-APL-AGE-OVER-10      PIC ZZZZ9.
    05  FILLER                  PIC X(14) VALUE "   ESCALATED: ".
    05  WS-APL-ESCALATED        PIC ZZZZ9.

*> Escalations go on the on-call alert queue beside the failed
*> reconciliations: the severity, time, and batch id lead the line in
*> the same columns, followed by the case.
01  WS-ALERT-LINE.
    05  WS-ALT-SEVERITY         PIC X(8)  VALUE "CRITICAL".
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-ALT-TIMESTAMP        PIC X(21).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-ALT-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-ALT-MESSAGE          PIC X(83).

PROCEDURE DIVISION.
MAIN-PROCESS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-ESCALATE-DAYS-TEXT FROM ENVIRONMENT "CTL-CASE-ESCALATE-DAYS"
    IF WS-ESCALATE-DAYS-TEXT NUMERIC
        MOVE WS-ESCALATE-DAYS-TEXT TO WS-ESCALATE-DAYS
    END-IF
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
    PERFORM OPEN-FILES
    PERFORM READ-CASE-CONTROL
    PERFORM LOAD-OPEN-CASES
    PERFORM CHECK-TAKEN-IN-MARK
    PERFORM TAKE-IN-EXCEPTIONS
    PERFORM REWRITE-CASE-CONTROL
    SORT CASE-SORT-FILE
        ON ASCENDING KEY CSS-SEVERITY-RANK
                         CSS-OWNER
           DESCENDING KEY CSS-AGE
           ASCENDING KEY CSS-CASE-ID
        INPUT PROCEDURE IS RELEASE-OPEN-CASES
        OUTPUT PROCEDURE IS WRITE-OPEN-CASES-REPORT
    CLOSE CASE-MASTER
    CLOSE CASE-HISTORY-FILE
    CLOSE ALERT-FILE
    CLOSE CASE-REPORT-FILE
    DISPLAY "EXCEPTION LINES READ:     " WS-READ-COUNT
    DISPLAY "ALREADY TAKEN IN:         " WS-ALREADY-TAKEN-COUNT
    DISPLAY "INFORMATIONAL SKIPPED:    " WS-INFO-SKIPPED-COUNT
    DISPLAY "CASES OPENED:             " WS-OPENED-COUNT
    DISPLAY "RECURRENCES ATTACHED:     " WS-RECURRED-COUNT
    DISPLAY "CASES ESCALATED:          " WS-ESCALATED-COUNT
    DISPLAY "OPEN CASES REPORTED:      " WS-REPORTED-COUNT
    DISPLAY "HISTORY LINES WRITTEN:    " WS-HISTORY-COUNT
    STOP RUN.

OPEN-FILES.
    OPEN I-O CASE-MASTER
    IF WS-CASE-MASTER-STATUS = "35"
        OPEN OUTPUT CASE-MASTER
        IF WS-CASE-MASTER-STATUS = "00"
            CLOSE CASE-MASTER
            OPEN I-O CASE-MASTER
        END-IF
    END-IF
    IF WS-CASE-MASTER-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CASE-MASTER - STATUS "
            WS-CASE-MASTER-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND CASE-HISTORY-FILE
    IF WS-CASE-HISTORY-STATUS = "35"
        OPEN OUTPUT CASE-HISTORY-FILE
    END-IF
    IF WS-CASE-HISTORY-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CASE-HISTORY-FILE - STATUS "
            WS-CASE-HISTORY-STATUS
        STOP RUN
    END-IF
    OPEN EXTEND ALERT-FILE
    IF WS-ALERT-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
    END-IF
    IF WS-ALERT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN ALERT-FILE - STATUS " WS-ALERT-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CASE-REPORT-FILE
    IF WS-CASE-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CASE-REPORT-FILE - STATUS "
            WS-CASE-REPORT-STATUS
        STOP RUN
    END-IF.

*> A new case master starts with its control record: case numbers
*> from 1 and no exception line yet taken in.
READ-CASE-CONTROL.
    MOVE ZEROS TO CC-CASE-ID
    READ CASE-MASTER
        INVALID KEY
            MOVE SPACES TO CASE-CONTROL-RECORD
            MOVE ZEROS TO CC-CASE-ID
            MOVE 1 TO CC-NEXT-CASE-ID
            MOVE SPACES TO CC-LAST-LINE-TIMESTAMP
            MOVE ZEROS TO CC-LINES-TAKEN-IN
            WRITE CASE-CONTROL-RECORD
                INVALID KEY
                    DISPLAY "FATAL: CANNOT WRITE CASE CONTROL RECORD - "
                        "STATUS " WS-CASE-MASTER-STATUS
                    STOP RUN
            END-WRITE
    END-READ
    MOVE CC-NEXT-CASE-ID TO WS-NEXT-CASE-ID
    MOVE CC-LAST-LINE-TIMESTAMP TO WS-LAST-LINE-TIMESTAMP
    MOVE CC-LINES-TAKEN-IN TO WS-LINES-TAKEN-IN.

REWRITE-CASE-CONTROL.
    MOVE ZEROS TO CC-CASE-ID
    READ CASE-MASTER
        INVALID KEY
            DISPLAY "FATAL: CASE CONTROL RECORD MISSING - STATUS "
                WS-CASE-MASTER-STATUS
            STOP RUN
    END-READ
    MOVE WS-NEXT-CASE-ID TO CC-NEXT-CASE-ID
    MOVE WS-LAST-LINE-TIMESTAMP TO CC-LAST-LINE-TIMESTAMP
    MOVE WS-LINES-TAKEN-IN TO CC-LINES-TAKEN-IN
    REWRITE CASE-CONTROL-RECORD
        INVALID KEY
            DISPLAY "FATAL: CANNOT REWRITE CASE CONTROL RECORD - STATUS "
                WS-CASE-MASTER-STATUS
            STOP RUN
    END-REWRITE.

*> A case number is never issued twice, even if the control record
*> fell behind the cases written.
LOAD-OPEN-CASES.
    MOVE 1 TO CS-CASE-ID
    START CASE-MASTER KEY IS NOT LESS THAN CS-CASE-ID
        INVALID KEY
            SET WS-CASE-MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-CASE-MASTER-EOF
        READ CASE-MASTER NEXT RECORD
            AT END
                SET WS-CASE-MASTER-EOF TO TRUE
            NOT AT END
                IF CS-CASE-ID NOT < WS-NEXT-CASE-ID
                    COMPUTE WS-NEXT-CASE-ID = CS-CASE-ID + 1
                END-IF
                IF NOT CS-IS-CLOSED
                    MOVE CS-PROGRAM-ID TO WS-LC-PROGRAM-ID
                    MOVE CS-CODE TO WS-LC-CODE
                    MOVE CS-BATCH-ID TO WS-LC-BATCH-ID
                    PERFORM ADD-OPEN-CASE-ENTRY
                END-IF
        END-READ
    END-PERFORM
    MOVE "N" TO WS-CASE-MASTER-EOF-SW.

ADD-OPEN-CASE-ENTRY.
    IF WS-OPEN-CASE-COUNT = 5000
        DISPLAY "FATAL: MORE THAN 5000 OPEN EXCEPTION CASES - "
            "ENLARGE WS-OPEN-CASE-TABLE"
        STOP RUN
    END-IF
    ADD 1 TO WS-OPEN-CASE-COUNT
    MOVE WS-LINE-CONDITION TO WS-OCT-CONDITION(WS-OPEN-CASE-COUNT)
    MOVE CS-CASE-ID TO WS-OCT-CASE-ID(WS-OPEN-CASE-COUNT).

*> The lines up to the count on the control record were taken in
*> before. If the file holds fewer lines than that, or the line at
*> that position is not the one last taken in, the file has been
*> started afresh and every line in it is new.
CHECK-TAKEN-IN-MARK.
    IF WS-LINES-TAKEN-IN > ZEROS
        OPEN INPUT EXCEPTION-IN-FILE
        IF WS-EXCEPTION-IN-STATUS NOT = "00"
                AND WS-EXCEPTION-IN-STATUS NOT = "05"
            DISPLAY "FATAL: CANNOT OPEN EXCEPTION-IN-FILE - STATUS "
                WS-EXCEPTION-IN-STATUS
            STOP RUN
        END-IF
        MOVE SPACES TO WS-EXCEPTION-LINE-IMAGE
        PERFORM UNTIL WS-EXCEPTION-IN-EOF
                OR WS-READ-COUNT = WS-LINES-TAKEN-IN
            READ EXCEPTION-IN-FILE
                AT END
                    SET WS-EXCEPTION-IN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE EXCEPTION-IN-RECORD TO WS-EXCEPTION-LINE-IMAGE
            END-READ
        END-PERFORM
        CLOSE EXCEPTION-IN-FILE
        IF WS-READ-COUNT < WS-LINES-TAKEN-IN
                OR WS-EXC-TIMESTAMP NOT = WS-LAST-LINE-TIMESTAMP
            DISPLAY "EXCEPTION FILE STARTED AFRESH - TAKEN IN FROM "
                "ITS FIRST LINE"
            MOVE ZEROS TO WS-LINES-TAKEN-IN
            MOVE SPACES TO WS-LAST-LINE-TIMESTAMP
        END-IF
        MOVE ZEROS TO WS-READ-COUNT
        MOVE "N" TO WS-EXCEPTION-IN-EOF-SW
    END-IF.

*> Only lines beyond the count already taken in are new. The count
*> and the timestamp of the line it ends on move forward with every
*> line read, informational lines included.
TAKE-IN-EXCEPTIONS.
    OPEN INPUT EXCEPTION-IN-FILE
    IF WS-EXCEPTION-IN-STATUS NOT = "00"
            AND WS-EXCEPTION-IN-STATUS NOT = "05"
        DISPLAY "FATAL: CANNOT OPEN EXCEPTION-IN-FILE - STATUS "
            WS-EXCEPTION-IN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXCEPTION-IN-EOF
        READ EXCEPTION-IN-FILE
            AT END
                SET WS-EXCEPTION-IN-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                MOVE EXCEPTION-IN-RECORD TO WS-EXCEPTION-LINE-IMAGE
                EVALUATE TRUE
                    WHEN WS-READ-COUNT NOT > WS-LINES-TAKEN-IN
                        ADD 1 TO WS-ALREADY-TAKEN-COUNT
                    WHEN WS-EXC-SEVERITY = "INFO"
                        MOVE WS-READ-COUNT TO WS-LINES-TAKEN-IN
                        MOVE WS-EXC-TIMESTAMP TO WS-LAST-LINE-TIMESTAMP
                        ADD 1 TO WS-INFO-SKIPPED-COUNT
                    WHEN OTHER
                        PERFORM TAKE-IN-ONE-EXCEPTION
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE EXCEPTION-IN-FILE.

TAKE-IN-ONE-EXCEPTION.
    MOVE WS-EXC-PROGRAM-ID TO WS-LC-PROGRAM-ID
    MOVE WS-EXC-CODE TO WS-LC-CODE
    MOVE WS-EXC-BATCH-ID TO WS-LC-BATCH-ID
    MOVE ZEROS TO WS-OPEN-CASE-FOUND
    PERFORM VARYING WS-OPEN-CASE-SUB FROM 1 BY 1
            UNTIL WS-OPEN-CASE-SUB > WS-OPEN-CASE-COUNT
                OR WS-OPEN-CASE-FOUND > ZEROS
        IF WS-OCT-CONDITION(WS-OPEN-CASE-SUB) = WS-LINE-CONDITION
            MOVE WS-OPEN-CASE-SUB TO WS-OPEN-CASE-FOUND
        END-IF
    END-PERFORM
    IF WS-OPEN-CASE-FOUND > ZEROS
        PERFORM ATTACH-RECURRENCE
    ELSE
        PERFORM OPEN-NEW-CASE
    END-IF
    MOVE WS-READ-COUNT TO WS-LINES-TAKEN-IN
    MOVE WS-EXC-TIMESTAMP TO WS-LAST-LINE-TIMESTAMP
    PERFORM REWRITE-CASE-CONTROL.

OPEN-NEW-CASE.
    MOVE SPACES TO CASE-RECORD
    MOVE WS-NEXT-CASE-ID TO CS-CASE-ID
    MOVE WS-EXC-PROGRAM-ID TO CS-PROGRAM-ID
    MOVE WS-EXC-CODE TO CS-CODE
    MOVE WS-EXC-BATCH-ID TO CS-BATCH-ID
    MOVE WS-EXC-SEVERITY TO CS-SEVERITY
    SET CS-IS-OPEN TO TRUE
    MOVE WS-BUSINESS-DATE TO CS-OPENED-DATE
    MOVE WS-EXC-TIMESTAMP TO CS-FIRST-TIMESTAMP
    MOVE WS-EXC-TIMESTAMP TO CS-LAST-TIMESTAMP
    MOVE 1 TO CS-OCCURRENCES
    MOVE WS-EXC-VALUES TO CS-LAST-VALUES
    MOVE ZEROS TO CS-ASSIGNED-DATE
    MOVE ZEROS TO CS-NOTE-COUNT
    MOVE ZEROS TO CS-CLOSED-DATE
    MOVE ZEROS TO CS-ESCALATED-DATE
    WRITE CASE-RECORD
        INVALID KEY
            DISPLAY "FATAL: CASE " WS-NEXT-CASE-ID
                " ALREADY ON CASE-MASTER - STATUS " WS-CASE-MASTER-STATUS
            STOP RUN
    END-WRITE
    ADD 1 TO WS-NEXT-CASE-ID
    ADD 1 TO WS-OPENED-COUNT
    PERFORM ADD-OPEN-CASE-ENTRY
    MOVE "OPENED" TO WS-HISTORY-ACTION
    MOVE WS-EXC-VALUES TO WS-HISTORY-TEXT
    PERFORM WRITE-CASE-HISTORY.

*> A recurrence of a warning as a critical raises the case to the
*> more severe of the two; a case never drops in severity.
ATTACH-RECURRENCE.
    MOVE WS-OCT-CASE-ID(WS-OPEN-CASE-FOUND) TO CS-CASE-ID
    READ CASE-MASTER
        INVALID KEY
            DISPLAY "FATAL: OPEN CASE " CS-CASE-ID
                " NOT ON CASE-MASTER - STATUS " WS-CASE-MASTER-STATUS
            STOP RUN
    END-READ
    MOVE WS-EXC-SEVERITY TO WS-RANK-SEVERITY
    PERFORM RANK-SEVERITY
    MOVE WS-SEVERITY-RANK TO WS-CASE-RANK
    MOVE CS-SEVERITY TO WS-RANK-SEVERITY
    PERFORM RANK-SEVERITY
    IF WS-CASE-RANK < WS-SEVERITY-RANK
        MOVE WS-EXC-SEVERITY TO CS-SEVERITY
    END-IF
    IF CS-OCCURRENCES < 99999
        ADD 1 TO CS-OCCURRENCES
    END-IF
    MOVE WS-EXC-TIMESTAMP TO CS-LAST-TIMESTAMP
    MOVE WS-EXC-VALUES TO CS-LAST-VALUES
    REWRITE CASE-RECORD
        INVALID KEY
            DISPLAY "FATAL: CANNOT REWRITE CASE " CS-CASE-ID
                " - STATUS " WS-CASE-MASTER-STATUS
            STOP RUN
    END-REWRITE
    ADD 1 TO WS-RECURRED-COUNT
    MOVE "RECURRED" TO WS-HISTORY-ACTION
    MOVE WS-EXC-VALUES TO WS-HISTORY-TEXT
    PERFORM WRITE-CASE-HISTORY.

*> Severity ranked so critical sorts first; an unknown severity
*> sorts last rather than disappearing.
RANK-SEVERITY.
    EVALUATE WS-RANK-SEVERITY
        WHEN "CRIT"
            MOVE 1 TO WS-SEVERITY-RANK
        WHEN "WARN"
            MOVE 2 TO WS-SEVERITY-RANK
        WHEN "INFO"
            MOVE 3 TO WS-SEVERITY-RANK
        WHEN OTHER
            MOVE 9 TO WS-SEVERITY-RANK
    END-EVALUATE.

*> Every case not closed is aged and, if it is critical and has
*> reached the escalation limit without having been escalated before,
*> escalated on the way to the sort.
RELEASE-OPEN-CASES.
    MOVE 1 TO CS-CASE-ID
    START CASE-MASTER KEY IS NOT LESS THAN CS-CASE-ID
        INVALID KEY
            SET WS-CASE-MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-CASE-MASTER-EOF
        READ CASE-MASTER NEXT RECORD
            AT END
                SET WS-CASE-MASTER-EOF TO TRUE
            NOT AT END
                IF NOT CS-IS-CLOSED
                    PERFORM RELEASE-ONE-CASE
                END-IF
        END-READ
    END-PERFORM.

RELEASE-ONE-CASE.
    PERFORM COMPUTE-CASE-AGE
    MOVE "N" TO WS-ESCALATE-SW
    IF CS-SEVERITY = "CRIT"
            AND CS-ESCALATED-DATE = ZEROS
            AND WS-CASE-AGE NOT < WS-ESCALATE-DAYS
        SET WS-ESCALATE-CASE TO TRUE
        PERFORM ESCALATE-CASE
    END-IF
    MOVE CS-SEVERITY TO WS-RANK-SEVERITY
    PERFORM RANK-SEVERITY
    MOVE WS-SEVERITY-RANK TO CSS-SEVERITY-RANK
    MOVE CS-SEVERITY TO CSS-SEVERITY
    IF CS-OWNER = SPACES
        MOVE "UNASSIGN" TO CSS-OWNER
    ELSE
        MOVE CS-OWNER TO CSS-OWNER
    END-IF
    MOVE WS-CASE-AGE TO CSS-AGE
    MOVE CS-CASE-ID TO CSS-CASE-ID
    MOVE CS-PROGRAM-ID TO CSS-PROGRAM-ID
    MOVE CS-CODE TO CSS-CODE
    MOVE CS-BATCH-ID TO CSS-BATCH-ID
    MOVE CS-STATUS TO CSS-STATUS
    MOVE CS-OPENED-DATE TO CSS-OPENED-DATE
    MOVE CS-LAST-TIMESTAMP(1:8) TO CSS-LAST-SEEN-DATE
    MOVE CS-OCCURRENCES TO CSS-OCCURRENCES
    MOVE CS-ESCALATED-DATE TO CSS-ESCALATED-DATE
    MOVE CS-LAST-NOTE TO CSS-LAST-NOTE
    RELEASE CASE-SORT-RECORD.

*> Business days after the opening date up to and including the
*> business date; calendar days when there is no calendar.
COMPUTE-CASE-AGE.
    MOVE ZEROS TO WS-CASE-AGE
    IF CS-OPENED-DATE < WS-BUSINESS-DATE
        IF WS-CALENDAR-LOADED
            PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                    UNTIL WS-CAL-SUB > WS-CAL-ENTRY-COUNT
                IF WS-CAL-ENTRY-DATE(WS-CAL-SUB) > CS-OPENED-DATE
                        AND WS-CAL-ENTRY-DATE(WS-CAL-SUB)
                            NOT > WS-BUSINESS-DATE
                        AND WS-CAL-ENTRY-TYPE(WS-CAL-SUB) = "B"
                        AND WS-CASE-AGE < 9999
                    ADD 1 TO WS-CASE-AGE
                END-IF
            END-PERFORM
        ELSE
            COMPUTE WS-CASE-AGE =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                - FUNCTION INTEGER-OF-DATE(CS-OPENED-DATE)
        END-IF
    END-IF.

ESCALATE-CASE.
    MOVE WS-BUSINESS-DATE TO CS-ESCALATED-DATE
    REWRITE CASE-RECORD
        INVALID KEY
            DISPLAY "FATAL: CANNOT REWRITE CASE " CS-CASE-ID
                " - STATUS " WS-CASE-MASTER-STATUS
            STOP RUN
    END-REWRITE
    ADD 1 TO WS-ESCALATED-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP TO WS-ALT-TIMESTAMP
    MOVE CS-BATCH-ID TO WS-ALT-BATCH-ID
    MOVE SPACES TO WS-ALT-MESSAGE
    STRING "EXCEPTION CASE " CS-CASE-ID " " CS-PROGRAM-ID " "
        CS-CODE " OPEN " WS-CASE-AGE " BUSINESS DAYS - ESCALATED"
        DELIMITED BY SIZE INTO WS-ALT-MESSAGE
    MOVE WS-ALERT-LINE TO ALERT-RECORD
    WRITE ALERT-RECORD
    MOVE "ESCALATE" TO WS-HISTORY-ACTION
    MOVE SPACES TO WS-HISTORY-TEXT
    STRING "OPEN " WS-CASE-AGE " BUSINESS DAYS - LIMIT "
        WS-ESCALATE-DAYS
        DELIMITED BY SIZE INTO WS-HISTORY-TEXT
    PERFORM WRITE-CASE-HISTORY.

WRITE-CASE-HISTORY.
    MOVE SPACES TO CASE-HISTORY-RECORD
    MOVE FUNCTION CURRENT-DATE TO CH-TIMESTAMP
    MOVE CS-CASE-ID TO CH-CASE-ID
    MOVE WS-HISTORY-ACTION TO CH-ACTION
    MOVE "EXCPCASE" TO CH-OPERATOR-ID
    MOVE CS-OWNER TO CH-OWNER
    MOVE WS-HISTORY-TEXT TO CH-TEXT
    WRITE CASE-HISTORY-RECORD
    IF WS-CASE-HISTORY-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE CASE-HISTORY-FILE - STATUS "
            WS-CASE-HISTORY-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-HISTORY-COUNT.

*> Control break on severity, then owner: each owner's cases oldest
*> first with a count, each severity closed with its total and age
*> profile.
WRITE-OPEN-CASES-REPORT.
    MOVE SPACES TO CASE-REPORT-RECORD
    STRING "OPEN EXCEPTION CASES - BUSINESS DATE " WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD
    MOVE SPACES TO CASE-REPORT-RECORD
    STRING "CRITICAL CASES ESCALATE AFTER " WS-ESCALATE-DAYS
        " BUSINESS DAYS OPEN"
        DELIMITED BY SIZE INTO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD
    PERFORM RETURN-NEXT-SORTED
    PERFORM UNTIL WS-SORTED-EOF
        IF CSS-SEVERITY-RANK NOT = WS-CURRENT-RANK
                OR NOT WS-SEVERITY-OPEN
            PERFORM CLOSE-OWNER-GROUP
            PERFORM CLOSE-SEVERITY-GROUP
            PERFORM OPEN-SEVERITY-GROUP
        END-IF
        IF CSS-OWNER NOT = WS-CURRENT-OWNER
                OR NOT WS-OWNER-OPEN
            PERFORM CLOSE-OWNER-GROUP
            PERFORM OPEN-OWNER-GROUP
        END-IF
        PERFORM WRITE-CASE-DETAIL
        PERFORM RETURN-NEXT-SORTED
    END-PERFORM
    PERFORM CLOSE-OWNER-GROUP
    PERFORM CLOSE-SEVERITY-GROUP
    MOVE SPACES TO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD
    MOVE SPACES TO CASE-REPORT-RECORD
    STRING "OPEN CASES: " WS-REPORTED-COUNT
        "  OPENED TONIGHT: " WS-OPENED-COUNT
        "  RECURRENCES: " WS-RECURRED-COUNT
        "  ESCALATED TONIGHT: " WS-ESCALATED-COUNT
        DELIMITED BY SIZE INTO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD
    MOVE SPACES TO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD
    MOVE "END OF OPEN EXCEPTION CASES REPORT" TO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD.

RETURN-NEXT-SORTED.
    RETURN CASE-SORT-FILE
        AT END
            SET WS-SORTED-EOF TO TRUE
    END-RETURN.

OPEN-SEVERITY-GROUP.
    MOVE CSS-SEVERITY-RANK TO WS-CURRENT-RANK
    MOVE CSS-SEVERITY TO WS-CURRENT-SEVERITY
    INITIALIZE WS-SEVERITY-TOTALS
    SET WS-SEVERITY-OPEN TO TRUE
    MOVE SPACES TO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD
    MOVE SPACES TO CASE-REPORT-RECORD
    STRING "SEVERITY " CSS-SEVERITY
        DELIMITED BY SIZE INTO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD.

CLOSE-SEVERITY-GROUP.
    IF WS-SEVERITY-OPEN
        MOVE SPACES TO CASE-REPORT-RECORD
        STRING "  SEVERITY " WS-CURRENT-SEVERITY " OPEN CASES "
            WS-SEV-CASE-COUNT
            DELIMITED BY SIZE INTO CASE-REPORT-RECORD
        WRITE CASE-REPORT-RECORD
        MOVE WS-SEV-AGE-0-1 TO WS-APL-AGE-0-1
        MOVE WS-SEV-AGE-2-5 TO WS-APL-AGE-2-5
        MOVE WS-SEV-AGE-6-10 TO WS-APL-AGE-6-10
        MOVE WS-SEV-AGE-OVER-10 TO WS-APL-AGE-OVER-10
        MOVE WS-SEV-ESCALATED-COUNT TO WS-APL-ESCALATED
        MOVE WS-AGE-PROFILE-LINE TO CASE-REPORT-RECORD
        WRITE CASE-REPORT-RECORD
        MOVE "N" TO WS-SEVERITY-OPEN-SW
    END-IF.

OPEN-OWNER-GROUP.
    MOVE CSS-OWNER TO WS-CURRENT-OWNER
    MOVE ZEROS TO WS-OWNER-CASE-COUNT
    SET WS-OWNER-OPEN TO TRUE
    MOVE SPACES TO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD
    MOVE SPACES TO CASE-REPORT-RECORD
    STRING "  OWNER " CSS-OWNER
        DELIMITED BY SIZE INTO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD
    MOVE WS-CASE-HEADER TO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD.

CLOSE-OWNER-GROUP.
    IF WS-OWNER-OPEN
        MOVE SPACES TO CASE-REPORT-RECORD
        STRING "    OWNER " WS-CURRENT-OWNER " CASES "
            WS-OWNER-CASE-COUNT
            DELIMITED BY SIZE INTO CASE-REPORT-RECORD
        WRITE CASE-REPORT-RECORD
        MOVE "N" TO WS-OWNER-OPEN-SW
    END-IF.

WRITE-CASE-DETAIL.
    ADD 1 TO WS-REPORTED-COUNT
    ADD 1 TO WS-OWNER-CASE-COUNT
    ADD 1 TO WS-SEV-CASE-COUNT
    EVALUATE TRUE
        WHEN CSS-AGE < 2
            ADD 1 TO WS-SEV-AGE-0-1
        WHEN CSS-AGE < 6
            ADD 1 TO WS-SEV-AGE-2-5
        WHEN CSS-AGE < 11
            ADD 1 TO WS-SEV-AGE-6-10
        WHEN OTHER
            ADD 1 TO WS-SEV-AGE-OVER-10
    END-EVALUATE
    MOVE SPACES TO WS-CASE-DETAIL
    MOVE CSS-CASE-ID TO WS-CSD-CASE-ID
    MOVE CSS-PROGRAM-ID TO WS-CSD-PROGRAM-ID
    MOVE CSS-CODE TO WS-CSD-CODE
    MOVE CSS-BATCH-ID TO WS-CSD-BATCH-ID
    IF CSS-STATUS = "A"
        MOVE "ASSIGNED" TO WS-CSD-STATUS
    ELSE
        MOVE "OPEN" TO WS-CSD-STATUS
    END-IF
    MOVE CSS-OPENED-DATE TO WS-CSD-OPENED-DATE
    MOVE CSS-AGE TO WS-CSD-AGE
    MOVE CSS-OCCURRENCES TO WS-CSD-OCCURRENCES
    MOVE CSS-LAST-SEEN-DATE TO WS-CSD-LAST-SEEN-DATE
    IF CSS-ESCALATED-DATE NOT = ZEROS
        MOVE "ESC" TO WS-CSD-ESCALATED
        ADD 1 TO WS-SEV-ESCALATED-COUNT
    END-IF
    MOVE CSS-LAST-NOTE TO WS-CSD-LAST-NOTE
    MOVE WS-CASE-DETAIL TO CASE-REPORT-RECORD
    WRITE CASE-REPORT-RECORD.

*> The calendar is loaded whole for aging; a date it does not carry
*> is not counted, so a thin calendar ages a case more slowly rather
*> than escalating it early.
LOAD-CALENDAR-FILE.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = "00"
        DISPLAY "CALENDAR-FILE NOT AVAILABLE - STATUS "
            WS-CALENDAR-STATUS " - CASES AGED IN CALENDAR DAYS"
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
    MOVE CAL-DATE TO WS-CAL-ENTRY-DATE(WS-CAL-ENTRY-COUNT)
    MOVE CAL-DAY-TYPE TO WS-CAL-ENTRY-TYPE(WS-CAL-ENTRY-COUNT)
    MOVE CAL-DATE TO WS-CAL-PREV-DATE
    IF CAL-CURRENT-FLAG = "*"
        MOVE WS-CAL-ENTRY-DATE(WS-CAL-ENTRY-COUNT)
            TO WS-CAL-CURRENT-DATE
    END-IF.
