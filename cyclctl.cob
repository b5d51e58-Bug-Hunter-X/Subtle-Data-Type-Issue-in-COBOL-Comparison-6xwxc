      >>SOURCE FORMAT FREE
*> Nightly cycle run-control and status run.
*> Every step of the nightly cycle - BATCHMNT, TRANEDIT, the opening
*> continuity check CONTCHK, BUG (or its streams BUGS1 onward and
*> RECMERGE), the item flow proof FLOWPRF, and GLACKMT - checks the
*> cycle run-control file CYCLCTL when it starts and stamps it when it
*> ends, one entry per business date and step with the start and end
*> times, the completion code, and how many times it was run. This run
*> serves the one step the job performs itself: the roll-forward
*> (ROLLFWD) that renames SUSPNEW to SUSPFILE, CARRYNEW to CARRYFILE,
*> RPRQNEW to RPRQFILE, and GLPENDNW to GLPEND once the cycle ends
*> clean. The job runs this program with CTL-CYCLE-ACTION=START before
*> the renames and CTL-CYCLE-ACTION=END after them; START refuses
*> unless the GL acknowledgment match has completed for the business
*> date, and refuses a roll-forward already completed for the date
*> unless CTL-RERUN=Y, so the renames happen exactly once a cycle. The
*> next cycle's maintenance run in turn will not start until the
*> roll-forward is stamped complete.
*> CTL-CYCLE-ACTION=REPORT (the default) prints the cycle status
*> report CYCLRPT for the business date: each step in cycle order with
*> its start, end, duration, completion code, and run count, a step
*> that started and never ended, a step that stamped its end with a
*> failing completion code, the steps not yet started, and where the
*> cycle stands. The business date is the calendar's current business
*> date, else CTL-BUSINESS-DATE, else the run date.
IDENTIFICATION DIVISION.
PROGRAM-ID. CYCLCTL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT CYCLE-REPORT-FILE ASSIGN TO "CYCLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  CYCLE-REPORT-FILE.
01  CYCLE-REPORT-RECORD         PIC X(100).

WORKING-STORAGE SECTION.
01  WS-CYCLE-REPORT-STATUS      PIC XX VALUE "00".

*> Cycle run control.
01  WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
01  WS-CYCLE-STEP               PIC X(8) VALUE "ROLLFWD".
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

01  WS-CYCLE-ACTION             PIC X(6) VALUE SPACES.
    88  WS-ACTION-START                 VALUE "START".
    88  WS-ACTION-END                   VALUE "END".
    88  WS-ACTION-REPORT                VALUE "REPORT".

*> The steps of a cycle in the order they run. A split run replaces
*> the single-stream BUG with its streams and RECMERGE, so those are
*> reported only when they ran; the rest are listed even when they
*> have not started.
01  WS-STEP-SEQUENCE-VALUES.
    05  FILLER                  PIC X(9) VALUE "BATCHMNTR".
    05  FILLER                  PIC X(9) VALUE "TRANEDITR".
    05  FILLER                  PIC X(9) VALUE "CONTCHK R".
    05  FILLER                  PIC X(9) VALUE "BUG     B".
    05  FILLER                  PIC X(9) VALUE "BUGS1   S".
    05  FILLER                  PIC X(9) VALUE "BUGS2   S".
    05  FILLER                  PIC X(9) VALUE "BUGS3   S".
    05  FILLER                  PIC X(9) VALUE "BUGS4   S".
    05  FILLER                  PIC X(9) VALUE "BUGS5   S".
    05  FILLER                  PIC X(9) VALUE "BUGS6   S".
    05  FILLER                  PIC X(9) VALUE "BUGS7   S".
    05  FILLER                  PIC X(9) VALUE "BUGS8   S".
    05  FILLER                  PIC X(9) VALUE "BUGS9   S".
    05  FILLER                  PIC X(9) VALUE "RECMERGEM".
    05  FILLER                  PIC X(9) VALUE "FLOWPRF R".
    05  FILLER                  PIC X(9) VALUE "GLACKMT R".
    05  FILLER                  PIC X(9) VALUE "ROLLFWD R".
01  WS-STEP-SEQUENCE REDEFINES WS-STEP-SEQUENCE-VALUES.
    05  WS-SEQ-ENTRY OCCURS 17 TIMES.
        10  WS-SEQ-STEP         PIC X(8).
        10  WS-SEQ-KIND         PIC X.
            88  WS-SEQ-REQUIRED         VALUE "R".
            88  WS-SEQ-SINGLE-RUN       VALUE "B".
            88  WS-SEQ-STREAM           VALUE "S".
            88  WS-SEQ-MERGE            VALUE "M".
01  WS-SEQ-COUNT                PIC 9(2) VALUE 17.
01  WS-SEQ-SUB                  PIC 9(2) VALUE ZEROS.

01  WS-SPLIT-RUN-SW             PIC X VALUE "N".
    88  WS-SPLIT-RUN                    VALUE "Y".
01  WS-STEP-LISTED-SW           PIC X VALUE "N".
    88  WS-STEP-LISTED                  VALUE "Y".
01  WS-STANDS-AT-STEP           PIC X(8) VALUE SPACES.
01  WS-STANDS-AT-STATUS         PIC X(11) VALUE SPACES.

*> Elapsed time of a step, from the start and end stamps.
01  WS-STAMP-IMAGE.
    05  WS-STAMP-DATE           PIC 9(8).
    05  WS-STAMP-HH             PIC 9(2).
    05  WS-STAMP-MM             PIC 9(2).
    05  WS-STAMP-SS             PIC 9(2).
    05  FILLER                  PIC X(7).
01  WS-START-SECONDS            PIC 9(11) VALUE ZEROS.
01  WS-END-SECONDS              PIC 9(11) VALUE ZEROS.
01  WS-ELAPSED-SECONDS          PIC 9(7) VALUE ZEROS.
01  WS-TOTAL-SECONDS            PIC 9(7) VALUE ZEROS.
01  WS-DURATION-SECONDS         PIC 9(7) VALUE ZEROS.
01  WS-DURATION.
    05  WS-DUR-HH               PIC 9(3).
    05  FILLER                  PIC X VALUE ":".
    05  WS-DUR-MM               PIC 9(2).
    05  FILLER                  PIC X VALUE ":".
    05  WS-DUR-SS               PIC 9(2).

01  WS-STEP-COUNTS.
    05  WS-COMPLETE-COUNT       PIC 9(3) VALUE ZEROS.
    05  WS-NOT-ENDED-COUNT      PIC 9(3) VALUE ZEROS.
    05  WS-FAILED-COUNT         PIC 9(3) VALUE ZEROS.
    05  WS-NOT-STARTED-COUNT    PIC 9(3) VALUE ZEROS.

01  WS-CYCLE-DETAIL.
    05  WS-CYD-STEP             PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CYD-STATUS           PIC X(11).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CYD-START-DATE       PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CYD-START-TIME       PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CYD-END-DATE         PIC X(8).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-CYD-END-TIME         PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CYD-DURATION         PIC X(9).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CYD-CODE             PIC X(4).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CYD-RUNS             PIC ZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-CYD-RERUN            PIC X.

01  WS-CYCLE-HEADER.
    05  FILLER                  PIC X(8)  VALUE "STEP".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(11) VALUE "STATUS".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(17) VALUE "STARTED".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(17) VALUE "ENDED".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(9)  JUSTIFIED RIGHT
        VALUE "DURATION".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(4)  VALUE "CODE".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(3)  VALUE "RUN".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X     VALUE "R".

PROCEDURE DIVISION.
MAIN-PROCESS.
    ACCEPT WS-CYCLE-ACTION FROM ENVIRONMENT "CTL-CYCLE-ACTION"
    IF WS-CYCLE-ACTION = SPACES
        SET WS-ACTION-REPORT TO TRUE
    END-IF
    PERFORM SET-CYCLE-BUSINESS-DATE
    EVALUATE TRUE
        WHEN WS-ACTION-START
            PERFORM START-CYCLE-STEP
            DISPLAY WS-CYCLE-STEP " STARTED FOR BUSINESS DATE "
                WS-CYCLE-DATE
        WHEN WS-ACTION-END
            PERFORM END-CYCLE-STEP
            DISPLAY WS-CYCLE-STEP " COMPLETED FOR BUSINESS DATE "
                WS-CYCLE-DATE
        WHEN WS-ACTION-REPORT
            PERFORM PRODUCE-CYCLE-REPORT
            DISPLAY "STEPS COMPLETE:    " WS-COMPLETE-COUNT
            DISPLAY "STEPS NOT ENDED:   " WS-NOT-ENDED-COUNT
            DISPLAY "STEPS FAILED:      " WS-FAILED-COUNT
            DISPLAY "STEPS NOT STARTED: " WS-NOT-STARTED-COUNT
        WHEN OTHER
            DISPLAY "FATAL: CTL-CYCLE-ACTION MUST BE START, END, OR "
                "REPORT"
            STOP RUN
    END-EVALUATE
    STOP RUN.

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

*> The roll-forward follows the last step of the cycle, the GL
*> acknowledgment match.
CHECK-CYCLE-PREDECESSOR.
    MOVE "GLACKMT" TO WS-PREDECESSOR-STEP
    PERFORM VERIFY-PREDECESSOR-COMPLETE.

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

*> Walk the cycle's steps in order. Whether the night ran split is
*> decided by the merge or a first stream being on the file; the
*> cycle stands at the first step expected that is not complete.
PRODUCE-CYCLE-REPORT.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF WS-CYCLE-CONTROL-STATUS NOT = "00"
            AND WS-CYCLE-CONTROL-STATUS NOT = "35"
        DISPLAY "FATAL: CANNOT OPEN CYCLE-CONTROL-FILE - STATUS "
            WS-CYCLE-CONTROL-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CYCLE-REPORT-FILE
    IF WS-CYCLE-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CYCLE-REPORT-FILE - STATUS "
            WS-CYCLE-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO CYCLE-REPORT-RECORD
    STRING "NIGHTLY CYCLE STATUS - BUSINESS DATE " WS-CYCLE-DATE
        DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
    WRITE CYCLE-REPORT-RECORD
    MOVE SPACES TO CYCLE-REPORT-RECORD
    WRITE CYCLE-REPORT-RECORD
    MOVE WS-CYCLE-HEADER TO CYCLE-REPORT-RECORD
    WRITE CYCLE-REPORT-RECORD
    IF WS-CYCLE-CONTROL-STATUS = "00"
        MOVE "RECMERGE" TO WS-PREDECESSOR-STEP
        PERFORM READ-CYCLE-ENTRY
        IF WS-CYCLE-ENTRY-FOUND
            SET WS-SPLIT-RUN TO TRUE
        END-IF
        MOVE "BUGS1" TO WS-PREDECESSOR-STEP
        PERFORM READ-CYCLE-ENTRY
        IF WS-CYCLE-ENTRY-FOUND
            SET WS-SPLIT-RUN TO TRUE
        END-IF
    END-IF
    PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
            UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
        MOVE WS-SEQ-STEP(WS-SEQ-SUB) TO WS-PREDECESSOR-STEP
        MOVE "N" TO WS-CYCLE-ENTRY-SW
        IF WS-CYCLE-CONTROL-STATUS = "00"
            PERFORM READ-CYCLE-ENTRY
        END-IF
        PERFORM REPORT-ONE-STEP
    END-PERFORM
    IF WS-CYCLE-CONTROL-STATUS = "00"
        CLOSE CYCLE-CONTROL-FILE
    END-IF
    MOVE SPACES TO CYCLE-REPORT-RECORD
    WRITE CYCLE-REPORT-RECORD
    MOVE WS-TOTAL-SECONDS TO WS-DURATION-SECONDS
    PERFORM FORMAT-DURATION
    MOVE SPACES TO CYCLE-REPORT-RECORD
    STRING "STEPS COMPLETE: " WS-COMPLETE-COUNT
        "  NOT ENDED: " WS-NOT-ENDED-COUNT
        "  FAILED: " WS-FAILED-COUNT
        "  NOT STARTED: " WS-NOT-STARTED-COUNT
        "  TIME IN COMPLETED STEPS: " WS-DURATION
        DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
    WRITE CYCLE-REPORT-RECORD
    MOVE SPACES TO CYCLE-REPORT-RECORD
    IF WS-STANDS-AT-STEP = SPACES
        STRING "CYCLE COMPLETE FOR BUSINESS DATE " WS-CYCLE-DATE
            DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
    ELSE
        STRING "CYCLE STANDS AT " WS-STANDS-AT-STEP " - "
            WS-STANDS-AT-STATUS
            DELIMITED BY SIZE INTO CYCLE-REPORT-RECORD
    END-IF
    WRITE CYCLE-REPORT-RECORD
    MOVE SPACES TO CYCLE-REPORT-RECORD
    WRITE CYCLE-REPORT-RECORD
    MOVE "END OF NIGHTLY CYCLE STATUS REPORT" TO CYCLE-REPORT-RECORD
    WRITE CYCLE-REPORT-RECORD
    CLOSE CYCLE-REPORT-FILE.

*> Read the business date's entry for the step named in
*> WS-PREDECESSOR-STEP; WS-CYCLE-ENTRY-FOUND says whether it is there.
READ-CYCLE-ENTRY.
    MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
    MOVE WS-PREDECESSOR-STEP TO RC-STEP
    MOVE "Y" TO WS-CYCLE-ENTRY-SW
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            MOVE "N" TO WS-CYCLE-ENTRY-SW
    END-READ.

*> A required step is always listed; the single-stream run is
*> required on a night that did not run split, the merge on one that
*> did, and a stream only when it ran.
REPORT-ONE-STEP.
    MOVE "N" TO WS-STEP-LISTED-SW
    EVALUATE TRUE
        WHEN WS-CYCLE-ENTRY-FOUND
            SET WS-STEP-LISTED TO TRUE
        WHEN WS-SEQ-REQUIRED(WS-SEQ-SUB)
            SET WS-STEP-LISTED TO TRUE
        WHEN WS-SEQ-SINGLE-RUN(WS-SEQ-SUB) AND NOT WS-SPLIT-RUN
            SET WS-STEP-LISTED TO TRUE
        WHEN WS-SEQ-MERGE(WS-SEQ-SUB) AND WS-SPLIT-RUN
            SET WS-STEP-LISTED TO TRUE
    END-EVALUATE
    IF WS-STEP-LISTED
        MOVE SPACES TO WS-CYCLE-DETAIL
        MOVE WS-SEQ-STEP(WS-SEQ-SUB) TO WS-CYD-STEP
        IF WS-CYCLE-ENTRY-FOUND
            MOVE RC-START-TIMESTAMP(1:8) TO WS-CYD-START-DATE
            STRING RC-START-TIMESTAMP(9:2) ":"
                RC-START-TIMESTAMP(11:2) ":" RC-START-TIMESTAMP(13:2)
                DELIMITED BY SIZE INTO WS-CYD-START-TIME
            MOVE RC-COMPLETION-CODE TO WS-CYD-CODE
            MOVE RC-RUN-COUNT TO WS-CYD-RUNS
            MOVE RC-RERUN-FLAG TO WS-CYD-RERUN
            IF RC-STEP-COMPLETE
                MOVE "COMPLETE" TO WS-CYD-STATUS
                ADD 1 TO WS-COMPLETE-COUNT
                MOVE RC-END-TIMESTAMP(1:8) TO WS-CYD-END-DATE
                STRING RC-END-TIMESTAMP(9:2) ":"
                    RC-END-TIMESTAMP(11:2) ":" RC-END-TIMESTAMP(13:2)
                    DELIMITED BY SIZE INTO WS-CYD-END-TIME
                PERFORM COMPUTE-STEP-DURATION
                MOVE WS-ELAPSED-SECONDS TO WS-DURATION-SECONDS
                PERFORM FORMAT-DURATION
                MOVE WS-DURATION TO WS-CYD-DURATION
                ADD WS-ELAPSED-SECONDS TO WS-TOTAL-SECONDS
            ELSE
                IF RC-END-TIMESTAMP = SPACES
                    MOVE "NOT ENDED" TO WS-CYD-STATUS
                    ADD 1 TO WS-NOT-ENDED-COUNT
                ELSE
                    MOVE "FAILED" TO WS-CYD-STATUS
                    ADD 1 TO WS-FAILED-COUNT
                    MOVE RC-END-TIMESTAMP(1:8) TO WS-CYD-END-DATE
                    STRING RC-END-TIMESTAMP(9:2) ":"
                        RC-END-TIMESTAMP(11:2) ":"
                        RC-END-TIMESTAMP(13:2)
                        DELIMITED BY SIZE INTO WS-CYD-END-TIME
                END-IF
            END-IF
        ELSE
            MOVE "NOT STARTED" TO WS-CYD-STATUS
            ADD 1 TO WS-NOT-STARTED-COUNT
        END-IF
        IF WS-CYD-STATUS NOT = "COMPLETE"
                AND WS-STANDS-AT-STEP = SPACES
            MOVE WS-CYD-STEP TO WS-STANDS-AT-STEP
            MOVE WS-CYD-STATUS TO WS-STANDS-AT-STATUS
        END-IF
        MOVE WS-CYCLE-DETAIL TO CYCLE-REPORT-RECORD
        WRITE CYCLE-REPORT-RECORD
    END-IF.

*> Seconds from the start stamp to the end stamp, across midnight
*> when the step ran over it.
COMPUTE-STEP-DURATION.
    MOVE RC-START-TIMESTAMP TO WS-STAMP-IMAGE
    COMPUTE WS-START-SECONDS =
        FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
        + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS
    MOVE RC-END-TIMESTAMP TO WS-STAMP-IMAGE
    COMPUTE WS-END-SECONDS =
        FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
        + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS
    IF WS-END-SECONDS < WS-START-SECONDS
        MOVE ZEROS TO WS-ELAPSED-SECONDS
    ELSE
        COMPUTE WS-ELAPSED-SECONDS = WS-END-SECONDS - WS-START-SECONDS
    END-IF.

FORMAT-DURATION.
    DIVIDE WS-DURATION-SECONDS BY 3600 GIVING WS-DUR-HH
    COMPUTE WS-DUR-MM = (WS-DURATION-SECONDS - WS-DUR-HH * 3600) / 60
    COMPUTE WS-DUR-SS = WS-DURATION-SECONDS - WS-DUR-HH * 3600
        - WS-DUR-MM * 60.
