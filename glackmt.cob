*> are written to the new pending-journal file with their age bumped,
*> so they are carried forward and re-reported every day until the GL
*> confirms them; an acknowledgment with no matching sent entry is
*> reported as an exception. Journal date and batch id identify one
*> entry: each branch has its one batch close, the company total has
*> a blank batch id, and the night's suspense write-offs go as one
*> entry under the reserved batch id WOFF, which no branch can have.
*> The job renames GLPENDNW to GLPEND once the cycle ends clean.
*> The match is stamped on the cycle run-control file CYCLCTL under
*> the business date - calendar current date, else
*> CTL-BUSINESS-DATE, else the run date. It will not start until the
*> item flow proof (FLOWPRF) has completed for that date - the proof
*> refuses to stamp itself complete while any item, branch total, or
*> journal total fails to tie out, so an extract that does not prove
*> is never matched - and will not run a second time for a date it
*> has already completed unless CTL-RERUN=Y.
IDENTIFICATION DIVISION.
PROGRAM-ID. GLACKMT.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT SENT-SORT-FILE ASSIGN TO "GLMSORT1".

    SELECT ACK-SORT-FILE ASSIGN TO "GLMSORT2".
FD  EXCEPTION-FILE.
01  EXCEPTION-LOG-RECORD        PIC X(127).

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

SD  SENT-SORT-FILE.
01  SENT-SORT-RECORD.
    05  SS-JOURNAL-DATE         PIC X(8).
WORKING-STORAGE SECTION.
01  WS-JOURNAL-IN-STATUS        PIC XX VALUE "00".
01  WS-ACK-IN-STATUS            PIC XX VALUE "00".

*> Cycle run control.
01  WS-CYCLE-CONTROL-STATUS     PIC XX VALUE "00".
01  WS-CYCLE-STEP               PIC X(8) VALUE "GLACKMT".
01  WS-RERUN-SW                 PIC X VALUE "N".
    88  WS-RERUN-OVERRIDE               VALUE "Y".
01  WS-CYCLE-ENTRY-SW           PIC X VALUE "N".
    88  WS-CYCLE-ENTRY-FOUND            VALUE "Y".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".
01  WS-CALENDAR-EOF-SW          PIC X VALUE "N".
    88  WS-CALENDAR-EOF                 VALUE "Y".
01  WS-CYCLE-DATE               PIC 9(8) VALUE ZEROS.
01  WS-CYCLE-DATE-TEXT          PIC X(8) VALUE SPACES.
01  WS-PENDING-IN-STATUS        PIC XX VALUE "00".
01  WS-ACK-WORK-STATUS          PIC XX VALUE "00".
01  WS-PENDING-OUT-STATUS       PIC XX VALUE "00".

PROCEDURE DIVISION.
MAIN-PROCESS.
    PERFORM SET-CYCLE-BUSINESS-DATE
    PERFORM START-CYCLE-STEP
    PERFORM VERIFY-INPUT-FILES
    PERFORM OPEN-OUTPUT-FILES
    SORT ACK-SORT-FILE
    DISPLAY "MISSING:               " WS-MISSING-COUNT
    DISPLAY "ACKS WITHOUT ENTRY:    " WS-ORPHAN-ACK-COUNT
    DISPLAY "CARRIED TO PENDING:    " WS-PENDING-OUT-COUNT
    PERFORM END-CYCLE-STEP
    STOP RUN.

VERIFY-INPUT-FILES.
    MOVE "END OF GL LOAD ACKNOWLEDGMENT MATCH REPORT"
        TO MATCH-REPORT-RECORD
    WRITE MATCH-REPORT-RECORD.

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

*> The match follows the item flow proof of the extract it matches.
CHECK-CYCLE-PREDECESSOR.
    MOVE WS-CYCLE-DATE TO RC-BUSINESS-DATE
    MOVE "FLOWPRF" TO RC-STEP
    READ CYCLE-CONTROL-FILE
        INVALID KEY
            MOVE SPACES TO RC-COMPLETION-CODE
    END-READ
    IF NOT RC-STEP-COMPLETE
        DISPLAY "FATAL: FLOWPRF HAS NOT COMPLETED FOR "
            "BUSINESS DATE " WS-CYCLE-DATE " - " WS-CYCLE-STEP
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
