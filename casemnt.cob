      >>SOURCE FORMAT FREE
*> Exception case maintenance run.
*> Applies operations' work on the exception case master CASEMAST
*> that the case build run EXCPCASE opens from the common exception
*> file. Each record on the case maintenance file names a case and
*> the operator doing the work: "A" assigns the case to an owner
*> (an assignment may be repeated to hand a case on), "N" adds a
*> note, and "C" closes the case with its resolution. An operator id
*> is required on every record, and a note or a resolution must say
*> something. A closed case takes no further maintenance; if the
*> condition comes back, the build run opens a new case for it. An
*> edit report CMNTRPT shows the disposition of every record, and
*> every accepted record is journaled to the case history file
*> CASEHIST with the operator id, beside the case's opening,
*> recurrences, and escalation. Assignment and closing dates are the
*> business date - the calendar's current business date, else
*> CTL-BUSINESS-DATE, else the run date. Refused maintenance is
*> reported here only and is not written to the exception file, so it
*> does not open cases of its own.
IDENTIFICATION DIVISION.
PROGRAM-ID. CASEMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-MAINT-FILE ASSIGN TO "CMNTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-MAINT-STATUS.

    SELECT CASE-MASTER ASSIGN TO "CASEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CS-CASE-ID
        FILE STATUS IS WS-CASE-MASTER-STATUS.

    SELECT CASE-HISTORY-FILE ASSIGN TO "CASEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-HISTORY-STATUS.

    SELECT CASE-MAINT-REPORT-FILE ASSIGN TO "CMNTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-MAINT-REPORT-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CASE-MAINT-FILE.
01  CASE-MAINT-RECORD.
    05  CM-FUNCTION             PIC X.
        88  CM-IS-ASSIGN                VALUE "A".
        88  CM-IS-NOTE                  VALUE "N".
        88  CM-IS-CLOSE                 VALUE "C".
    05  CM-CASE-ID              PIC X(7).
    05  CM-CASE-ID-N REDEFINES CM-CASE-ID
                                PIC 9(7).
    05  CM-OPERATOR-ID          PIC X(8).
    05  CM-OWNER                PIC X(8).
    05  CM-TEXT                 PIC X(60).

*> Exception case, column for column as EXCPCASE keeps it; case
*> number zero is the build run's control record and is not
*> maintainable.
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

*> Case journal line, column for column as EXCPCASE writes it.
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

FD  CASE-MAINT-REPORT-FILE.
01  CASE-MAINT-REPORT-RECORD    PIC X(100).

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
01  WS-CASE-MAINT-STATUS        PIC XX VALUE "00".
01  WS-CASE-MASTER-STATUS       PIC XX VALUE "00".
01  WS-CASE-HISTORY-STATUS      PIC XX VALUE "00".
01  WS-CASE-MAINT-REPORT-STATUS PIC XX VALUE "00".
01  WS-CALENDAR-STATUS          PIC XX VALUE "00".

01  WS-CASE-MAINT-EOF-SW        PIC X VALUE "N".
    88  WS-CASE-MAINT-EOF               VALUE "Y".
01  WS-CALENDAR-EOF-SW          PIC X VALUE "N".
    88  WS-CALENDAR-EOF                 VALUE "Y".

01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROS.
01  WS-BUSINESS-DATE-TEXT       PIC X(8) VALUE SPACES.

01  WS-REASON-CODE              PIC X(4).
01  WS-REASON-TEXT              PIC X(30).
01  WS-HISTORY-ACTION           PIC X(8).

01  WS-CASE-MAINT-COUNTS.
    05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
    05  WS-ASSIGN-COUNT         PIC 9(7) VALUE ZEROS.
    05  WS-NOTE-COUNT           PIC 9(7) VALUE ZEROS.
    05  WS-CLOSE-COUNT          PIC 9(7) VALUE ZEROS.
    05  WS-REJECT-COUNT         PIC 9(7) VALUE ZEROS.

01  WS-REPORT-HEADER.
    05  FILLER                  PIC X(2)  VALUE "FN".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(7)  VALUE "CASE".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "OPERATOR".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "OWNER".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE "RESULT".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(35) VALUE "REASON".

01  WS-REPORT-DETAIL.
    05  WS-RPT-FUNCTION         PIC X.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  WS-RPT-CASE-ID          PIC X(7).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-RPT-OPERATOR-ID      PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-RPT-OWNER            PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-RPT-DISPOSITION      PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-RPT-REASON-CODE      PIC X(4).
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-RPT-REASON-TEXT      PIC X(30).

PROCEDURE DIVISION.
MAIN-PROCESS.
    PERFORM SET-BUSINESS-DATE
    PERFORM OPEN-FILES
    PERFORM UNTIL WS-CASE-MAINT-EOF
        READ CASE-MAINT-FILE
            AT END
                SET WS-CASE-MAINT-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM APPLY-ONE-RECORD
        END-READ
    END-PERFORM
    CLOSE CASE-MAINT-FILE
    CLOSE CASE-MASTER
    CLOSE CASE-HISTORY-FILE
    MOVE SPACES TO CASE-MAINT-REPORT-RECORD
    WRITE CASE-MAINT-REPORT-RECORD
    MOVE "END OF CASE MAINTENANCE EDIT REPORT" TO CASE-MAINT-REPORT-RECORD
    WRITE CASE-MAINT-REPORT-RECORD
    CLOSE CASE-MAINT-REPORT-FILE
    DISPLAY "CASE MAINTENANCE READ:    " WS-READ-COUNT
    DISPLAY "CASES ASSIGNED:           " WS-ASSIGN-COUNT
    DISPLAY "NOTES ADDED:              " WS-NOTE-COUNT
    DISPLAY "CASES CLOSED:             " WS-CLOSE-COUNT
    DISPLAY "RECORDS REJECTED:         " WS-REJECT-COUNT
    STOP RUN.

*> Assignment and closing are dated by business date, derived as the
*> nightly programs derive it: the calendar's current business date,
*> else CTL-BUSINESS-DATE, else the run date.
SET-BUSINESS-DATE.
    ACCEPT WS-BUSINESS-DATE-TEXT FROM ENVIRONMENT "CTL-BUSINESS-DATE"
    IF WS-BUSINESS-DATE-TEXT NUMERIC
        MOVE WS-BUSINESS-DATE-TEXT TO WS-BUSINESS-DATE
    ELSE
        ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
    END-IF
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS = "00"
        PERFORM UNTIL WS-CALENDAR-EOF
            READ CALENDAR-FILE
                AT END
                    SET WS-CALENDAR-EOF TO TRUE
                NOT AT END
                    IF CAL-CURRENT-FLAG = "*" AND CAL-DATE NUMERIC
                        MOVE CAL-DATE TO WS-BUSINESS-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF.

OPEN-FILES.
    OPEN INPUT CASE-MAINT-FILE
    IF WS-CASE-MAINT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CASE-MAINT-FILE - STATUS "
            WS-CASE-MAINT-STATUS
        STOP RUN
    END-IF
    OPEN I-O CASE-MASTER
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
    OPEN OUTPUT CASE-MAINT-REPORT-FILE
    IF WS-CASE-MAINT-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN CASE-MAINT-REPORT-FILE - STATUS "
            WS-CASE-MAINT-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO CASE-MAINT-REPORT-RECORD
    STRING "EXCEPTION CASE MAINTENANCE EDIT REPORT - BUSINESS DATE "
        WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO CASE-MAINT-REPORT-RECORD
    WRITE CASE-MAINT-REPORT-RECORD
    MOVE SPACES TO CASE-MAINT-REPORT-RECORD
    WRITE CASE-MAINT-REPORT-RECORD
    MOVE WS-REPORT-HEADER TO CASE-MAINT-REPORT-RECORD
    WRITE CASE-MAINT-REPORT-RECORD.

APPLY-ONE-RECORD.
    MOVE SPACES TO WS-REASON-CODE
    MOVE SPACES TO WS-REASON-TEXT
    EVALUATE TRUE
        WHEN NOT CM-IS-ASSIGN AND NOT CM-IS-NOTE AND NOT CM-IS-CLOSE
            MOVE "C001" TO WS-REASON-CODE
            MOVE "FUNCTION NOT A, C, OR N" TO WS-REASON-TEXT
        WHEN CM-OPERATOR-ID = SPACES
            MOVE "C002" TO WS-REASON-CODE
            MOVE "OPERATOR ID BLANK" TO WS-REASON-TEXT
        WHEN CM-CASE-ID NOT NUMERIC
            MOVE "C003" TO WS-REASON-CODE
            MOVE "CASE NUMBER NOT NUMERIC" TO WS-REASON-TEXT
        WHEN CM-CASE-ID-N = ZEROS
            MOVE "C003" TO WS-REASON-CODE
            MOVE "CASE NUMBER ZERO IS RESERVED" TO WS-REASON-TEXT
        WHEN CM-IS-ASSIGN AND CM-OWNER = SPACES
            MOVE "C006" TO WS-REASON-CODE
            MOVE "OWNER BLANK ON ASSIGNMENT" TO WS-REASON-TEXT
        WHEN (CM-IS-NOTE OR CM-IS-CLOSE) AND CM-TEXT = SPACES
            MOVE "C007" TO WS-REASON-CODE
            MOVE "NOTE OR RESOLUTION BLANK" TO WS-REASON-TEXT
    END-EVALUATE
    IF WS-REASON-CODE = SPACES
        MOVE CM-CASE-ID-N TO CS-CASE-ID
        READ CASE-MASTER
            INVALID KEY
                MOVE "C004" TO WS-REASON-CODE
                MOVE "CASE NOT ON FILE" TO WS-REASON-TEXT
        END-READ
    END-IF
    IF WS-REASON-CODE = SPACES AND CS-IS-CLOSED
        MOVE "C005" TO WS-REASON-CODE
        MOVE "CASE ALREADY CLOSED" TO WS-REASON-TEXT
    END-IF
    IF WS-REASON-CODE = SPACES
        EVALUATE TRUE
            WHEN CM-IS-ASSIGN
                PERFORM ASSIGN-CASE
            WHEN CM-IS-NOTE
                PERFORM NOTE-CASE
            WHEN CM-IS-CLOSE
                PERFORM CLOSE-CASE
        END-EVALUATE
    END-IF
    PERFORM WRITE-REPORT-DETAIL.

*> Text keyed with an assignment is kept as a note as well.
ASSIGN-CASE.
    MOVE CM-OWNER TO CS-OWNER
    MOVE CM-OPERATOR-ID TO CS-ASSIGNED-BY
    MOVE WS-BUSINESS-DATE TO CS-ASSIGNED-DATE
    SET CS-IS-ASSIGNED TO TRUE
    IF CM-TEXT NOT = SPACES
        PERFORM KEEP-CASE-NOTE
    END-IF
    PERFORM REWRITE-CASE
    ADD 1 TO WS-ASSIGN-COUNT
    MOVE "ASSIGNED" TO WS-HISTORY-ACTION
    PERFORM WRITE-CASE-HISTORY.

NOTE-CASE.
    PERFORM KEEP-CASE-NOTE
    PERFORM REWRITE-CASE
    ADD 1 TO WS-NOTE-COUNT
    MOVE "NOTED" TO WS-HISTORY-ACTION
    PERFORM WRITE-CASE-HISTORY.

CLOSE-CASE.
    MOVE CM-OPERATOR-ID TO CS-CLOSED-BY
    MOVE WS-BUSINESS-DATE TO CS-CLOSED-DATE
    SET CS-IS-CLOSED TO TRUE
    PERFORM KEEP-CASE-NOTE
    PERFORM REWRITE-CASE
    ADD 1 TO WS-CLOSE-COUNT
    MOVE "CLOSED" TO WS-HISTORY-ACTION
    PERFORM WRITE-CASE-HISTORY.

*> The master keeps the latest note and how many there have been;
*> the full trail is on the case history file.
KEEP-CASE-NOTE.
    MOVE CM-TEXT TO CS-LAST-NOTE
    IF CS-NOTE-COUNT < 999
        ADD 1 TO CS-NOTE-COUNT
    END-IF.

REWRITE-CASE.
    REWRITE CASE-RECORD
        INVALID KEY
            DISPLAY "FATAL: CANNOT REWRITE CASE " CS-CASE-ID
                " - STATUS " WS-CASE-MASTER-STATUS
            STOP RUN
    END-REWRITE.

WRITE-CASE-HISTORY.
    MOVE SPACES TO CASE-HISTORY-RECORD
    MOVE FUNCTION CURRENT-DATE TO CH-TIMESTAMP
    MOVE CS-CASE-ID TO CH-CASE-ID
    MOVE WS-HISTORY-ACTION TO CH-ACTION
    MOVE CM-OPERATOR-ID TO CH-OPERATOR-ID
    MOVE CS-OWNER TO CH-OWNER
    MOVE CM-TEXT TO CH-TEXT
    WRITE CASE-HISTORY-RECORD
    IF WS-CASE-HISTORY-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT WRITE CASE-HISTORY-FILE - STATUS "
            WS-CASE-HISTORY-STATUS
        STOP RUN
    END-IF.

WRITE-REPORT-DETAIL.
    MOVE SPACES TO WS-REPORT-DETAIL
    MOVE CM-FUNCTION TO WS-RPT-FUNCTION
    MOVE CM-CASE-ID TO WS-RPT-CASE-ID
    MOVE CM-OPERATOR-ID TO WS-RPT-OPERATOR-ID
    MOVE CM-OWNER TO WS-RPT-OWNER
    IF WS-REASON-CODE = SPACES
        MOVE "ACCEPTED" TO WS-RPT-DISPOSITION
    ELSE
        MOVE "REJECTED" TO WS-RPT-DISPOSITION
        MOVE WS-REASON-CODE TO WS-RPT-REASON-CODE
        MOVE WS-REASON-TEXT TO WS-RPT-REASON-TEXT
        ADD 1 TO WS-REJECT-COUNT
    END-IF
    MOVE WS-REPORT-DETAIL TO CASE-MAINT-REPORT-RECORD
    WRITE CASE-MAINT-REPORT-RECORD.
