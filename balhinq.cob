*> Closing-balance history inquiry run.
*> Reads the closing-balance history master the reconciliation posts
*> - one record per batch per business date, holding the closing
*> counters, verdict, tolerance grade, and carryover count - and
*> prints either one batch's balance history over a date range or a
*> whole-shop snapshot for a single date. CTL-INQ-BATCH names the batch, with
*> CTL-INQ-FROM / CTL-INQ-TO (yyyymmdd) bounding the range and
*> defaulting to everything retained; CTL-INQ-DATE (with no batch)
*> takes the snapshot.
*> A batch's history runs back across branch consolidations: every
*> branch folded into the selected batch, directly or through an
*> earlier consolidation as recorded on the branch link file BRLINK,
*> is listed after it over the same date range, each under a line
*> naming the branch it was consolidated into and when.
IDENTIFICATION DIVISION.
PROGRAM-ID. BALHINQ.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INQUIRY-REPORT-STATUS.

    SELECT OPTIONAL BRANCH-LINK-FILE ASSIGN TO "BRLINK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

DATA DIVISION.
FILE SECTION.
*> Closing-balance history master, column for column as the
    05  BAL-CLOSE-2             PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  BAL-VERDICT             PIC X(20).
    05  BAL-CARRY-COUNT         PIC 9(5).
    05  BAL-GRADE               PIC X(5).

FD  INQUIRY-REPORT-FILE.
01  INQUIRY-REPORT-RECORD       PIC X(100).

*> Branch link line, column for column as the maintenance run
*> writes it.
FD  BRANCH-LINK-FILE.
01  BRANCH-LINK-RECORD.
    05  LNK-OLD-BATCH-ID        PIC X(5).
    05  FILLER                  PIC X.
    05  LNK-NEW-BATCH-ID        PIC X(5).
    05  FILLER                  PIC X.
    05  LNK-TIMESTAMP           PIC X(21).
    05  LNK-DATE REDEFINES LNK-TIMESTAMP.
        10  LNK-DATE-YMD        PIC X(8).
        10  FILLER              PIC X(13).
    05  FILLER                  PIC X.
    05  LNK-SOURCE-ID           PIC X(8).
    05  FILLER                  PIC X.
    05  LNK-MOVED-AREA-1        PIC 9(7)V99.
    05  FILLER                  PIC X.
    05  LNK-MOVED-AREA-2        PIC 9(7)V99.

WORKING-STORAGE SECTION.
01  WS-BALANCE-HISTORY-STATUS   PIC XX VALUE "00".
01  WS-INQUIRY-REPORT-STATUS    PIC XX VALUE "00".
01  WS-LINK-STATUS              PIC XX VALUE "00".

01  WS-EOF-SWITCHES.
    05  WS-HISTORY-EOF-SW       PIC X VALUE "N".
        88  WS-HISTORY-EOF              VALUE "Y".
    05  WS-LINK-EOF-SW          PIC X VALUE "N".
        88  WS-LINK-EOF                 VALUE "Y".

01  WS-SELECT-BATCH-ID          PIC X(5) VALUE SPACES.
01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
01  WS-TO-DATE                  PIC X(8) VALUE SPACES.
01  WS-SNAPSHOT-DATE            PIC X(8) VALUE SPACES.
01  WS-LIST-BATCH-ID            PIC X(5) VALUE SPACES.

*> Every consolidation on the link file, and the selected batch with
*> every branch folded into it - each member after the first with
*> the branch it went into and the date - grown until no link adds a
*> branch not already in the family.
01  WS-LINK-TABLE.
    05  WS-LNK-ENTRY OCCURS 500 TIMES.
        10  WS-LNK-OLD-BATCH-ID PIC X(5).
        10  WS-LNK-NEW-BATCH-ID PIC X(5).
        10  WS-LNK-DATE         PIC X(8).
01  WS-LNK-COUNT                PIC 9(4) VALUE ZEROS.
01  WS-LNK-SUB                  PIC 9(4) VALUE ZEROS.
01  WS-FAMILY-TABLE.
    05  WS-FAM-ENTRY OCCURS 500 TIMES.
        10  WS-FAM-BATCH-ID     PIC X(5).
        10  WS-FAM-INTO-BATCH-ID PIC X(5).
        10  WS-FAM-DATE         PIC X(8).
01  WS-FAM-COUNT                PIC 9(4) VALUE ZEROS.
01  WS-FAM-SUB                  PIC 9(4) VALUE ZEROS.
01  WS-FAM-SCAN                 PIC 9(4) VALUE ZEROS.
01  WS-FAM-FOUND                PIC 9(4) VALUE ZEROS.
01  WS-FAMILY-BATCH-ID          PIC X(5).

01  WS-INQUIRY-COUNTS.
    05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
    05  WS-INQ-CARRY            PIC ZZZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-INQ-VERDICT          PIC X(20).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-INQ-GRADE            PIC X(5).

01  WS-INQUIRY-HEADER.
    05  FILLER                  PIC X(5)  VALUE "BATCH".
    05  FILLER                  PIC X(5)  VALUE "CARRY".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(20) VALUE "VERDICT".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(5)  VALUE "GRADE".

PROCEDURE DIVISION.
MAIN-PROCESS.
    END-IF
    PERFORM WRITE-INQUIRY-HEADER
    IF WS-SELECT-BATCH-ID NOT = SPACES
        PERFORM LOAD-BATCH-FAMILY
        MOVE WS-SELECT-BATCH-ID TO WS-LIST-BATCH-ID
        PERFORM LIST-BATCH-HISTORY
        PERFORM VARYING WS-FAM-SUB FROM 2 BY 1
                UNTIL WS-FAM-SUB > WS-FAM-COUNT
            MOVE SPACES TO INQUIRY-REPORT-RECORD
            WRITE INQUIRY-REPORT-RECORD
            MOVE SPACES TO INQUIRY-REPORT-RECORD
            STRING "BATCH " WS-FAM-BATCH-ID(WS-FAM-SUB)
                " CONSOLIDATED INTO " WS-FAM-INTO-BATCH-ID(WS-FAM-SUB)
                " ON " WS-FAM-DATE(WS-FAM-SUB)
                DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
            WRITE INQUIRY-REPORT-RECORD
            MOVE WS-FAM-BATCH-ID(WS-FAM-SUB) TO WS-LIST-BATCH-ID
            MOVE "N" TO WS-HISTORY-EOF-SW
            PERFORM LIST-BATCH-HISTORY
        END-PERFORM
    ELSE
        PERFORM LIST-DATE-SNAPSHOT
    END-IF
*> The key is batch-major, so one batch's history is a keyed start
*> and a forward read until the batch or the date range runs out.
LIST-BATCH-HISTORY.
    MOVE WS-LIST-BATCH-ID   TO BAL-BATCH-ID
    MOVE WS-FROM-DATE       TO BAL-BUSINESS-DATE
    START BALANCE-HISTORY-FILE KEY NOT < BAL-HIST-KEY
        INVALID KEY
                SET WS-HISTORY-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF BAL-BATCH-ID NOT = WS-LIST-BATCH-ID
                        OR BAL-BUSINESS-DATE > FUNCTION
                            NUMVAL(WS-TO-DATE)
                    SET WS-HISTORY-EOF TO TRUE
        END-READ
    END-PERFORM.

*> Read the link file and grow the selected batch's family with each
*> branch consolidated into a member, until a pass adds nothing.
LOAD-BATCH-FAMILY.
    MOVE 1 TO WS-FAM-COUNT
    MOVE WS-SELECT-BATCH-ID TO WS-FAM-BATCH-ID(1)
    MOVE SPACES TO WS-FAM-INTO-BATCH-ID(1)
    MOVE SPACES TO WS-FAM-DATE(1)
    OPEN INPUT BRANCH-LINK-FILE
    IF WS-LINK-STATUS = "00"
        PERFORM UNTIL WS-LINK-EOF
            READ BRANCH-LINK-FILE
                AT END
                    SET WS-LINK-EOF TO TRUE
                NOT AT END
                    IF WS-LNK-COUNT = 500
                        DISPLAY "FATAL: MORE THAN 500 BRANCH LINKS - "
                            "ENLARGE WS-LINK-TABLE"
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-LNK-COUNT
                    MOVE LNK-OLD-BATCH-ID
                        TO WS-LNK-OLD-BATCH-ID(WS-LNK-COUNT)
                    MOVE LNK-NEW-BATCH-ID
                        TO WS-LNK-NEW-BATCH-ID(WS-LNK-COUNT)
                    MOVE LNK-DATE-YMD TO WS-LNK-DATE(WS-LNK-COUNT)
            END-READ
        END-PERFORM
        CLOSE BRANCH-LINK-FILE
    END-IF
    PERFORM VARYING WS-FAM-SUB FROM 1 BY 1
            UNTIL WS-FAM-SUB > WS-FAM-COUNT
        PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
                UNTIL WS-LNK-SUB > WS-LNK-COUNT
            IF WS-LNK-NEW-BATCH-ID(WS-LNK-SUB)
                    = WS-FAM-BATCH-ID(WS-FAM-SUB)
                MOVE WS-LNK-OLD-BATCH-ID(WS-LNK-SUB)
                    TO WS-FAMILY-BATCH-ID
                PERFORM FIND-FAMILY-MEMBER
                IF WS-FAM-FOUND = ZEROS
                    IF WS-FAM-COUNT = 500
                        DISPLAY "FATAL: MORE THAN 500 BRANCHES IN "
                            "FAMILY - ENLARGE WS-FAMILY-TABLE"
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-FAM-COUNT
                    MOVE WS-FAMILY-BATCH-ID
                        TO WS-FAM-BATCH-ID(WS-FAM-COUNT)
                    MOVE WS-LNK-NEW-BATCH-ID(WS-LNK-SUB)
                        TO WS-FAM-INTO-BATCH-ID(WS-FAM-COUNT)
                    MOVE WS-LNK-DATE(WS-LNK-SUB)
                        TO WS-FAM-DATE(WS-FAM-COUNT)
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

*> WS-FAM-FOUND is the family position of WS-FAMILY-BATCH-ID, zero
*> when it is not a member.
FIND-FAMILY-MEMBER.
    MOVE ZEROS TO WS-FAM-FOUND
    PERFORM VARYING WS-FAM-SCAN FROM 1 BY 1
            UNTIL WS-FAM-SCAN > WS-FAM-COUNT
                OR WS-FAM-FOUND NOT = ZEROS
        IF WS-FAM-BATCH-ID(WS-FAM-SCAN) = WS-FAMILY-BATCH-ID
            MOVE WS-FAM-SCAN TO WS-FAM-FOUND
        END-IF
    END-PERFORM.

*> A snapshot cuts across every batch, so it is a full forward pass
*> filtering on the date.
LIST-DATE-SNAPSHOT.
    MOVE BAL-CLOSE-2       TO WS-INQ-CLOSE-2
    MOVE BAL-CARRY-COUNT   TO WS-INQ-CARRY
    MOVE BAL-VERDICT       TO WS-INQ-VERDICT
    MOVE BAL-GRADE         TO WS-INQ-GRADE
    MOVE WS-INQUIRY-DETAIL TO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD
    ADD 1 TO WS-SELECTED-COUNT.
