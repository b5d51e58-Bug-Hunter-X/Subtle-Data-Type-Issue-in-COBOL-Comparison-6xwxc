*> and prints the change history audit keeps asking for. CTL-HIST-BATCH
*> selects one batch id (spaces takes every batch); CTL-HIST-FROM and
*> CTL-HIST-TO (yyyymmdd) bound the date range and default to the
*> whole file. Each image's tolerance (margin amount and percentage)
*> is printed beside its balances; lines journaled before branches
*> carried a tolerance show those columns blank.
*> A consolidation ("M") journals both branches, each line naming the
*> other, and is printed with a note of which branch was folded into
*> which. When one batch is selected, the branches consolidated into
*> it - directly or through an earlier consolidation, as recorded on
*> the branch link file BRLINK - are selected with it, so a
*> successor's history runs back across the merge.
IDENTIFICATION DIVISION.
PROGRAM-ID. MNTHINQ.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-IN-STATUS.

    SELECT OPTIONAL BRANCH-LINK-FILE ASSIGN TO "BRLINK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

    SELECT INQUIRY-REPORT-FILE ASSIGN TO "MNTHRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INQUIRY-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HISTORY-IN-FILE.
01  HISTORY-IN-RECORD           PIC X(124).

*> Branch link line, column for column as the maintenance run
*> writes it.
FD  BRANCH-LINK-FILE.
01  BRANCH-LINK-RECORD.
    05  LNK-OLD-BATCH-ID        PIC X(5).
    05  FILLER                  PIC X.
    05  LNK-NEW-BATCH-ID        PIC X(5).
    05  FILLER                  PIC X.
    05  LNK-TIMESTAMP           PIC X(21).
    05  FILLER                  PIC X.
    05  LNK-SOURCE-ID           PIC X(8).
    05  FILLER                  PIC X.
    05  LNK-MOVED-AREA-1        PIC 9(7)V99.
    05  FILLER                  PIC X.
    05  LNK-MOVED-AREA-2        PIC 9(7)V99.

FD  INQUIRY-REPORT-FILE.
01  INQUIRY-REPORT-RECORD       PIC X(132).

WORKING-STORAGE SECTION.
01  WS-HISTORY-IN-STATUS        PIC XX VALUE "00".
01  WS-LINK-STATUS              PIC XX VALUE "00".
01  WS-INQUIRY-REPORT-STATUS    PIC XX VALUE "00".

01  WS-EOF-SWITCHES.
    05  WS-HISTORY-IN-EOF-SW    PIC X VALUE "N".
        88  WS-HISTORY-IN-EOF           VALUE "Y".
    05  WS-LINK-EOF-SW          PIC X VALUE "N".
        88  WS-LINK-EOF                 VALUE "Y".

*> Image of a maintenance history line, column for column as the
*> maintenance run writes it.
        10  WS-HIS-AFT-AREA-2-N REDEFINES WS-HIS-AFT-AREA-2
                                PIC 9(7)V99.
        10  WS-HIS-AFT-STATUS   PIC X.
    05  FILLER                  PIC X.
    05  WS-HIS-BEFORE-TOLERANCE.
        10  WS-HIS-BEF-TOL-AMT  PIC X(9).
        10  WS-HIS-BEF-TOL-AMT-N REDEFINES WS-HIS-BEF-TOL-AMT
                                PIC 9(7)V99.
        10  WS-HIS-BEF-TOL-PCT  PIC X(5).
        10  WS-HIS-BEF-TOL-PCT-N REDEFINES WS-HIS-BEF-TOL-PCT
                                PIC 9(3)V99.
    05  FILLER                  PIC X.
    05  WS-HIS-AFTER-TOLERANCE.
        10  WS-HIS-AFT-TOL-AMT  PIC X(9).
        10  WS-HIS-AFT-TOL-AMT-N REDEFINES WS-HIS-AFT-TOL-AMT
                                PIC 9(7)V99.
        10  WS-HIS-AFT-TOL-PCT  PIC X(5).
        10  WS-HIS-AFT-TOL-PCT-N REDEFINES WS-HIS-AFT-TOL-PCT
                                PIC 9(3)V99.
    05  FILLER                  PIC X.
    05  WS-HIS-LINKED-BATCH-ID  PIC X(5).

01  WS-SELECT-BATCH-ID          PIC X(5) VALUE SPACES.
01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
01  WS-TO-DATE                  PIC X(8) VALUE SPACES.

*> Every consolidation on the link file, and the selected batch with
*> every branch folded into it; the family is grown until no link
*> adds a branch not already in it.
01  WS-LINK-TABLE.
    05  WS-LNK-ENTRY OCCURS 500 TIMES.
        10  WS-LNK-OLD-BATCH-ID PIC X(5).
        10  WS-LNK-NEW-BATCH-ID PIC X(5).
01  WS-LNK-COUNT                PIC 9(4) VALUE ZEROS.
01  WS-LNK-SUB                  PIC 9(4) VALUE ZEROS.
01  WS-FAMILY-TABLE.
    05  WS-FAM-ENTRY OCCURS 500 TIMES.
        10  WS-FAM-BATCH-ID     PIC X(5).
        10  WS-FAM-INTO-BATCH-ID PIC X(5).
01  WS-FAM-COUNT                PIC 9(4) VALUE ZEROS.
01  WS-FAM-SUB                  PIC 9(4) VALUE ZEROS.
01  WS-FAM-SCAN                 PIC 9(4) VALUE ZEROS.
01  WS-FAM-FOUND                PIC 9(4) VALUE ZEROS.
01  WS-FAMILY-BATCH-ID          PIC X(5).

01  WS-INQUIRY-COUNTS.
    05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
    05  WS-SELECTED-COUNT       PIC 9(7) VALUE ZEROS.

01  WS-CONSOLIDATION-NOTE.
    05  FILLER                  PIC X(23) VALUE SPACES.
    05  WS-CNN-TEXT             PIC X(18).
    05  WS-CNN-BATCH-ID         PIC X(5).

01  WS-INQUIRY-DETAIL.
    05  WS-INQ-TIMESTAMP        PIC X(21).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-INQ-BEF-AREA-2       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-INQ-BEF-STATUS       PIC X.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-INQ-BEF-TOL-AMT      PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-INQ-BEF-TOL-PCT      PIC ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-INQ-AFT-AREA-1       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-INQ-AFT-AREA-2       PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-INQ-AFT-STATUS       PIC X.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-INQ-AFT-TOL-AMT      PIC ZZZZZZ9.99.
    05  FILLER                  PIC X     VALUE SPACE.
    05  WS-INQ-AFT-TOL-PCT      PIC ZZ9.99.

01  WS-INQUIRY-HEADER.
    05  FILLER                  PIC X(21) VALUE "TIMESTAMP".
        VALUE "BEF-2".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X     VALUE "S".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "BEF-TOL".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(6)  JUSTIFIED RIGHT
        VALUE "BEF-%".
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "AFT-1".
        VALUE "AFT-2".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X     VALUE "S".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(10) JUSTIFIED RIGHT
        VALUE "AFT-TOL".
    05  FILLER                  PIC X     VALUE SPACE.
    05  FILLER                  PIC X(6)  JUSTIFIED RIGHT
        VALUE "AFT-%".

PROCEDURE DIVISION.
MAIN-PROCESS.
            WS-INQUIRY-REPORT-STATUS
        STOP RUN
    END-IF
    IF WS-SELECT-BATCH-ID NOT = SPACES
        PERFORM LOAD-BATCH-FAMILY
    END-IF
    PERFORM WRITE-INQUIRY-HEADER
    PERFORM UNTIL WS-HISTORY-IN-EOF
        READ HISTORY-IN-FILE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                MOVE HISTORY-IN-RECORD TO WS-HISTORY-LINE-IMAGE
                MOVE ZEROS TO WS-FAM-FOUND
                IF WS-SELECT-BATCH-ID NOT = SPACES
                    MOVE WS-HIS-BATCH-ID TO WS-FAMILY-BATCH-ID
                    PERFORM FIND-FAMILY-MEMBER
                END-IF
                IF (WS-SELECT-BATCH-ID = SPACES
                        OR WS-FAM-FOUND NOT = ZEROS)
                        AND WS-HIS-DATE-YMD NOT < WS-FROM-DATE
                        AND WS-HIS-DATE-YMD NOT > WS-TO-DATE
                    PERFORM WRITE-INQUIRY-DETAIL
        WS-SELECT-BATCH-ID " FROM " WS-FROM-DATE " TO " WS-TO-DATE
        DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD
    PERFORM VARYING WS-FAM-SUB FROM 2 BY 1
            UNTIL WS-FAM-SUB > WS-FAM-COUNT
        MOVE SPACES TO INQUIRY-REPORT-RECORD
        STRING "INCLUDING BATCH " WS-FAM-BATCH-ID(WS-FAM-SUB)
            " CONSOLIDATED INTO " WS-FAM-INTO-BATCH-ID(WS-FAM-SUB)
            DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
        WRITE INQUIRY-REPORT-RECORD
    END-PERFORM
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD
    MOVE WS-INQUIRY-HEADER TO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD.

*> Read the link file and grow the selected batch's family with each
*> branch consolidated into a member, until a pass adds nothing.
LOAD-BATCH-FAMILY.
    MOVE 1 TO WS-FAM-COUNT
    MOVE WS-SELECT-BATCH-ID TO WS-FAM-BATCH-ID(1)
    MOVE SPACES TO WS-FAM-INTO-BATCH-ID(1)
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

*> A first-time add has no before-image; its before columns are left
*> blank rather than shown as a zero balance that never existed. The
*> same goes for the tolerance columns of a line journaled before
*> branches carried a tolerance.
WRITE-INQUIRY-DETAIL.
    MOVE SPACES TO WS-INQUIRY-DETAIL
    MOVE WS-HIS-TIMESTAMP TO WS-INQ-TIMESTAMP
        MOVE WS-HIS-BEF-AREA-2-N TO WS-INQ-BEF-AREA-2
        MOVE WS-HIS-BEF-STATUS   TO WS-INQ-BEF-STATUS
    END-IF
    IF WS-HIS-BEFORE-TOLERANCE NOT = SPACES
        MOVE WS-HIS-BEF-TOL-AMT-N TO WS-INQ-BEF-TOL-AMT
        MOVE WS-HIS-BEF-TOL-PCT-N TO WS-INQ-BEF-TOL-PCT
    END-IF
    MOVE WS-HIS-AFT-AREA-1-N TO WS-INQ-AFT-AREA-1
    MOVE WS-HIS-AFT-AREA-2-N TO WS-INQ-AFT-AREA-2
    MOVE WS-HIS-AFT-STATUS   TO WS-INQ-AFT-STATUS
    IF WS-HIS-AFTER-TOLERANCE NOT = SPACES
        MOVE WS-HIS-AFT-TOL-AMT-N TO WS-INQ-AFT-TOL-AMT
        MOVE WS-HIS-AFT-TOL-PCT-N TO WS-INQ-AFT-TOL-PCT
    END-IF
    MOVE WS-INQUIRY-DETAIL TO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD
    IF WS-HIS-FUNCTION = "M"
        MOVE SPACES TO WS-CONSOLIDATION-NOTE
        IF WS-HIS-AFT-STATUS = "C"
            MOVE "CONSOLIDATED INTO " TO WS-CNN-TEXT
        ELSE
            MOVE "CONSOLIDATED FROM " TO WS-CNN-TEXT
        END-IF
        MOVE WS-HIS-LINKED-BATCH-ID TO WS-CNN-BATCH-ID
        MOVE WS-CONSOLIDATION-NOTE TO INQUIRY-REPORT-RECORD
        WRITE INQUIRY-REPORT-RECORD
    END-IF
    ADD 1 TO WS-SELECTED-COUNT.
