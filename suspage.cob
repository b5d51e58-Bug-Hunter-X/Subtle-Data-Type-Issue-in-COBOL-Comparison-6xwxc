      >>SOURCE FORMAT FREE
*> Suspense aging report.
*> Reads the suspense file the front-end edit has just written
*> (SUSPNEW) and prints, batch by batch, every item still held in
*> suspense for want of a control record: its type, amount, posting
*> date, the business date it was first seen, and its age in
*> business days, with the item's standing against the suspense
*> limits - ESCALATED once it has reached CTL-SUSP-ESCALATE-DAYS
*> (default 5), WRITE-OFF DUE once it has reached
*> CTL-SUSP-WRITEOFF-DAYS (default 30), the limits the edit escalates
*> and writes off by. Each batch closes with its count and its amount
*> by age bucket (0-2, 3-5, 6-10, 11-30 and over 30 business days),
*> and the report closes with the same buckets for all batches, so
*> finance can see how much of the suspense balance on the books is
*> going stale and where. Items are listed oldest first within a
*> batch. A non-numeric amount counts as an item but adds nothing.
*> The file's control trailer must carry the business date (the
*> calendar's current business date, else CTL-BUSINESS-DATE, else the
*> run date): ages on a file left from an earlier cycle would be
*> wrong, so a stale file is refused. The report runs after the edit,
*> before SUSPNEW is renamed for the next cycle; it is not itself a
*> cycle step.
IDENTIFICATION DIVISION.
PROGRAM-ID. SUSPAGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT AGING-REPORT-FILE ASSIGN TO "SUSPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGING-REPORT-STATUS.

    SELECT AGING-SORT-FILE ASSIGN TO "SUSSORT".

DATA DIVISION.
FILE SECTION.
*> Suspense item, column for column as the edit writes it: the
*> transaction, the business date it was first seen, and its age in
*> business days.
FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD.
    05  SUS-BATCH-ID            PIC X(5).
    05  SUS-TRAN-TYPE           PIC X.
    05  SUS-AMOUNT              PIC X(9).
    05  SUS-POSTING-DATE        PIC X(8).
    05  SUS-ORIG-TYPE           PIC X.
    05  FILLER                  PIC X.
    05  SUS-FIRST-DATE          PIC X(8).
    05  FILLER                  PIC X.
    05  SUS-AGE                 PIC X(3).
    05  SUS-AGE-N REDEFINES SUS-AGE
                                PIC 9(3).
01  SUSPENSE-TRAILER.
    05  SST-TAG                 PIC X(5).
    05  SST-BUSINESS-DATE       PIC 9(8).
    05  SST-RECORD-COUNT        PIC 9(7).
    05  SST-HASH-TOTAL          PIC 9(13)V99.

*> Business-day calendar, column for column as operations keeps it;
*> only the current-date flag is wanted here.
FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-DATE                PIC X(8).
    05  FILLER                  PIC X.
    05  CAL-DAY-TYPE            PIC X.
    05  FILLER                  PIC X.
    05  CAL-CURRENT-FLAG        PIC X.

FD  AGING-REPORT-FILE.
01  AGING-REPORT-RECORD         PIC X(132).

SD  AGING-SORT-FILE.
01  AGING-SORT-RECORD.
    05  SA-BATCH-ID             PIC X(5).
    05  SA-AGE                  PIC 9(3).
    05  SA-SEQ                  PIC 9(7).
    05  SA-TRAN-TYPE            PIC X.
    05  SA-AMOUNT               PIC X(9).
    05  SA-POSTING-DATE         PIC X(8).
    05  SA-ORIG-TYPE            PIC X.
    05  SA-FIRST-DATE           PIC X(8).

WORKING-STORAGE SECTION.
01  WS-SUSPENSE-STATUS          PIC XX VALUE "00".
01  WS-AGING-REPORT-STATUS      PIC XX VALUE "00".

01  WS-EOF-SWITCHES.
    05  WS-SUSPENSE-EOF-SW      PIC X VALUE "N".
        88  WS-SUSPENSE-EOF             VALUE "Y".
    05  WS-SORTED-EOF-SW        PIC X VALUE "N".
        88  WS-SORTED-EOF               VALUE "Y".

01  WS-TRAILER-SEEN-SW          PIC X VALUE "N".
    88  WS-TRAILER-SEEN                 VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8).

*> Suspense limits, as the edit takes them.
01  WS-SUSP-ESCALATE-DAYS-TEXT  PIC X(3) VALUE SPACES.
01  WS-SUSP-ESCALATE-DAYS       PIC 9(3) VALUE 5.
01  WS-SUSP-WRITEOFF-DAYS-TEXT  PIC X(3) VALUE SPACES.
01  WS-SUSP-WRITEOFF-DAYS       PIC 9(3) VALUE 30.

01  WS-CURRENT-BATCH-ID         PIC X(5) VALUE SPACES.
01  WS-GROUP-OPEN-SW            PIC X VALUE "N".
    88  WS-GROUP-OPEN                   VALUE "Y".
01  WS-BUCKET                   PIC 9 VALUE ZERO.

*> Age buckets for the batch being listed and for all batches: an
*> item count and amount per bucket.
01  WS-BATCH-AGING.
    05  WS-BAG-ITEM-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-BAG-BUCKET-AMOUNT    PIC 9(11)V99 OCCURS 5 TIMES.
    05  WS-BAG-TOTAL-AMOUNT     PIC 9(11)V99 VALUE ZEROS.
01  WS-ALL-AGING.
    05  WS-AAG-ITEM-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-AAG-BUCKET-AMOUNT    PIC 9(11)V99 OCCURS 5 TIMES.
    05  WS-AAG-TOTAL-AMOUNT     PIC 9(11)V99 VALUE ZEROS.

01  WS-AGING-COUNTS.
    05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
    05  WS-BATCH-COUNT          PIC 9(5) VALUE ZEROS.
    05  WS-ESCALATED-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-WRITE-OFF-DUE-COUNT  PIC 9(7) VALUE ZEROS.

01  WS-ITEM-AMOUNT-TEXT         PIC X(9) VALUE SPACES.
01  WS-ITEM-AMOUNT REDEFINES WS-ITEM-AMOUNT-TEXT
                                PIC 9(7)V99.

01  WS-LIMITS-LINE.
    05  FILLER                  PIC X(17) VALUE "ESCALATED AT AGE ".
    05  WS-LML-ESCALATE-DAYS    PIC ZZ9.
    05  FILLER                  PIC X(38)
        VALUE " BUSINESS DAYS   WRITE-OFF DUE AT AGE ".
    05  WS-LML-WRITEOFF-DAYS    PIC ZZ9.
    05  FILLER                  PIC X(14) VALUE " BUSINESS DAYS".

01  WS-DETAIL-HEADER.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(7)  VALUE "BATCH".
    05  FILLER                  PIC X(3)  VALUE "T".
    05  FILLER                  PIC X(14) VALUE "      AMOUNT".
    05  FILLER                  PIC X(10) VALUE "POSTED".
    05  FILLER                  PIC X(3)  VALUE "O".
    05  FILLER                  PIC X(11) VALUE "FIRST SEEN".
    05  FILLER                  PIC X(4)  VALUE "AGE".
    05  FILLER                  PIC X(13) VALUE "STATUS".

01  WS-AGING-DETAIL.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AGD-BATCH-ID         PIC X(5).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AGD-TRAN-TYPE        PIC X.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AGD-AMOUNT           PIC Z,ZZZ,ZZ9.99.
    05  WS-AGD-AMOUNT-X REDEFINES WS-AGD-AMOUNT
                                PIC X(12).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AGD-POSTING-DATE     PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AGD-ORIG-TYPE        PIC X.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AGD-FIRST-DATE       PIC X(8).
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AGD-AGE              PIC ZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-AGD-STATUS           PIC X(13).

01  WS-BUCKET-HEADER.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(14) VALUE SPACES.
    05  FILLER                  PIC X(7)  VALUE "  ITEMS".
    05  FILLER                  PIC X(15) VALUE "       0-2 DAYS".
    05  FILLER                  PIC X(15) VALUE "       3-5 DAYS".
    05  FILLER                  PIC X(15) VALUE "      6-10 DAYS".
    05  FILLER                  PIC X(15) VALUE "     11-30 DAYS".
    05  FILLER                  PIC X(15) VALUE "   OVER 30 DAYS".
    05  FILLER                  PIC X(16) VALUE "           TOTAL".

01  WS-BUCKET-LINE.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-BKL-LABEL            PIC X(14).
    05  WS-BKL-ITEM-COUNT       PIC ZZZZZZ9.
    05  WS-BKL-BUCKET OCCURS 5 TIMES.
        10  FILLER              PIC X(2).
        10  WS-BKL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WS-BKL-TOTAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.

01  WS-CALENDAR-STATUS          PIC XX VALUE "00".
01  WS-CALENDAR-EOF-SW          PIC X VALUE "N".
    88  WS-CALENDAR-EOF                 VALUE "Y".
01  WS-CYCLE-DATE               PIC 9(8) VALUE ZEROS.
01  WS-CYCLE-DATE-TEXT          PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCESS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM SET-CYCLE-BUSINESS-DATE
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
    MOVE ZEROS TO WS-ALL-AGING
    OPEN OUTPUT AGING-REPORT-FILE
    IF WS-AGING-REPORT-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN AGING-REPORT-FILE - STATUS "
            WS-AGING-REPORT-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO AGING-REPORT-RECORD
    STRING "SUSPENSE AGING REPORT - BUSINESS DATE " WS-CYCLE-DATE
        "   RUN DATE " WS-RUN-DATE
        DELIMITED BY SIZE INTO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    MOVE WS-SUSP-ESCALATE-DAYS TO WS-LML-ESCALATE-DAYS
    MOVE WS-SUSP-WRITEOFF-DAYS TO WS-LML-WRITEOFF-DAYS
    MOVE WS-LIMITS-LINE TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    SORT AGING-SORT-FILE
        ON ASCENDING KEY SA-BATCH-ID
        ON DESCENDING KEY SA-AGE
        ON ASCENDING KEY SA-SEQ
        INPUT PROCEDURE IS RELEASE-SUSPENSE-ITEMS
        OUTPUT PROCEDURE IS WRITE-AGED-BATCHES
    PERFORM WRITE-ALL-BATCHES-AGING
    MOVE SPACES TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    MOVE "END OF SUSPENSE AGING REPORT" TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    CLOSE AGING-REPORT-FILE
    DISPLAY "BUSINESS DATE:            " WS-CYCLE-DATE
    DISPLAY "SUSPENSE ITEMS READ:      " WS-READ-COUNT
    DISPLAY "BATCHES IN SUSPENSE:      " WS-BATCH-COUNT
    DISPLAY "ITEMS ESCALATED:          " WS-ESCALATED-COUNT
    DISPLAY "ITEMS DUE FOR WRITE-OFF:  " WS-WRITE-OFF-DUE-COUNT
    STOP RUN.

*> The trailer is not an item; it dates the file, and a file dated
*> for another business date is refused before anything is listed.
*> An item whose age is not numeric was never aged and sorts as new.
RELEASE-SUSPENSE-ITEMS.
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-STATUS NOT = "00"
        DISPLAY "FATAL: CANNOT OPEN SUSPENSE-FILE - STATUS "
            WS-SUSPENSE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-SUSPENSE-EOF
        READ SUSPENSE-FILE
            AT END
                SET WS-SUSPENSE-EOF TO TRUE
            NOT AT END
                IF SST-TAG = "*TRL*"
                    SET WS-TRAILER-SEEN TO TRUE
                    IF SST-BUSINESS-DATE NOT = WS-CYCLE-DATE
                        DISPLAY "FATAL: SUSPENSE-FILE IS FOR BUSINESS "
                            "DATE " SST-BUSINESS-DATE " NOT "
                            WS-CYCLE-DATE " - STALE FILE"
                        STOP RUN
                    END-IF
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    MOVE SUS-BATCH-ID     TO SA-BATCH-ID
                    IF SUS-AGE NUMERIC
                        MOVE SUS-AGE-N TO SA-AGE
                    ELSE
                        MOVE ZEROS TO SA-AGE
                    END-IF
                    MOVE WS-READ-COUNT    TO SA-SEQ
                    MOVE SUS-TRAN-TYPE    TO SA-TRAN-TYPE
                    MOVE SUS-AMOUNT       TO SA-AMOUNT
                    MOVE SUS-POSTING-DATE TO SA-POSTING-DATE
                    MOVE SUS-ORIG-TYPE    TO SA-ORIG-TYPE
                    MOVE SUS-FIRST-DATE   TO SA-FIRST-DATE
                    RELEASE AGING-SORT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE SUSPENSE-FILE
    IF NOT WS-TRAILER-SEEN
        DISPLAY "FATAL: SUSPENSE-FILE HAS NO CONTROL TRAILER"
        STOP RUN
    END-IF.

*> Control break on batch: each batch opens with a heading, lists its
*> items oldest first, and closes with its age buckets.
WRITE-AGED-BATCHES.
    PERFORM RETURN-NEXT-SORTED
    PERFORM UNTIL WS-SORTED-EOF
        IF SA-BATCH-ID NOT = WS-CURRENT-BATCH-ID
                OR NOT WS-GROUP-OPEN
            PERFORM CLOSE-BATCH
            PERFORM OPEN-BATCH
        END-IF
        PERFORM WRITE-AGING-DETAIL
        PERFORM RETURN-NEXT-SORTED
    END-PERFORM
    PERFORM CLOSE-BATCH.

RETURN-NEXT-SORTED.
    RETURN AGING-SORT-FILE
        AT END
            SET WS-SORTED-EOF TO TRUE
    END-RETURN.

OPEN-BATCH.
    MOVE SA-BATCH-ID TO WS-CURRENT-BATCH-ID
    MOVE ZEROS TO WS-BATCH-AGING
    SET WS-GROUP-OPEN TO TRUE
    ADD 1 TO WS-BATCH-COUNT
    MOVE SPACES TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    MOVE SPACES TO AGING-REPORT-RECORD
    STRING "BATCH " SA-BATCH-ID
        DELIMITED BY SIZE INTO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    MOVE WS-DETAIL-HEADER TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD.

CLOSE-BATCH.
    IF WS-GROUP-OPEN
        MOVE WS-BUCKET-HEADER TO AGING-REPORT-RECORD
        WRITE AGING-REPORT-RECORD
        MOVE SPACES TO WS-BUCKET-LINE
        STRING "BATCH " WS-CURRENT-BATCH-ID
            DELIMITED BY SIZE INTO WS-BKL-LABEL
        MOVE WS-BAG-ITEM-COUNT TO WS-BKL-ITEM-COUNT
        PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 5
            MOVE WS-BAG-BUCKET-AMOUNT (WS-BUCKET)
                TO WS-BKL-AMOUNT (WS-BUCKET)
        END-PERFORM
        MOVE WS-BAG-TOTAL-AMOUNT TO WS-BKL-TOTAL-AMOUNT
        MOVE WS-BUCKET-LINE TO AGING-REPORT-RECORD
        WRITE AGING-REPORT-RECORD
        MOVE "N" TO WS-GROUP-OPEN-SW
    END-IF.

*> One item: listed with its standing against the limits, and added
*> to its age bucket for the batch and for all batches.
WRITE-AGING-DETAIL.
    EVALUATE TRUE
        WHEN SA-AGE <= 2
            MOVE 1 TO WS-BUCKET
        WHEN SA-AGE <= 5
            MOVE 2 TO WS-BUCKET
        WHEN SA-AGE <= 10
            MOVE 3 TO WS-BUCKET
        WHEN SA-AGE <= 30
            MOVE 4 TO WS-BUCKET
        WHEN OTHER
            MOVE 5 TO WS-BUCKET
    END-EVALUATE
    ADD 1 TO WS-BAG-ITEM-COUNT
    ADD 1 TO WS-AAG-ITEM-COUNT
    MOVE SPACES TO WS-AGING-DETAIL
    MOVE SA-BATCH-ID     TO WS-AGD-BATCH-ID
    MOVE SA-TRAN-TYPE    TO WS-AGD-TRAN-TYPE
    IF SA-AMOUNT NUMERIC
        MOVE SA-AMOUNT TO WS-ITEM-AMOUNT-TEXT
        MOVE WS-ITEM-AMOUNT TO WS-AGD-AMOUNT
        ADD WS-ITEM-AMOUNT TO WS-BAG-BUCKET-AMOUNT (WS-BUCKET)
        ADD WS-ITEM-AMOUNT TO WS-BAG-TOTAL-AMOUNT
        ADD WS-ITEM-AMOUNT TO WS-AAG-BUCKET-AMOUNT (WS-BUCKET)
        ADD WS-ITEM-AMOUNT TO WS-AAG-TOTAL-AMOUNT
    ELSE
        MOVE SA-AMOUNT TO WS-AGD-AMOUNT-X
    END-IF
    MOVE SA-POSTING-DATE TO WS-AGD-POSTING-DATE
    MOVE SA-ORIG-TYPE    TO WS-AGD-ORIG-TYPE
    MOVE SA-FIRST-DATE   TO WS-AGD-FIRST-DATE
    MOVE SA-AGE          TO WS-AGD-AGE
    EVALUATE TRUE
        WHEN SA-AGE >= WS-SUSP-WRITEOFF-DAYS
            MOVE "WRITE-OFF DUE" TO WS-AGD-STATUS
            ADD 1 TO WS-WRITE-OFF-DUE-COUNT
        WHEN SA-AGE >= WS-SUSP-ESCALATE-DAYS
            MOVE "ESCALATED" TO WS-AGD-STATUS
            ADD 1 TO WS-ESCALATED-COUNT
        WHEN OTHER
            MOVE SPACES TO WS-AGD-STATUS
    END-EVALUATE
    MOVE WS-AGING-DETAIL TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD.

*> The same buckets over every batch in suspense.
WRITE-ALL-BATCHES-AGING.
    MOVE SPACES TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    MOVE SPACES TO AGING-REPORT-RECORD
    STRING "ALL BATCHES - " WS-BATCH-COUNT " BATCHES IN SUSPENSE"
        DELIMITED BY SIZE INTO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    MOVE WS-BUCKET-HEADER TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD
    MOVE SPACES TO WS-BUCKET-LINE
    MOVE "ALL BATCHES" TO WS-BKL-LABEL
    MOVE WS-AAG-ITEM-COUNT TO WS-BKL-ITEM-COUNT
    PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 5
        MOVE WS-AAG-BUCKET-AMOUNT (WS-BUCKET)
            TO WS-BKL-AMOUNT (WS-BUCKET)
    END-PERFORM
    MOVE WS-AAG-TOTAL-AMOUNT TO WS-BKL-TOTAL-AMOUNT
    MOVE WS-BUCKET-LINE TO AGING-REPORT-RECORD
    WRITE AGING-REPORT-RECORD.

*> The business date this report runs for, derived as the edit and the
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
