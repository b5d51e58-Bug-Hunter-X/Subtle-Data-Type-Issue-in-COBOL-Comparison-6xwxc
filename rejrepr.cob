*> from a prior cycle cannot post its repairs a second time. The
*> business date comes from CTL-BUSINESS-DATE when set (set it when
*> repairing ahead of a later business day), else the run date.
*> Reversals the reconciliation refused (REVREJ, in the same reject
*> layout) are worked straight after the edit's rejects: a reversal
*> with no matching original (E007) opens its original type for
*> repair, one larger than what is left unreversed (E008) its amount.
*> The recycled item is matched again on the next cycle.
IDENTIFICATION DIVISION.
PROGRAM-ID. REJREPR.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-IN-STATUS.

    SELECT OPTIONAL REVERSAL-REJECT-IN-FILE ASSIGN TO "REVREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-REJECT-IN-STATUS.

    SELECT OPTIONAL QUEUE-IN-FILE ASSIGN TO "RPRQFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-IN-STATUS.
    05  FILLER                  PIC X.
    05  RIN-REASON-TEXT         PIC X(30).

FD  REVERSAL-REJECT-IN-FILE.
01  REVERSAL-REJECT-IN-RECORD.
    05  RVJ-TRAN-DATA           PIC X(24).
    05  FILLER                  PIC X.
    05  RVJ-REASON-CODE         PIC X(4).
    05  FILLER                  PIC X.
    05  RVJ-REASON-TEXT         PIC X(30).

FD  QUEUE-IN-FILE.
01  QUEUE-IN-RECORD             PIC X(66).


WORKING-STORAGE SECTION.
01  WS-REJECT-IN-STATUS         PIC XX VALUE "00".
01  WS-REVERSAL-REJECT-IN-STATUS PIC XX VALUE "00".
01  WS-QUEUE-IN-STATUS          PIC XX VALUE "00".
01  WS-RECYCLE-OUT-STATUS       PIC XX VALUE "00".
01  WS-QUEUE-OUT-STATUS         PIC XX VALUE "00".
01  WS-EOF-SWITCHES.
    05  WS-REJECT-IN-EOF-SW     PIC X VALUE "N".
        88  WS-REJECT-IN-EOF            VALUE "Y".
    05  WS-REVERSAL-IN-EOF-SW   PIC X VALUE "N".
        88  WS-REVERSAL-IN-EOF          VALUE "Y".
    05  WS-QUEUE-IN-EOF-SW      PIC X VALUE "N".
        88  WS-QUEUE-IN-EOF             VALUE "Y".


01  WS-REPAIR-COUNTS.
    05  WS-REJECT-IN-COUNT      PIC 9(7) VALUE ZEROS.
    05  WS-REVERSAL-IN-COUNT    PIC 9(7) VALUE ZEROS.
    05  WS-QUEUE-IN-COUNT       PIC 9(7) VALUE ZEROS.
    05  WS-RECYCLE-COUNT        PIC 9(7) VALUE ZEROS.
    05  WS-DECLINE-COUNT        PIC 9(7) VALUE ZEROS.
        END-READ
    END-PERFORM
    CLOSE REJECT-IN-FILE
    IF WS-REVERSAL-REJECT-IN-STATUS = "00"
        PERFORM UNTIL WS-REVERSAL-IN-EOF
            READ REVERSAL-REJECT-IN-FILE
                AT END
                    SET WS-REVERSAL-IN-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REVERSAL-IN-COUNT
                    MOVE RVJ-TRAN-DATA   TO WS-ITEM-TRAN
                    MOVE RVJ-REASON-CODE TO WS-ITEM-REASON-CODE
                    MOVE RVJ-REASON-TEXT TO WS-ITEM-REASON-TEXT
                    SET WS-ITEM-QUEUED TO TRUE
                    MOVE ZEROS TO WS-ITEM-AGE
                    PERFORM WORK-ONE-ITEM
            END-READ
        END-PERFORM
        CLOSE REVERSAL-REJECT-IN-FILE
    END-IF
    IF WS-QUEUE-IN-STATUS = "00"
        PERFORM UNTIL WS-QUEUE-IN-EOF
            READ QUEUE-IN-FILE
    PERFORM WRITE-QUEUE-REPORT-TOTALS
    CLOSE QUEUE-REPORT-FILE
    DISPLAY "REJECTS PRESENTED:      " WS-REJECT-IN-COUNT
    DISPLAY "REVERSALS PRESENTED:    " WS-REVERSAL-IN-COUNT
    DISPLAY "QUEUE RE-PRESENTED:     " WS-QUEUE-IN-COUNT
    DISPLAY "REPAIRED TO RECYCLE:    " WS-RECYCLE-COUNT
    DISPLAY "DECLINED:               " WS-DECLINE-COUNT
            WS-REJECT-IN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT REVERSAL-REJECT-IN-FILE
    OPEN INPUT QUEUE-IN-FILE
    OPEN OUTPUT RECYCLE-OUT-FILE
    IF WS-RECYCLE-OUT-STATUS NOT = "00"
            ACCEPT WS-REPAIR-VALUE
            MOVE WS-REPAIR-VALUE(1:1) TO WS-ITEM-TYPE
        WHEN "E003"
        WHEN "E008"
            DISPLAY "NEW AMOUNT (9 DIGITS, IMPLIED DECIMALS): "
                WITH NO ADVANCING
            ACCEPT WS-REPAIR-VALUE
            ACCEPT WS-REPAIR-VALUE
            MOVE WS-REPAIR-VALUE(1:8) TO WS-ITEM-POSTING-DATE
        WHEN "E005"
        WHEN "E007"
            DISPLAY "NEW ORIGINAL TYPE (D OR C): " WITH NO ADVANCING
            ACCEPT WS-REPAIR-VALUE
            MOVE WS-REPAIR-VALUE(1:1) TO WS-ITEM-ORIG-TYPE
