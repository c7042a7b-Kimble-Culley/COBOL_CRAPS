        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUMMARY-STATUS.

DATA DIVISION.
FILE SECTION.
FD HISTORY-FILE.
    02 CAT-DATE         PIC X(8).
    02 CAT-NAME         PIC X(40).

*> The daily summary EOD-CLOSE cuts from each table's trail (see
*> SUMMARY-BUILD for the row types).
FD SUMMARY-FILE.
01 SUMMARY-RECORD.
    02 SUM-TYPE         PIC X(1).
    02 SUM-GD-DAY       PIC X(8).
    02 SUM-SHIFT-NO     PIC 9(1).
    02 SUM-SHIFT        PIC X(1).
    02 SUM-CAL-DATE     PIC X(8).
    02 SUM-SESSION      PIC X(14).
    02 SUM-ACCOUNT      PIC 9(5).
    02 SUM-PLAYER       PIC X(20).
    02 SUM-DEALER       PIC X(4).
    02 SUM-EVENT        PIC X(10).
    02 SUM-CLASS        PIC X(1).
    02 SUM-CURRENCY     PIC X(3).
    02 SUM-TIME         PIC X(8).
    02 SUM-COUNT        PIC 9(7).
    02 SUM-AMOUNT       PIC 9(9)V99.
    02 SUM-LARGEST      PIC 9(5)V99.
    02 SUM-PAIRED       PIC 9(9)V99.
01 SUMMARY-HEADER.
    02 SUM-H-TYPE       PIC X(1).
    02 SUM-H-TABLE      PIC 9(1).
    02 SUM-H-DAY        PIC X(8).
    02 SUM-H-FIRST-DAY  PIC X(8).
    02 SUM-H-LAST-DAY   PIC X(8).
    02 SUM-H-BUILT-DATE PIC X(8).
    02 SUM-H-BUILT-TIME PIC X(8).
    02 SUM-H-W2G        PIC 9(5)V99.
    02 SUM-H-SOURCE     PIC X(40).
    02 FILLER           PIC X(31).

FD AUDIT-FILE.
01 AUDIT-RECORD.
    02 AUD-DATE         PIC X(8).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 CATALOG-STATUS       PIC XX.
01 SUMMARY-STATUS       PIC XX.
01 WS-SUMMARY-NAME      PIC X(40).
01 WS-SUMMARY-USED      PIC X(1).
01 WS-FROM-DATE         PIC X(8) VALUE "00000000".
01 WS-TO-DATE           PIC X(8) VALUE "99999999".
01 WS-DATE-INPUT        PIC X(8).
01 WS-SHIFT-SEL         PIC X(1) VALUE SPACE.
01 WS-GD-DATE           PIC X(8).
01 WS-GD-TIME           PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-IN-RANGE          PIC X(1).
01 WS-SH-IDX            PIC 9(1).
01 WS-SH-NET            PIC S9(7)V99.
*> House result and rounds per shift, in shift order within the
*> gaming day.
01 WS-SHIFT-TOTALS.
    02 WS-SHIFT-ROW OCCURS 3 TIMES.
        03 WS-SHT-CODE      PIC X(1) VALUE SPACE.
        03 WS-SHT-ROUNDS    PIC 9(5) VALUE 0.
        03 WS-SHT-PAYOUTS   PIC 9(7)V99 VALUE 0.
        03 WS-SHT-LOSSES    PIC 9(7)V99 VALUE 0.

01 WS-TOTAL-SESSIONS    PIC 9(5) VALUE 0.
01 WS-LATEST-DATE       PIC X(8) VALUE SPACES.
    *> ENTER twice reproduces the old life-of-system totals. With a
    *> range given, both the live files and any archived generations
    *> in CRAPS-ARCHIVE.CAT are scanned, and every record is
    *> filtered by the gaming day and shift GAMING-DAY assigns it
    *> from its own date and time.
    DISPLAY "From gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
        MOVE WS-DATE-INPUT TO WS-FROM-DATE
    END-IF.
    DISPLAY "To gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
        MOVE WS-DATE-INPUT TO WS-TO-DATE
    END-IF.
    DISPLAY "Shift (G/D/S, ENTER for all): ".
    ACCEPT WS-SHIFT-SEL.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        IF WS-TABLE-SEL = 0 OR WS-TBL = WS-TABLE-SEL
            MOVE WS-TBL TO WS-TBL-DIGIT
    *> Generations listed in the archive catalog are scanned with
    *> the same paragraphs as the live files; the per-record date
    *> filters keep out-of-range rows from the totals, so archive
    *> dates only need to match the table selection. An audit
    *> generation with a daily summary on file is read from the
    *> summary's per-session totals instead of record by record.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
                    PERFORM SCAN-HISTORY
                END-IF
                IF CAT-TYPE = 'A'
                    PERFORM SCAN-DAY-SUMMARY
                    IF WS-SUMMARY-USED = 'N'
                        MOVE CAT-NAME TO WS-AUDIT-NAME
                        PERFORM SCAN-AUDIT-LOG
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

SCAN-HISTORY.
    *> Each row is filtered by its own gaming day against the
    *> selected range, so the totals cover exactly the requested
    *> day(s) whether the rows come from the live file or an
    *> archived generation. The session id carries the session's
    *> start date and time, which place it in a gaming day and
    *> shift; a row without one keeps its calendar date.
    OPEN INPUT HISTORY-FILE.
    EVALUATE HISTORY-STATUS
        WHEN "00"
                    AT END MOVE "10" TO HISTORY-STATUS
                END-READ
                IF HISTORY-STATUS NOT = "10"
                    IF HIST-SESSION IS NUMERIC
                        MOVE HIST-SESSION(1:8) TO WS-GD-DATE
                        MOVE SPACES TO WS-GD-TIME
                        STRING HIST-SESSION(9:6) "00"
                            DELIMITED BY SIZE INTO WS-GD-TIME
                    ELSE
                        MOVE HIST-DATE TO WS-GD-DATE
                        MOVE SPACES TO WS-GD-TIME
                    END-IF
                    PERFORM CHECK-GAMING-DAY
                    IF WS-IN-RANGE = 'Y'
                        ADD 1 TO WS-TOTAL-SESSIONS
                        IF WS-GD-DAY > WS-LATEST-DATE
                            MOVE WS-GD-DAY TO WS-LATEST-DATE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    MOVE AUD-DATE TO WS-GD-DATE
                    MOVE AUD-TIMESTAMP TO WS-GD-TIME
                    PERFORM CHECK-GAMING-DAY
                    IF WS-IN-RANGE = 'Y'
                        PERFORM TALLY-AUDIT-RECORD
                    END-IF
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
                "). Shift totals may be inaccurate."
    END-EVALUATE.

CHECK-GAMING-DAY.
    *> WS-GD-DATE and WS-GD-TIME are staged by the caller.
    MOVE 'N' TO WS-IN-RANGE.
    CALL "GAMING-DAY" USING WS-GD-DATE WS-GD-TIME WS-GD-DAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    IF WS-GD-DAY >= WS-FROM-DATE AND WS-GD-DAY <= WS-TO-DATE
        AND (WS-SHIFT-SEL = SPACE OR WS-SHIFT-SEL = WS-GD-SHIFT)
        MOVE 'Y' TO WS-IN-RANGE
    END-IF.

TALLY-AUDIT-RECORD.
    MOVE WS-GD-SHIFT TO WS-SHT-CODE(WS-GD-SHIFT-NO).
    EVALUATE AUD-EVENT
        WHEN "ROUND"
            ADD 1 TO WS-TOTAL-ROUNDS
            ADD 1 TO WS-SHT-ROUNDS(WS-GD-SHIFT-NO)
        WHEN "BET-PASS"
            ADD AUD-AMOUNT TO WS-WAG-PASS
        WHEN "BET-DPASS"
            ADD AUD-AMOUNT TO WS-WAG-PROP
        WHEN "PAYOUT"
            ADD AUD-AMOUNT TO WS-TOTAL-PAYOUTS
            ADD AUD-AMOUNT TO WS-SHT-PAYOUTS(WS-GD-SHIFT-NO)
            IF AUD-AMOUNT > WS-LARGEST-PAYOUT
                MOVE AUD-AMOUNT TO WS-LARGEST-PAYOUT
            END-IF
        WHEN "LOSS"
            ADD AUD-AMOUNT TO WS-TOTAL-LOSSES
            ADD AUD-AMOUNT TO WS-SHT-LOSSES(WS-GD-SHIFT-NO)
    END-EVALUATE.

SCAN-DAY-SUMMARY.
    *> WS-SUMMARY-USED stays 'N' when the day has no summary on file
    *> and the raw generation is read instead.
    MOVE 'N' TO WS-SUMMARY-USED.
    MOVE SPACES TO WS-SUMMARY-NAME.
    STRING "CRAPS-DAYSUM.T" CAT-TABLE ".D" CAT-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-SUMMARY-NAME.
    OPEN INPUT SUMMARY-FILE.
    IF SUMMARY-STATUS = "00"
        READ SUMMARY-FILE
            AT END MOVE "10" TO SUMMARY-STATUS
        END-READ
        IF SUMMARY-STATUS = "00" AND SUM-H-TYPE = 'H'
            MOVE 'Y' TO WS-SUMMARY-USED
            IF SUM-H-LAST-DAY >= WS-FROM-DATE
                AND SUM-H-FIRST-DAY <= WS-TO-DATE
                PERFORM UNTIL SUMMARY-STATUS NOT = "00"
                    READ SUMMARY-FILE
                        AT END MOVE "10" TO SUMMARY-STATUS
                    END-READ
                    IF SUMMARY-STATUS = "00" AND SUM-TYPE = 'A'
                        AND SUM-GD-DAY >= WS-FROM-DATE
                        AND SUM-GD-DAY <= WS-TO-DATE
                        AND (WS-SHIFT-SEL = SPACE
                            OR WS-SHIFT-SEL = SUM-SHIFT)
                        PERFORM TALLY-SUMMARY-ROW
                    END-IF
                END-PERFORM
            END-IF
        END-IF
        CLOSE SUMMARY-FILE
    ELSE
        CONTINUE
    END-IF.

TALLY-SUMMARY-ROW.
    *> The same buckets as TALLY-AUDIT-RECORD, from a session's
    *> count and total for one event.
    MOVE SUM-SHIFT TO WS-SHT-CODE(SUM-SHIFT-NO).
    EVALUATE SUM-EVENT
        WHEN "ROUND"
            ADD SUM-COUNT TO WS-TOTAL-ROUNDS
            ADD SUM-COUNT TO WS-SHT-ROUNDS(SUM-SHIFT-NO)
        WHEN "BET-PASS"
            ADD SUM-AMOUNT TO WS-WAG-PASS
        WHEN "BET-DPASS"
            ADD SUM-AMOUNT TO WS-WAG-DPASS
        WHEN "BET-COME"
            ADD SUM-AMOUNT TO WS-WAG-COME
        WHEN "BET-DCOME"
            ADD SUM-AMOUNT TO WS-WAG-DCOME
        WHEN "BET-ODDS"
        WHEN "BET-CODDS"
            ADD SUM-AMOUNT TO WS-WAG-ODDS
        WHEN "BET-PLACE"
        WHEN "BET-PRESS"
            ADD SUM-AMOUNT TO WS-WAG-PLACE
        WHEN "BET-BUY"
            ADD SUM-AMOUNT TO WS-WAG-BUY
        WHEN "BET-LAY"
            ADD SUM-AMOUNT TO WS-WAG-LAY
        WHEN "VIG"
            ADD SUM-AMOUNT TO WS-VIG-INCOME
        WHEN "BET-FIELD"
        WHEN "BET-HARD"
        WHEN "BET-ANY7"
        WHEN "BET-HORN"
        WHEN "BET-FIRE"
        WHEN "BET-BIG6"
        WHEN "BET-BIG8"
            ADD SUM-AMOUNT TO WS-WAG-PROP
        WHEN "PAYOUT"
            ADD SUM-AMOUNT TO WS-TOTAL-PAYOUTS
            ADD SUM-AMOUNT TO WS-SHT-PAYOUTS(SUM-SHIFT-NO)
            IF SUM-LARGEST > WS-LARGEST-PAYOUT
                MOVE SUM-LARGEST TO WS-LARGEST-PAYOUT
            END-IF
        WHEN "LOSS"
            ADD SUM-AMOUNT TO WS-TOTAL-LOSSES
            ADD SUM-AMOUNT TO WS-SHT-LOSSES(SUM-SHIFT-NO)
    END-EVALUATE.

PRINT-SHIFT-REPORT.
        DISPLAY "===== END-OF-SHIFT REPORT (TABLE " WS-TABLE-SEL
            ") ====="
    END-IF.
    DISPLAY "Gaming days: " WS-FROM-DATE " - " WS-TO-DATE.
    IF WS-SHIFT-SEL NOT = SPACE
        DISPLAY "Shift: " WS-SHIFT-SEL
    END-IF.
    DISPLAY "Sessions on file: " WS-TOTAL-SESSIONS
        "  (most recent date " WS-LATEST-DATE ")".
    DISPLAY "Total rounds played: " WS-TOTAL-ROUNDS.
    DISPLAY "Commission (vig) income: " WS-VIG-INCOME.
    DISPLAY "Net win/loss (house perspective, collected minus paid out): "
        WS-NET-WIN-LOSS.
    DISPLAY " ".
    DISPLAY "By shift:".
    PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
        IF WS-SHT-CODE(WS-SH-IDX) NOT = SPACE
            COMPUTE WS-SH-NET = WS-SHT-LOSSES(WS-SH-IDX)
                - WS-SHT-PAYOUTS(WS-SH-IDX)
            DISPLAY "  Shift " WS-SHT-CODE(WS-SH-IDX)
                ":  rounds " WS-SHT-ROUNDS(WS-SH-IDX)
                "  net win/loss " WS-SH-NET
        END-IF
    END-PERFORM.
