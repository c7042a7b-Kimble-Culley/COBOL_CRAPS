IDENTIFICATION DIVISION.
PROGRAM-ID. THEO-REPORT.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-FROM-DATE         PIC X(8) VALUE "00000000".
01 WS-TO-DATE           PIC X(8) VALUE "99999999".
01 WS-DATE-INPUT        PIC X(8).
01 WS-ACCT-TIME-LIMIT   PIC 9(3) VALUE 0.
01 WS-ACCT-LOCKOUT      PIC X(8) VALUE SPACES.
01 WS-ACCT-PIN          PIC X(4) VALUE SPACES.
*> Passed on every ACCOUNT-MASTER call for its transaction journal.
01 WS-JRN-CONTEXT.
    02 WS-JRN-SOURCE    PIC X(18) VALUE "THEO-REPORT".
    02 WS-JRN-WHERE     PIC X(8) VALUE SPACES.
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
01 WS-SESS-IDX          PIC 9(3).
01 WS-ACTION-DISP       PIC $$$,$$$,$$9.99.
01 WS-THEO-DISP         PIC $$$,$$9.99.
01 WS-ACTUAL-DISP       PIC $$$,$$$,$$9.99-.
01 WS-SH-IDX            PIC 9(1).
*> Action, theo and result by the shift each session was played in.
01 WS-SHIFT-TOTALS.
    02 WS-SHIFT-ROW OCCURS 3 TIMES.
        03 WS-SHT-CODE      PIC X(1) VALUE SPACE.
        03 WS-SHT-ACTION    PIC 9(9)V99 VALUE 0.
        03 WS-SHT-THEO      PIC 9(7)V99 VALUE 0.
        03 WS-SHT-ACTUAL    PIC S9(9)V99 VALUE 0.
*> What THEO-CALC hands back: one row per session in the range,
*> priced, with range totals.
01 WS-THEO-RESULT.
    02 WS-SESS-COUNT        PIC 9(3).
    02 WS-TOT-ACTION        PIC 9(9)V99.
    02 WS-TOT-THEO          PIC 9(7)V99.
    02 WS-TOT-ACTUAL        PIC S9(9)V99.
    02 WS-SESS-ROW OCCURS 100 TIMES.
        03 WS-SR-ID         PIC X(14).
        03 WS-SR-DATE       PIC X(8).
        03 WS-SR-SHIFT      PIC X(1).
        03 WS-SR-SHIFT-NO   PIC 9(1).
        03 WS-SR-ACTION     PIC 9(9)V99.
        03 WS-SR-THEO       PIC 9(7)V99.
        03 WS-SR-ACTUAL     PIC S9(7)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> session and across the range - the figure hosts should comp
    *> from instead of the raw comp-point balance. Action comes from
    *> the BET-* events the trail already carries; actual result is
    *> the player's payouts less losses and vig. The range is in
    *> gaming days, and each session is shown under the gaming day
    *> and shift it was played in, with shift subtotals at the foot.
    *> The pricing itself lives in THEO-CALC so the comp desk prices
    *> a player exactly as this report does.
    DISPLAY "Theo rating - account number: ".
    ACCEPT WS-ACCT-NUMBER.
    MOVE 'L' TO WS-ACCT-FUNCTION.
    CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
        WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
        WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
        WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
        WS-JRN-CONTEXT.
    IF WS-ACCT-STATUS NOT = 'Y'
        DISPLAY "Account " WS-ACCT-NUMBER " not on file."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
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
    CALL "THEO-CALC" USING WS-ACCT-NUMBER WS-ACCT-NAME WS-FROM-DATE
        WS-TO-DATE WS-THEO-RESULT.
    PERFORM PRINT-THEO-REPORT.
    GOBACK.

PRINT-THEO-REPORT.
    DISPLAY "===== THEO RATING: " WS-ACCT-NAME
        " (account " WS-ACCT-NUMBER ") =====".
    DISPLAY "Gaming days: " WS-FROM-DATE " - " WS-TO-DATE.
    IF WS-SESS-COUNT = 0
        DISPLAY "No rated play on file for this range."
    ELSE
        DISPLAY "RANGE TOTAL: action " WS-ACTION-DISP
            "  theo " WS-THEO-DISP
            "  actual (player) " WS-ACTUAL-DISP
        PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
            IF WS-SHT-CODE(WS-SH-IDX) NOT = SPACE
                MOVE WS-SHT-ACTION(WS-SH-IDX) TO WS-ACTION-DISP
                MOVE WS-SHT-THEO(WS-SH-IDX) TO WS-THEO-DISP
                MOVE WS-SHT-ACTUAL(WS-SH-IDX) TO WS-ACTUAL-DISP
                DISPLAY "  SHIFT " WS-SHT-CODE(WS-SH-IDX)
                    ": action " WS-ACTION-DISP
                    "  theo " WS-THEO-DISP
                    "  actual " WS-ACTUAL-DISP
            END-IF
        END-PERFORM
    END-IF.

PRINT-SESSION-ROW.
    MOVE WS-SR-SHIFT-NO(WS-SESS-IDX) TO WS-SH-IDX.
    MOVE WS-SR-SHIFT(WS-SESS-IDX) TO WS-SHT-CODE(WS-SH-IDX).
    ADD WS-SR-ACTION(WS-SESS-IDX) TO WS-SHT-ACTION(WS-SH-IDX).
    ADD WS-SR-THEO(WS-SESS-IDX) TO WS-SHT-THEO(WS-SH-IDX).
    ADD WS-SR-ACTUAL(WS-SESS-IDX) TO WS-SHT-ACTUAL(WS-SH-IDX).
    MOVE WS-SR-ACTION(WS-SESS-IDX) TO WS-ACTION-DISP.
    MOVE WS-SR-THEO(WS-SESS-IDX) TO WS-THEO-DISP.
    MOVE WS-SR-ACTUAL(WS-SESS-IDX) TO WS-ACTUAL-DISP.
    DISPLAY WS-SR-DATE(WS-SESS-IDX) " " WS-SR-SHIFT(WS-SESS-IDX)
        " session "
        WS-SR-ID(WS-SESS-IDX) "  action " WS-ACTION-DISP
        "  theo " WS-THEO-DISP "  actual " WS-ACTUAL-DISP.
