        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUMMARY-STATUS.

    SELECT W2G-FILE ASSIGN TO "CRAPS-W2G.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
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

FD W2G-FILE.
01 W2G-RECORD.
    02 W2G-THRESHOLD    PIC 9(5)V99.
01 WS-OPS-PROGRAM       PIC X(18) VALUE "W2G-REPORT".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 CATALOG-STATUS       PIC X(2).
01 SUMMARY-STATUS       PIC X(2).
01 WS-SUMMARY-NAME      PIC X(40).
01 WS-SUMMARY-USED      PIC X(1).
01 W2G-STATUS           PIC X(2).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-HIT-TOTAL         PIC 9(9)V99 VALUE 0.
01 WS-AMOUNT-DISP       PIC $$$,$$9.99.
01 WS-TOTAL-DISP        PIC $$$,$$$,$$9.99.
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-SH-IDX            PIC 9(1).
*> Reportable payouts by shift of the gaming day.
01 WS-SHIFT-TOTALS.
    02 WS-SHIFT-ROW OCCURS 3 TIMES.
        03 WS-SHT-CODE      PIC X(1) VALUE SPACE.
        03 WS-SHT-COUNT     PIC 9(5) VALUE 0.
        03 WS-SHT-TOTAL     PIC 9(9)V99 VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Year-end (or any-day) W-2G candidate list: every PAYOUT at or
    *> above the reportable threshold, from the live audit trails and
    *> from every archived generation in CRAPS-ARCHIVE.CAT, filtered
    *> by the gaming day GAMING-DAY assigns the record. This replaces reconstructing the
    *> candidates by eyeballing CRAPS-AUDIT.T<n>.LOG; the hand-offs
    *> at the table are on the jackpot slip files, this report is the
    *> roll-up for the tax desk. A closed day is read from the
    *> reportable payouts its daily summary kept, unless the
    *> threshold has since been lowered below the one it was cut at.
    PERFORM LOAD-W2G-THRESHOLD.
    DISPLAY "W-2G report - from gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
        MOVE WS-DATE-INPUT TO WS-FROM-DATE
    END-IF.
    DISPLAY "To gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
    MOVE WS-W2G-THRESHOLD TO WS-AMOUNT-DISP.
    DISPLAY "===== REPORTABLE PAYOUTS (AT OR ABOVE "
        WS-AMOUNT-DISP ") =====".
    DISPLAY "Gaming days: " WS-FROM-DATE " - " WS-TO-DATE.
    DISPLAY "DATE      TIME      GAMEDAY  SH TBL SESSION         PLAYER"
        "                AMOUNT".
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
    MOVE WS-HIT-TOTAL TO WS-TOTAL-DISP.
    DISPLAY "Reportable payouts: " WS-HIT-COUNT
        "  total " WS-TOTAL-DISP.
    PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
        IF WS-SHT-CODE(WS-SH-IDX) NOT = SPACE
            MOVE WS-SHT-TOTAL(WS-SH-IDX) TO WS-TOTAL-DISP
            DISPLAY "  Shift " WS-SHT-CODE(WS-SH-IDX) ": "
                WS-SHT-COUNT(WS-SH-IDX) "  total " WS-TOTAL-DISP
        END-IF
    END-PERFORM.
    MOVE WS-RUN-RC TO RETURN-CODE.
    STOP RUN.

LOAD-W2G-THRESHOLD.
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                MOVE CAT-TABLE TO WS-CUR-TABLE
                PERFORM SCAN-DAY-SUMMARY
                IF WS-SUMMARY-USED = 'N'
                    MOVE CAT-NAME TO WS-AUDIT-NAME
                    PERFORM SCAN-AUDIT-LOG
                END-IF
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
                IF AUDIT-STATUS NOT = "10"
                    AND AUD-EVENT = "PAYOUT"
                    AND AUD-AMOUNT >= WS-W2G-THRESHOLD
                    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                    IF WS-GD-DAY >= WS-FROM-DATE
                        AND WS-GD-DAY <= WS-TO-DATE
                        PERFORM PRINT-REPORTABLE-LINE
                    END-IF
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
            MOVE "audit log unreadable; W-2G list incomplete"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            IF WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF
    END-EVALUATE.

SCAN-DAY-SUMMARY.
    *> WS-SUMMARY-USED stays 'N' when the day has no summary on file,
    *> or kept only payouts above today's threshold, and the raw
    *> generation is read instead.
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
            AND SUM-H-W2G <= WS-W2G-THRESHOLD
            MOVE 'Y' TO WS-SUMMARY-USED
            IF SUM-H-LAST-DAY >= WS-FROM-DATE
                AND SUM-H-FIRST-DAY <= WS-TO-DATE
                PERFORM UNTIL SUMMARY-STATUS NOT = "00"
                    READ SUMMARY-FILE
                        AT END MOVE "10" TO SUMMARY-STATUS
                    END-READ
                    IF SUMMARY-STATUS = "00" AND SUM-TYPE = 'W'
                        AND SUM-AMOUNT >= WS-W2G-THRESHOLD
                        AND SUM-GD-DAY >= WS-FROM-DATE
                        AND SUM-GD-DAY <= WS-TO-DATE
                        PERFORM PRINT-SUMMARY-LINE
                    END-IF
                END-PERFORM
            END-IF
        END-IF
        CLOSE SUMMARY-FILE
    ELSE
        CONTINUE
    END-IF.

PRINT-SUMMARY-LINE.
    ADD 1 TO WS-HIT-COUNT.
    ADD SUM-AMOUNT TO WS-HIT-TOTAL.
    MOVE SUM-SHIFT TO WS-SHT-CODE(SUM-SHIFT-NO).
    ADD 1 TO WS-SHT-COUNT(SUM-SHIFT-NO).
    ADD SUM-AMOUNT TO WS-SHT-TOTAL(SUM-SHIFT-NO).
    MOVE SUM-AMOUNT TO WS-AMOUNT-DISP.
    DISPLAY SUM-CAL-DATE "  " SUM-TIME "  " SUM-GD-DAY " "
        SUM-SHIFT "  " WS-CUR-TABLE
        "   " SUM-SESSION "  " SUM-PLAYER "  " WS-AMOUNT-DISP.

PRINT-REPORTABLE-LINE.
    ADD 1 TO WS-HIT-COUNT.
    ADD AUD-AMOUNT TO WS-HIT-TOTAL.
    MOVE WS-GD-SHIFT TO WS-SHT-CODE(WS-GD-SHIFT-NO).
    ADD 1 TO WS-SHT-COUNT(WS-GD-SHIFT-NO).
    ADD AUD-AMOUNT TO WS-SHT-TOTAL(WS-GD-SHIFT-NO).
    MOVE AUD-AMOUNT TO WS-AMOUNT-DISP.
    DISPLAY AUD-DATE "  " AUD-TIMESTAMP "  " WS-GD-DAY " "
        WS-GD-SHIFT "  " WS-CUR-TABLE
        "   " AUD-SESSION "  " AUD-PLAYER "  " WS-AMOUNT-DISP.

WRITE-OPS-LOG.
