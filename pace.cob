        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUMMARY-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
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
01 SUMMARY-SESSION.
    02 FILLER           PIC X(33).
    02 SUM-S-END-DAY    PIC X(8).
    02 SUM-S-MINUTES    PIC 9(5).
    02 SUM-S-SEATS      PIC 9(1).
    02 SUM-S-ENDED      PIC X(1).

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "PACE-REPORT".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 CATALOG-STATUS       PIC X(2).
01 SUMMARY-STATUS       PIC X(2).
01 WS-SUMMARY-NAME      PIC X(40).
01 WS-SUMMARY-USED      PIC X(1).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-FROM-DATE         PIC X(8) VALUE "00000000".
01 WS-TO-DATE           PIC X(8) VALUE "99999999".
01 WS-DATE-INPUT        PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-SH-IDX            PIC 9(1).
01 WS-HH                PIC 9(2).
01 WS-MM                PIC 9(2).
01 WS-NOW-MIN           PIC S9(5).
        03 WS-PACE-SEATS    PIC 9(7) VALUE 0.
        03 WS-PACE-DAYS     PIC 9(5) VALUE 0.
        03 WS-PACE-LASTDAY  PIC X(8) VALUE SPACES.
        03 WS-PACE-SHIFT OCCURS 3 TIMES.
            04 WS-PSH-CODE      PIC X(1) VALUE SPACE.
            04 WS-PSH-ROLLS     PIC 9(7) VALUE 0.
            04 WS-PSH-ROUNDS    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> average seats taken fall straight out - per table, over a
    *> date range, live files plus archived generations. This is the
    *> report to open tables and schedule crews from, instead of gut
    *> feel. Days are gaming days (the calendar's rollover, not
    *> midnight) and rolls and hands are also split by shift, so
    *> the grave crew's pace is not buried in the day shift's.
    *> A closed day comes from its daily summary - the hourly roll
    *> and hand counts and one row per session - rather than its
    *> raw generation.
    DISPLAY "Pace report - from gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
        MOVE WS-DATE-INPUT TO WS-FROM-DATE
    END-IF.
    DISPLAY "To gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    PERFORM PRINT-PACE-REPORT.
    MOVE WS-RUN-RC TO RETURN-CODE.
    STOP RUN.

SCAN-ARCHIVED-GENERATIONS.
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                AND CAT-TABLE >= 1 AND CAT-TABLE <= 9
                MOVE CAT-TABLE TO WS-CUR-TABLE
                PERFORM SCAN-DAY-SUMMARY
                IF WS-SUMMARY-USED = 'N'
                    MOVE CAT-NAME TO WS-AUDIT-NAME
                    PERFORM SCAN-AUDIT-LOG
                END-IF
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                    IF WS-GD-DAY >= WS-FROM-DATE
                        AND WS-GD-DAY <= WS-TO-DATE
                        PERFORM TALLY-AUDIT-RECORD
                    END-IF
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
            MOVE "audit log unreadable; pace figures incomplete"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            IF WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF
    END-EVALUATE.

TALLY-AUDIT-RECORD.
    EVALUATE AUD-EVENT
        WHEN "ROLL"
            ADD 1 TO WS-PACE-ROLLS(WS-CUR-TABLE)
            MOVE WS-GD-SHIFT
                TO WS-PSH-CODE(WS-CUR-TABLE, WS-GD-SHIFT-NO)
            ADD 1 TO WS-PSH-ROLLS(WS-CUR-TABLE, WS-GD-SHIFT-NO)
        WHEN "ROUND"
            ADD 1 TO WS-PACE-ROUNDS(WS-CUR-TABLE)
            MOVE WS-GD-SHIFT
                TO WS-PSH-CODE(WS-CUR-TABLE, WS-GD-SHIFT-NO)
            ADD 1 TO WS-PSH-ROUNDS(WS-CUR-TABLE, WS-GD-SHIFT-NO)
        WHEN "BUYIN"
        WHEN "XFER-IN"
            IF WS-SESS-OPEN = 'Y' AND WS-SESS-SEATS < 4
                ADD 1 TO WS-SESS-SEATS
            END-IF
            PERFORM TIME-TO-MINUTES
            MOVE WS-NOW-MIN TO WS-START-MIN
            ADD 1 TO WS-PACE-SESS(WS-CUR-TABLE)
            IF WS-GD-DAY NOT = WS-PACE-LASTDAY(WS-CUR-TABLE)
                ADD 1 TO WS-PACE-DAYS(WS-CUR-TABLE)
                MOVE WS-GD-DAY TO WS-PACE-LASTDAY(WS-CUR-TABLE)
            END-IF
        WHEN "SESS-END"
            IF WS-SESS-OPEN = 'Y'
            END-IF
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
                    IF SUMMARY-STATUS = "00"
                        AND SUM-GD-DAY >= WS-FROM-DATE
                        AND SUM-GD-DAY <= WS-TO-DATE
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
    *> Hourly rows carry the roll and hand counts; a session row is
    *> counted where it started, and its minutes and seats only when
    *> it also ended inside the range, as on the raw trail.
    EVALUATE TRUE
        WHEN SUM-TYPE = 'R' AND SUM-EVENT = "ROLL"
            ADD SUM-COUNT TO WS-PACE-ROLLS(WS-CUR-TABLE)
            MOVE SUM-SHIFT
                TO WS-PSH-CODE(WS-CUR-TABLE, SUM-SHIFT-NO)
            ADD SUM-COUNT TO WS-PSH-ROLLS(WS-CUR-TABLE, SUM-SHIFT-NO)
        WHEN SUM-TYPE = 'R' AND SUM-EVENT = "ROUND"
            ADD SUM-COUNT TO WS-PACE-ROUNDS(WS-CUR-TABLE)
            MOVE SUM-SHIFT
                TO WS-PSH-CODE(WS-CUR-TABLE, SUM-SHIFT-NO)
            ADD SUM-COUNT
                TO WS-PSH-ROUNDS(WS-CUR-TABLE, SUM-SHIFT-NO)
        WHEN SUM-TYPE = 'S'
            ADD 1 TO WS-PACE-SESS(WS-CUR-TABLE)
            IF SUM-GD-DAY NOT = WS-PACE-LASTDAY(WS-CUR-TABLE)
                ADD 1 TO WS-PACE-DAYS(WS-CUR-TABLE)
                MOVE SUM-GD-DAY TO WS-PACE-LASTDAY(WS-CUR-TABLE)
            END-IF
            IF SUM-S-ENDED = 'Y'
                AND SUM-S-END-DAY <= WS-TO-DATE
                ADD SUM-S-MINUTES TO WS-PACE-MINUTES(WS-CUR-TABLE)
                ADD SUM-S-SEATS TO WS-PACE-SEATS(WS-CUR-TABLE)
            END-IF
    END-EVALUATE.

TIME-TO-MINUTES.
    MOVE AUD-TIMESTAMP(1:2) TO WS-HH.
    MOVE AUD-TIMESTAMP(3:2) TO WS-MM.

PRINT-PACE-REPORT.
    DISPLAY "===== TABLE PACE AND UTILIZATION =====".
    DISPLAY "Gaming days: " WS-FROM-DATE " - " WS-TO-DATE.
    DISPLAY "(sessions still open at the cut carry no elapsed"
        " time)".
    DISPLAY " ".
        MOVE WS-AVG-SEATS TO WS-AVG-DISP
        DISPLAY "  Average seats:  " WS-AVG-DISP
    END-IF.
    PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
        IF WS-PSH-CODE(WS-TBL, WS-SH-IDX) NOT = SPACE
            DISPLAY "  Shift " WS-PSH-CODE(WS-TBL, WS-SH-IDX)
                ":  rolls " WS-PSH-ROLLS(WS-TBL, WS-SH-IDX)
                "  hands " WS-PSH-ROUNDS(WS-TBL, WS-SH-IDX)
        END-IF
    END-PERFORM.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
