IDENTIFICATION DIVISION.
PROGRAM-ID. TOKE-SHARE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT CATALOG-FILE ASSIGN TO "CRAPS-ARCHIVE.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT STAFF-FILE ASSIGN TO "CRAPS-STAFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS STAFF-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
01 AUDIT-RECORD.
    02 AUD-DATE         PIC X(8).
    02 AUD-TIMESTAMP    PIC X(8).
    02 AUD-SESSION      PIC X(14).
    02 AUD-EVENT        PIC X(10).
    02 AUD-PLAYER       PIC X(20).
    02 AUD-GAMESTATE    PIC 9(1).
    02 AUD-POINT        PIC 9(2).
    02 AUD-AMOUNT       PIC 9(5)V99.
    02 AUD-REASON       PIC X(8).
    02 AUD-DEALER       PIC X(4).
    02 AUD-SEQ          PIC 9(7).
    02 AUD-ACCOUNT      PIC 9(5).

FD CATALOG-FILE.
01 CATALOG-RECORD.
    02 CAT-TABLE        PIC 9(1).
    02 CAT-TYPE         PIC X(1).
    02 CAT-DATE         PIC X(8).
    02 CAT-NAME         PIC X(40).

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
    02 STF-NAME         PIC X(20).
    02 STF-ROLE         PIC X(1).
    02 STF-ACTIVE       PIC X(1).

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 STAFF-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "TOKE-SHARE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-REPORT-DAY        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-SH-IDX            PIC 9(1).
01 WS-DAY-NUM           PIC 9(8).
01 WS-HH                PIC 9(2).
01 WS-MM                PIC 9(2).
*> Event times as minutes since the calendar's day one, so a spell
*> on the game that runs past midnight still measures right.
01 WS-EVENT-MIN         PIC 9(11) VALUE 0.
01 WS-LAST-MIN          PIC 9(11) VALUE 0.
01 WS-SPELL-START       PIC 9(11) VALUE 0.
01 WS-SPELL-MIN         PIC 9(11) VALUE 0.
*> The dealer on the game in the log being read, and since when.
01 WS-ON-DEALER         PIC X(4) VALUE SPACES.
01 WS-DLR-IDX           PIC 9(3).
01 WS-DLR-COUNT         PIC 9(3) VALUE 0.
01 WS-DLR-DROPPED       PIC 9(5) VALUE 0.
01 WS-TOTAL-MIN         PIC 9(7) VALUE 0.
01 WS-POOL              PIC 9(8)V99 VALUE 0.
01 WS-POOL-BETS         PIC 9(8)V99 VALUE 0.
01 WS-POOL-CASH         PIC 9(8)V99 VALUE 0.
01 WS-SHARED            PIC 9(8)V99 VALUE 0.
01 WS-BREAKAGE          PIC 9(8)V99 VALUE 0.
01 WS-STAFF-NAME        PIC X(20).
01 WS-HOURS-DISP        PIC ZZ9.
01 WS-MINS-DISP         PIC 99.
01 WS-AMT-DISP          PIC $$$,$$$,$$9.99.
01 WS-PCT               PIC 9(3)V99.
01 WS-PCT-DISP          PIC ZZ9.99.
*> Tokes by table and by shift of the gaming day.
01 WS-TABLE-TOKES.
    02 WS-TBL-TOKE OCCURS 9 TIMES PIC 9(8)V99 VALUE 0.
01 WS-SHIFT-TOTALS.
    02 WS-SHIFT-ROW OCCURS 3 TIMES.
        03 WS-SHT-CODE      PIC X(1) VALUE SPACE.
        03 WS-SHT-TOKES     PIC 9(8)V99 VALUE 0.
*> Every dealer who dealt on the day: minutes on a game and the
*> share of the box those minutes earn.
01 WS-DEALER-TABLE.
    02 WS-DLR-ROW OCCURS 200 TIMES.
        03 WS-DLR-ID        PIC X(4).
        03 WS-DLR-MINUTES   PIC 9(7).
        03 WS-DLR-SHARE     PIC 9(8)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Toke share for one gaming day. The box is every toke the
    *> crews took in on the day, on every table: winning toke bets
    *> (TOKE-WIN, what the rack paid, and TOKE-DOWN, the stake that
    *> came back with it) and tokes handed over (TOKE-CASH). Each
    *> dealer's share is the box times their minutes on a game over
    *> everyone's minutes. Minutes run from the sign-on that opens a
    *> session (SESS-START) or the crew change that brings a dealer
    *> in (CREW-CHG) to the next crew change or the session's end.
    *> Shares are cut to the cent; the odd cents left over stay in
    *> the box for the next day. Tokes are the crew's money and
    *> never part of the drop or the hold, so nothing here posts.
    MOVE 0 TO WS-RUN-RC.
    DISPLAY "Toke share - gaming day (YYYYMMDD): ".
    ACCEPT WS-REPORT-DAY.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    IF WS-REPORT-DAY = SPACES
        MOVE WS-TODAY TO WS-REPORT-DAY
    END-IF.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
            DELIMITED BY SIZE INTO WS-AUDIT-NAME
        PERFORM SCAN-AUDIT-LOG
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    PERFORM WORK-OUT-SHARES.
    PERFORM PRINT-TOKE-SHARE.
    IF WS-POOL > 0 AND WS-TOTAL-MIN = 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "tokes on file but no dealer time to share them"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.
    IF WS-DLR-DROPPED > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "dealer table full; some dealer time not shared"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

SCAN-ARCHIVED-GENERATIONS.
    *> A table already closed for the day has its trail under a dated
    *> name in the catalog; the per-record gaming day keeps other
    *> days out.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                AND CAT-DATE >= WS-REPORT-DAY
                AND CAT-TABLE >= 1 AND CAT-TABLE <= 9
                MOVE CAT-TABLE TO WS-TBL
                MOVE CAT-NAME TO WS-AUDIT-NAME
                PERFORM SCAN-AUDIT-LOG
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-AUDIT-LOG.
    *> WS-TBL names the table the log belongs to. A dealer's spell
    *> never carries from one log into the next.
    MOVE SPACES TO WS-ON-DEALER.
    MOVE 0 TO WS-LAST-MIN.
    OPEN INPUT AUDIT-FILE.
    EVALUATE AUDIT-STATUS
        WHEN "00"
            PERFORM UNTIL AUDIT-STATUS = "10"
                READ AUDIT-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                    IF WS-GD-DAY = WS-REPORT-DAY
                        PERFORM APPLY-AUDIT-RECORD
                    ELSE
                        PERFORM CLOSE-DEALER-SPELL
                    END-IF
                END-IF
            END-PERFORM
            PERFORM CLOSE-DEALER-SPELL
            CLOSE AUDIT-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening " WS-AUDIT-NAME
                " (FILE STATUS " AUDIT-STATUS
                "). Toke share may be incomplete."
            MOVE 'W' TO WS-OPS-SEVERITY
            MOVE "audit log unreadable; toke share incomplete"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            IF WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF
    END-EVALUATE.

APPLY-AUDIT-RECORD.
    IF AUD-DATE IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    MOVE AUD-DATE TO WS-DAY-NUM.
    MOVE AUD-TIMESTAMP(1:2) TO WS-HH.
    MOVE AUD-TIMESTAMP(3:2) TO WS-MM.
    COMPUTE WS-EVENT-MIN =
        FUNCTION INTEGER-OF-DATE(WS-DAY-NUM) * 1440
        + WS-HH * 60 + WS-MM.
    MOVE WS-GD-SHIFT TO WS-SHT-CODE(WS-GD-SHIFT-NO).
    EVALUATE AUD-EVENT
        WHEN "SESS-START"
            PERFORM CLOSE-DEALER-SPELL
            PERFORM OPEN-DEALER-SPELL
        WHEN "CREW-CHG"
            MOVE WS-EVENT-MIN TO WS-LAST-MIN
            PERFORM CLOSE-DEALER-SPELL
            PERFORM OPEN-DEALER-SPELL
        WHEN "SESS-END"
            MOVE WS-EVENT-MIN TO WS-LAST-MIN
            PERFORM CLOSE-DEALER-SPELL
        WHEN "TOKE-WIN"
        WHEN "TOKE-DOWN"
            ADD AUD-AMOUNT TO WS-POOL-BETS
            PERFORM ADD-TO-BOX
        WHEN "TOKE-CASH"
            ADD AUD-AMOUNT TO WS-POOL-CASH
            PERFORM ADD-TO-BOX
    END-EVALUATE.
    *> A session picked up again from its checkpoint carries on
    *> under the dealer it was saved with, without a new sign-on;
    *> the first event seen on it starts that dealer's spell.
    IF WS-ON-DEALER = SPACES AND AUD-DEALER NOT = SPACES
        AND AUD-EVENT NOT = "SESS-END"
        PERFORM OPEN-DEALER-SPELL
    END-IF.
    MOVE WS-EVENT-MIN TO WS-LAST-MIN.

ADD-TO-BOX.
    ADD AUD-AMOUNT TO WS-POOL.
    ADD AUD-AMOUNT TO WS-TBL-TOKE(WS-TBL).
    ADD AUD-AMOUNT TO WS-SHT-TOKES(WS-GD-SHIFT-NO).

OPEN-DEALER-SPELL.
    MOVE AUD-DEALER TO WS-ON-DEALER.
    MOVE WS-EVENT-MIN TO WS-SPELL-START.

CLOSE-DEALER-SPELL.
    *> Credit the dealer on the game with the minutes from the start
    *> of their spell to the last event seen (WS-LAST-MIN).
    IF WS-ON-DEALER = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-SPELL-MIN.
    IF WS-LAST-MIN > WS-SPELL-START
        COMPUTE WS-SPELL-MIN = WS-LAST-MIN - WS-SPELL-START
    END-IF.
    PERFORM FIND-DEALER-ROW.
    IF WS-DLR-IDX > 0
        ADD WS-SPELL-MIN TO WS-DLR-MINUTES(WS-DLR-IDX)
        ADD WS-SPELL-MIN TO WS-TOTAL-MIN
    END-IF.
    MOVE SPACES TO WS-ON-DEALER.

FIND-DEALER-ROW.
    *> WS-DLR-IDX comes back 0 only when the table is full.
    PERFORM VARYING WS-DLR-IDX FROM 1 BY 1
            UNTIL WS-DLR-IDX > WS-DLR-COUNT
            OR WS-DLR-ID(WS-DLR-IDX) = WS-ON-DEALER
        CONTINUE
    END-PERFORM.
    IF WS-DLR-IDX > WS-DLR-COUNT
        IF WS-DLR-COUNT < 200
            ADD 1 TO WS-DLR-COUNT
            MOVE WS-DLR-COUNT TO WS-DLR-IDX
            MOVE WS-ON-DEALER TO WS-DLR-ID(WS-DLR-IDX)
            MOVE 0 TO WS-DLR-MINUTES(WS-DLR-IDX)
            MOVE 0 TO WS-DLR-SHARE(WS-DLR-IDX)
        ELSE
            ADD 1 TO WS-DLR-DROPPED
            MOVE 0 TO WS-DLR-IDX
        END-IF
    END-IF.

WORK-OUT-SHARES.
    MOVE 0 TO WS-SHARED.
    IF WS-TOTAL-MIN > 0
        PERFORM VARYING WS-DLR-IDX FROM 1 BY 1
                UNTIL WS-DLR-IDX > WS-DLR-COUNT
            COMPUTE WS-DLR-SHARE(WS-DLR-IDX) =
                WS-POOL * WS-DLR-MINUTES(WS-DLR-IDX) / WS-TOTAL-MIN
            ADD WS-DLR-SHARE(WS-DLR-IDX) TO WS-SHARED
        END-PERFORM
    END-IF.
    COMPUTE WS-BREAKAGE = WS-POOL - WS-SHARED.

PRINT-TOKE-SHARE.
    DISPLAY "===== TOKE SHARE (" WS-REPORT-DAY ") =====".
    MOVE WS-POOL-BETS TO WS-AMT-DISP.
    DISPLAY "Toke bets won:   " WS-AMT-DISP.
    MOVE WS-POOL-CASH TO WS-AMT-DISP.
    DISPLAY "Tokes handed in: " WS-AMT-DISP.
    MOVE WS-POOL TO WS-AMT-DISP.
    DISPLAY "Toke box:        " WS-AMT-DISP.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        IF WS-TBL-TOKE(WS-TBL) > 0
            MOVE WS-TBL-TOKE(WS-TBL) TO WS-AMT-DISP
            DISPLAY "  Table " WS-TBL "        " WS-AMT-DISP
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
        IF WS-SHT-TOKES(WS-SH-IDX) > 0
            MOVE WS-SHT-TOKES(WS-SH-IDX) TO WS-AMT-DISP
            DISPLAY "  Shift " WS-SHT-CODE(WS-SH-IDX) "        "
                WS-AMT-DISP
        END-IF
    END-PERFORM.
    DISPLAY " ".
    IF WS-DLR-COUNT = 0
        DISPLAY "No dealer time on file for this day."
    ELSE
        DISPLAY "Dealer Name                  Hours   Share %"
            "           Share"
        PERFORM VARYING WS-DLR-IDX FROM 1 BY 1
                UNTIL WS-DLR-IDX > WS-DLR-COUNT
            PERFORM PRINT-DEALER-LINE
        END-PERFORM
        MOVE WS-SHARED TO WS-AMT-DISP
        DISPLAY "Shared out:      " WS-AMT-DISP
    END-IF.
    MOVE WS-BREAKAGE TO WS-AMT-DISP.
    DISPLAY "Left in the box: " WS-AMT-DISP.

PRINT-DEALER-LINE.
    MOVE WS-DLR-ID(WS-DLR-IDX) TO WS-ON-DEALER.
    PERFORM LOOKUP-STAFF.
    DIVIDE WS-DLR-MINUTES(WS-DLR-IDX) BY 60
        GIVING WS-HOURS-DISP REMAINDER WS-MINS-DISP.
    MOVE 0 TO WS-PCT.
    IF WS-TOTAL-MIN > 0
        COMPUTE WS-PCT ROUNDED =
            WS-DLR-MINUTES(WS-DLR-IDX) * 100 / WS-TOTAL-MIN
    END-IF.
    MOVE WS-PCT TO WS-PCT-DISP.
    MOVE WS-DLR-SHARE(WS-DLR-IDX) TO WS-AMT-DISP.
    DISPLAY WS-DLR-ID(WS-DLR-IDX) "   " WS-STAFF-NAME "  "
        WS-HOURS-DISP ":" WS-MINS-DISP "    " WS-PCT-DISP "  "
        WS-AMT-DISP.

LOOKUP-STAFF.
    *> The name off the staff master; an id no longer on it prints
    *> without one.
    MOVE SPACES TO WS-STAFF-NAME.
    OPEN INPUT STAFF-FILE.
    IF STAFF-STATUS = "00"
        PERFORM UNTIL STAFF-STATUS = "10"
            READ STAFF-FILE
                AT END MOVE "10" TO STAFF-STATUS
            END-READ
            IF STAFF-STATUS = "00" AND STF-ID = WS-ON-DEALER
                MOVE STF-NAME TO WS-STAFF-NAME
                MOVE "10" TO STAFF-STATUS
            END-IF
        END-PERFORM
        CLOSE STAFF-FILE
    ELSE
        CONTINUE
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
