IDENTIFICATION DIVISION.
PROGRAM-ID. GAMING-DAY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO "CRAPS-GAMEDAY.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CALENDAR-STATUS.

DATA DIVISION.
FILE SECTION.
FD CALENDAR-FILE.
01 CALENDAR-RECORD.
    02 GDC-EFF-DATE     PIC X(8).
    02 GDC-DAY-START    PIC 9(4).
    02 GDC-SHIFT OCCURS 3 TIMES.
        03 GDC-SHIFT-CODE   PIC X(1).
        03 GDC-SHIFT-START  PIC 9(4).

WORKING-STORAGE SECTION.
01 CALENDAR-STATUS      PIC X(2).
01 WS-LOADED            PIC X(1) VALUE 'N'.
01 WS-CAL-COUNT         PIC 9(2) VALUE 0.
01 WS-CAL-IDX           PIC 9(2).
01 WS-USE-IDX           PIC 9(2).
01 WS-SH-IDX            PIC 9(1).
01 WS-SH-CMP            PIC 9(1).
01 WS-BEST-IDX          PIC 9(1).
01 WS-BEST-OFF          PIC S9(5).
01 WS-LAST-IDX          PIC 9(1).
01 WS-LAST-OFF          PIC S9(5).
01 WS-HH                PIC 9(2).
01 WS-MM                PIC 9(2).
01 WS-EVENT-MIN         PIC S9(5).
01 WS-START-MIN         PIC S9(5).
01 WS-EVENT-OFF         PIC S9(5).
01 WS-DATE-N            PIC 9(8).
01 WS-DAY-INT           PIC 9(8).
01 WS-SHIFT-OFF-TABLE.
    02 WS-SHIFT-OFF OCCURS 3 TIMES PIC S9(5).
*> The calendar as loaded: one row per effective date, oldest rules
*> first. With no calendar file on hand the house rules stand -
*> gaming day turns over at 06:00, day shift 06:00, swing 14:00,
*> graveyard 22:00.
01 WS-CALENDAR-TABLE.
    02 WS-CAL-ROW OCCURS 20 TIMES.
        03 WS-CAL-EFF       PIC X(8).
        03 WS-CAL-DAY-START PIC 9(4).
        03 WS-CAL-SHIFT OCCURS 3 TIMES.
            04 WS-CAL-SH-CODE   PIC X(1).
            04 WS-CAL-SH-START  PIC 9(4).

LINKAGE SECTION.
01 LK-GD-DATE           PIC X(8).
01 LK-GD-TIME           PIC X(8).
01 LK-GD-DAY            PIC X(8).
01 LK-GD-SHIFT          PIC X(1).
01 LK-GD-SHIFT-NO       PIC 9(1).

PROCEDURE DIVISION USING LK-GD-DATE LK-GD-TIME LK-GD-DAY
    LK-GD-SHIFT LK-GD-SHIFT-NO.
MAIN-PROGRAM.
    *> Assign one calendar date and clock time (an audit record's
    *> AUD-DATE and AUD-TIMESTAMP, a session id's two halves) to the
    *> gaming day and shift it belongs to. Play before the rollover
    *> hour belongs to the previous gaming day, so a 2 a.m. buy-in
    *> lands on the night it was part of. LK-GD-SHIFT-NO is the
    *> shift's place within the gaming day (1 = first shift after
    *> the rollover), for callers that subtotal in shift order.
    *> CRAPS-GAMEDAY.CFG carries the boundaries: one row per
    *> effective date, the rollover time, and three shift codes with
    *> their start times (HHMM). The row in force for the date is
    *> the latest one effective on or before it.
    IF WS-LOADED NOT = 'Y'
        PERFORM LOAD-CALENDAR
    END-IF.
    MOVE 1 TO WS-USE-IDX.
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-EFF(WS-CAL-IDX) <= LK-GD-DATE
            AND WS-CAL-EFF(WS-CAL-IDX) >= WS-CAL-EFF(WS-USE-IDX)
            MOVE WS-CAL-IDX TO WS-USE-IDX
        END-IF
    END-PERFORM.
    MOVE LK-GD-DATE TO LK-GD-DAY.
    *> A record without a usable clock time (written before the
    *> trail carried one) stays on its calendar date, in the shift
    *> that owns noon.
    IF LK-GD-TIME(1:4) IS NUMERIC
        MOVE LK-GD-TIME(1:2) TO WS-HH
        MOVE LK-GD-TIME(3:2) TO WS-MM
    ELSE
        MOVE 12 TO WS-HH
        MOVE 0 TO WS-MM
    END-IF.
    COMPUTE WS-EVENT-MIN = WS-HH * 60 + WS-MM.
    MOVE WS-CAL-DAY-START(WS-USE-IDX)(1:2) TO WS-HH.
    MOVE WS-CAL-DAY-START(WS-USE-IDX)(3:2) TO WS-MM.
    COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM.
    IF WS-EVENT-MIN < WS-START-MIN AND LK-GD-DATE IS NUMERIC
        MOVE LK-GD-DATE TO WS-DATE-N
        COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N) - 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-N
        MOVE WS-DATE-N TO LK-GD-DAY
    END-IF.
    COMPUTE WS-EVENT-OFF = WS-EVENT-MIN - WS-START-MIN.
    IF WS-EVENT-OFF < 0
        ADD 1440 TO WS-EVENT-OFF
    END-IF.
    PERFORM PICK-SHIFT.
    MOVE WS-CAL-SH-CODE(WS-USE-IDX, WS-BEST-IDX) TO LK-GD-SHIFT.
    MOVE 1 TO LK-GD-SHIFT-NO.
    PERFORM VARYING WS-SH-CMP FROM 1 BY 1 UNTIL WS-SH-CMP > 3
        IF WS-SHIFT-OFF(WS-SH-CMP) < WS-SHIFT-OFF(WS-BEST-IDX)
            ADD 1 TO LK-GD-SHIFT-NO
        END-IF
    END-PERFORM.
    GOBACK.

PICK-SHIFT.
    *> Each shift start becomes minutes past the rollover; the event
    *> belongs to the latest shift that has started by its own offset.
    *> A shift that begins before the rollover (a graveyard starting
    *> at 22:00 with the day turning at 06:00) still sorts correctly,
    *> because its offset wraps to the far end of the gaming day.
    MOVE 0 TO WS-BEST-IDX.
    MOVE -1 TO WS-BEST-OFF.
    MOVE 1 TO WS-LAST-IDX.
    MOVE -1 TO WS-LAST-OFF.
    PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
        MOVE WS-CAL-SH-START(WS-USE-IDX, WS-SH-IDX)(1:2) TO WS-HH
        MOVE WS-CAL-SH-START(WS-USE-IDX, WS-SH-IDX)(3:2) TO WS-MM
        COMPUTE WS-SHIFT-OFF(WS-SH-IDX) =
            WS-HH * 60 + WS-MM - WS-START-MIN
        IF WS-SHIFT-OFF(WS-SH-IDX) < 0
            ADD 1440 TO WS-SHIFT-OFF(WS-SH-IDX)
        END-IF
        IF WS-SHIFT-OFF(WS-SH-IDX) <= WS-EVENT-OFF
            AND WS-SHIFT-OFF(WS-SH-IDX) > WS-BEST-OFF
            MOVE WS-SH-IDX TO WS-BEST-IDX
            MOVE WS-SHIFT-OFF(WS-SH-IDX) TO WS-BEST-OFF
        END-IF
        IF WS-SHIFT-OFF(WS-SH-IDX) > WS-LAST-OFF
            MOVE WS-SH-IDX TO WS-LAST-IDX
            MOVE WS-SHIFT-OFF(WS-SH-IDX) TO WS-LAST-OFF
        END-IF
    END-PERFORM.
    *> No shift starts exactly at the rollover and the event came
    *> before the first one: it is still the tail of the last shift.
    IF WS-BEST-IDX = 0
        MOVE WS-LAST-IDX TO WS-BEST-IDX
    END-IF.

LOAD-CALENDAR.
    MOVE 'Y' TO WS-LOADED.
    MOVE 1 TO WS-CAL-COUNT.
    MOVE "00000000" TO WS-CAL-EFF(1).
    MOVE 0600 TO WS-CAL-DAY-START(1).
    MOVE 'D' TO WS-CAL-SH-CODE(1, 1).
    MOVE 0600 TO WS-CAL-SH-START(1, 1).
    MOVE 'S' TO WS-CAL-SH-CODE(1, 2).
    MOVE 1400 TO WS-CAL-SH-START(1, 2).
    MOVE 'G' TO WS-CAL-SH-CODE(1, 3).
    MOVE 2200 TO WS-CAL-SH-START(1, 3).
    OPEN INPUT CALENDAR-FILE.
    IF CALENDAR-STATUS = "00"
        MOVE 0 TO WS-CAL-COUNT
        PERFORM UNTIL CALENDAR-STATUS = "10"
            READ CALENDAR-FILE
                AT END MOVE "10" TO CALENDAR-STATUS
            END-READ
            IF CALENDAR-STATUS = "00"
                AND GDC-DAY-START IS NUMERIC
                AND GDC-DAY-START < 2400
                AND WS-CAL-COUNT < 20
                ADD 1 TO WS-CAL-COUNT
                MOVE GDC-EFF-DATE TO WS-CAL-EFF(WS-CAL-COUNT)
                MOVE GDC-DAY-START TO WS-CAL-DAY-START(WS-CAL-COUNT)
                PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                        UNTIL WS-SH-IDX > 3
                    MOVE GDC-SHIFT-CODE(WS-SH-IDX)
                        TO WS-CAL-SH-CODE(WS-CAL-COUNT, WS-SH-IDX)
                    IF GDC-SHIFT-START(WS-SH-IDX) IS NUMERIC
                        MOVE GDC-SHIFT-START(WS-SH-IDX)
                            TO WS-CAL-SH-START(WS-CAL-COUNT, WS-SH-IDX)
                    ELSE
                        MOVE GDC-DAY-START
                            TO WS-CAL-SH-START(WS-CAL-COUNT, WS-SH-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE CALENDAR-FILE
        IF WS-CAL-COUNT = 0
            *> An empty or unreadable calendar is no calendar.
            MOVE 1 TO WS-CAL-COUNT
        END-IF
    ELSE
        CONTINUE
    END-IF.
