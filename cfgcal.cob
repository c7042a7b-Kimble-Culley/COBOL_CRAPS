IDENTIFICATION DIVISION.
PROGRAM-ID. CONFIG-CALENDAR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO "CRAPS-CFGCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CALENDAR-STATUS.

DATA DIVISION.
FILE SECTION.
*> The configuration calendar: changes entered ahead of time in
*> CONFIG-MAINT, each with the clock date and time it comes into
*> force and the date and time it lapses. CAL-DATA is the image of
*> the record the change stands in for - a limits record, a payout
*> schedule or a theme code - written by the same edits as the
*> standing files. A cancelled change keeps its row with status 'X'.
FD CALENDAR-FILE.
01 CALENDAR-RECORD.
    02 CAL-CHANGE       PIC 9(5).
    02 CAL-KIND         PIC X(1).
    02 CAL-TABLE        PIC 9(1).
    02 CAL-START.
        03 CAL-START-DATE   PIC X(8).
        03 CAL-START-TIME   PIC X(4).
    02 CAL-END.
        03 CAL-END-DATE     PIC X(8).
        03 CAL-END-TIME     PIC X(4).
    02 CAL-STATUS       PIC X(1).
    02 CAL-WHO          PIC X(3).
    02 CAL-ENTERED      PIC X(8).
    02 CAL-DATA         PIC X(58).

WORKING-STORAGE SECTION.
01 CALENDAR-STATUS      PIC X(2).
01 WS-NOW.
    02 WS-NOW-DATE      PIC X(8).
    02 WS-NOW-TIME      PIC X(4).
01 WS-BEST-TABLE        PIC 9(1).
01 WS-BEST-START        PIC X(12).
01 WS-BEST-CHANGE       PIC 9(5).
01 WS-TAKE-IT           PIC X(1).

LINKAGE SECTION.
01 LK-CAL-KIND          PIC X(1).
01 LK-CAL-TABLE         PIC 9(1).
01 LK-CAL-DATE          PIC X(8).
01 LK-CAL-TIME          PIC X(8).
01 LK-CAL-DATA          PIC X(58).
01 LK-CAL-CHANGE        PIC 9(5).

PROCEDURE DIVISION USING LK-CAL-KIND LK-CAL-TABLE LK-CAL-DATE
    LK-CAL-TIME LK-CAL-DATA LK-CAL-CHANGE.
MAIN-PROGRAM.
    *> Which scheduled change of one kind ('L' limits, 'P' payout
    *> schedule, 'T' theme) is in force for a table at a clock date
    *> and time (HHMMSS..., as ACCEPT FROM TIME gives it). A change
    *> is in force from its start up to, not including, its end.
    *> A change entered for the table itself beats a floor-wide one
    *> (table 0); between two of the same reach the later start
    *> wins, then the later entry. LK-CAL-CHANGE comes back with the
    *> change number and LK-CAL-DATA with its record, or zero when
    *> nothing is scheduled and the standing file applies.
    MOVE 0 TO LK-CAL-CHANGE.
    MOVE SPACES TO LK-CAL-DATA.
    MOVE LK-CAL-DATE TO WS-NOW-DATE.
    MOVE LK-CAL-TIME(1:4) TO WS-NOW-TIME.
    MOVE 0 TO WS-BEST-TABLE.
    MOVE SPACES TO WS-BEST-START.
    MOVE 0 TO WS-BEST-CHANGE.
    OPEN INPUT CALENDAR-FILE.
    IF CALENDAR-STATUS = "00"
        PERFORM UNTIL CALENDAR-STATUS NOT = "00"
            READ CALENDAR-FILE
                AT END MOVE "10" TO CALENDAR-STATUS
            END-READ
            IF CALENDAR-STATUS = "00"
                AND CAL-KIND = LK-CAL-KIND
                AND CAL-STATUS NOT = 'X'
                AND CAL-CHANGE IS NUMERIC
                AND (CAL-TABLE = 0 OR CAL-TABLE = LK-CAL-TABLE)
                AND CAL-START <= WS-NOW
                AND CAL-END > WS-NOW
                PERFORM WEIGH-ONE-CHANGE
            END-IF
        END-PERFORM
        CLOSE CALENDAR-FILE
    ELSE
        CONTINUE
    END-IF.
    GOBACK.

WEIGH-ONE-CHANGE.
    MOVE 'N' TO WS-TAKE-IT.
    EVALUATE TRUE
        WHEN LK-CAL-CHANGE = 0
            MOVE 'Y' TO WS-TAKE-IT
        WHEN CAL-TABLE > 0 AND WS-BEST-TABLE = 0
            MOVE 'Y' TO WS-TAKE-IT
        WHEN CAL-TABLE = 0 AND WS-BEST-TABLE > 0
            CONTINUE
        WHEN CAL-START > WS-BEST-START
            MOVE 'Y' TO WS-TAKE-IT
        WHEN CAL-START = WS-BEST-START
            AND CAL-CHANGE > WS-BEST-CHANGE
            MOVE 'Y' TO WS-TAKE-IT
    END-EVALUATE.
    IF WS-TAKE-IT = 'Y'
        MOVE CAL-TABLE TO WS-BEST-TABLE
        MOVE CAL-START TO WS-BEST-START
        MOVE CAL-CHANGE TO WS-BEST-CHANGE
        MOVE CAL-CHANGE TO LK-CAL-CHANGE
        MOVE CAL-DATA TO LK-CAL-DATA
    END-IF.
