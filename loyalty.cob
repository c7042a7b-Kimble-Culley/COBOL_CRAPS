IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTY-TIER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LADDER-FILE ASSIGN TO "CRAPS-TIER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LADDER-STATUS.

    SELECT TIER-FILE ASSIGN TO "CRAPS-TIERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TIER-STATUS.

DATA DIVISION.
FILE SECTION.
*> The tier ladder, lowest tier first: the code, the name the floor
*> sees, the tier credits that qualify for it and the multiplier it
*> puts on comp accrual. The first row is the tier every account
*> holds until it qualifies for better.
FD LADDER-FILE.
01 LADDER-RECORD.
    02 TLD-CODE         PIC X(1).
    02 TLD-NAME         PIC X(12).
    02 TLD-CREDITS      PIC 9(7).
    02 TLD-MULTIPLIER   PIC 9(1)V99.

FD TIER-FILE.
01 TIER-RECORD.
    02 TR-ACCOUNT       PIC 9(5).
    02 TR-NAME          PIC X(20).
    02 TR-TIER          PIC X(1).
    02 TR-CREDITS       PIC 9(9)V99.
    02 TR-QUAL-DATE     PIC X(8).
    02 TR-EXPIRE-DATE   PIC X(8).
    02 TR-PRIOR-TIER    PIC X(1).

WORKING-STORAGE SECTION.
01 LADDER-STATUS        PIC X(2).
01 TIER-STATUS          PIC X(2).
01 WS-LOADED            PIC X(1) VALUE 'N'.
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-LDR-IDX           PIC 9(2).
01 WS-LDR-COUNT         PIC 9(2) VALUE 0.
01 WS-LADDER.
    02 WS-LDR-ROW OCCURS 9 TIMES.
        03 WS-LD-CODE       PIC X(1).
        03 WS-LD-NAME       PIC X(12).
        03 WS-LD-CREDITS    PIC 9(7).
        03 WS-LD-MULT       PIC 9(1)V99.

LINKAGE SECTION.
01 LK-TIER-ACCOUNT      PIC 9(5).
01 LK-TIER-RESULT.
    02 LK-TIER-CODE         PIC X(1).
    02 LK-TIER-NAME         PIC X(12).
    02 LK-TIER-MULT         PIC 9(1)V99.
    02 LK-TIER-CREDITS      PIC 9(9)V99.
    02 LK-TIER-EXPIRE       PIC X(8).

PROCEDURE DIVISION USING LK-TIER-ACCOUNT LK-TIER-RESULT.
MAIN-PROGRAM.
    *> The account's standing on the loyalty ladder as of today's
    *> gaming day: the tier TIER-CYCLE last qualified it for, with
    *> that tier's name and comp multiplier, the credits it
    *> qualified on and the day the tier runs out. An account the
    *> re-tier has never reached, account zero, or one whose tier
    *> has run out holds the ladder's first tier. The ladder is
    *> read from CRAPS-TIER.CFG once per run unit; without it the
    *> house ladder below applies.
    IF WS-LOADED NOT = 'Y'
        PERFORM LOAD-LADDER
        MOVE 'Y' TO WS-LOADED
    END-IF.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    MOVE 1 TO WS-LDR-IDX.
    PERFORM SET-RESULT-TIER.
    MOVE 0 TO LK-TIER-CREDITS.
    MOVE SPACES TO LK-TIER-EXPIRE.
    IF LK-TIER-ACCOUNT > 0
        PERFORM FIND-ACCOUNT-TIER
    END-IF.
    GOBACK.

LOAD-LADDER.
    MOVE 0 TO WS-LDR-COUNT.
    OPEN INPUT LADDER-FILE.
    IF LADDER-STATUS = "00"
        PERFORM UNTIL LADDER-STATUS = "10"
            READ LADDER-FILE
                AT END MOVE "10" TO LADDER-STATUS
            END-READ
            IF LADDER-STATUS = "00" AND WS-LDR-COUNT < 9
                AND TLD-CODE NOT = SPACE
                AND TLD-CREDITS IS NUMERIC
                AND TLD-MULTIPLIER IS NUMERIC
                ADD 1 TO WS-LDR-COUNT
                MOVE TLD-CODE TO WS-LD-CODE(WS-LDR-COUNT)
                MOVE TLD-NAME TO WS-LD-NAME(WS-LDR-COUNT)
                MOVE TLD-CREDITS TO WS-LD-CREDITS(WS-LDR-COUNT)
                MOVE TLD-MULTIPLIER TO WS-LD-MULT(WS-LDR-COUNT)
            END-IF
        END-PERFORM
        CLOSE LADDER-FILE
    END-IF.
    IF WS-LDR-COUNT = 0
        MOVE 4 TO WS-LDR-COUNT
        MOVE 'C' TO WS-LD-CODE(1)
        MOVE "CLASSIC" TO WS-LD-NAME(1)
        MOVE 0 TO WS-LD-CREDITS(1)
        MOVE 1.00 TO WS-LD-MULT(1)
        MOVE 'G' TO WS-LD-CODE(2)
        MOVE "GOLD" TO WS-LD-NAME(2)
        MOVE 2500 TO WS-LD-CREDITS(2)
        MOVE 1.25 TO WS-LD-MULT(2)
        MOVE 'P' TO WS-LD-CODE(3)
        MOVE "PLATINUM" TO WS-LD-NAME(3)
        MOVE 10000 TO WS-LD-CREDITS(3)
        MOVE 1.50 TO WS-LD-MULT(3)
        MOVE 'S' TO WS-LD-CODE(4)
        MOVE "SEVEN STAR" TO WS-LD-NAME(4)
        MOVE 25000 TO WS-LD-CREDITS(4)
        MOVE 2.00 TO WS-LD-MULT(4)
    END-IF.

FIND-ACCOUNT-TIER.
    OPEN INPUT TIER-FILE.
    IF TIER-STATUS = "00"
        PERFORM UNTIL TIER-STATUS = "10"
            READ TIER-FILE
                AT END MOVE "10" TO TIER-STATUS
            END-READ
            IF TIER-STATUS = "00"
                AND TR-ACCOUNT = LK-TIER-ACCOUNT
                MOVE TR-CREDITS TO LK-TIER-CREDITS
                IF TR-EXPIRE-DATE >= WS-TODAY
                    PERFORM FIND-LADDER-ROW
                    PERFORM SET-RESULT-TIER
                    MOVE TR-EXPIRE-DATE TO LK-TIER-EXPIRE
                END-IF
                MOVE "10" TO TIER-STATUS
            END-IF
        END-PERFORM
        CLOSE TIER-FILE
    END-IF.

FIND-LADDER-ROW.
    *> A tier code the ladder no longer carries falls back to the
    *> first tier rather than to a multiplier nobody set.
    PERFORM VARYING WS-LDR-IDX FROM 1 BY 1
            UNTIL WS-LDR-IDX > WS-LDR-COUNT
            OR WS-LD-CODE(WS-LDR-IDX) = TR-TIER
        CONTINUE
    END-PERFORM.
    IF WS-LDR-IDX > WS-LDR-COUNT
        MOVE 1 TO WS-LDR-IDX
    END-IF.

SET-RESULT-TIER.
    MOVE WS-LD-CODE(WS-LDR-IDX) TO LK-TIER-CODE.
    MOVE WS-LD-NAME(WS-LDR-IDX) TO LK-TIER-NAME.
    MOVE WS-LD-MULT(WS-LDR-IDX) TO LK-TIER-MULT.
