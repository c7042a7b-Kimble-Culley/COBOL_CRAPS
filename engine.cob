01 WS-PT-IDX            PIC 9(1).
01 WS-BET-AMOUNT        PIC 9(5)V99 VALUE 0.
01 WS-PROP-WINNINGS     PIC 9(6)V99 VALUE 0.
01 WS-CPN-WINNINGS      PIC 9(6)V99 VALUE 0.
01 WS-TOKE-WINNINGS     PIC 9(6)V99 VALUE 0.
01 WS-FIRE-COUNT        PIC 9(1) VALUE 0.
01 WS-FIRE-MULT         PIC 9(3) VALUE 0.
01 PAYOUT-STATUS        PIC X(2).
*> field so marketing can run a "triple field 12" weekend without a
*> program change. True-odds prices (odds, buys, lays) are the
*> mathematics of the dice and are not configurable.
01 WS-PAYOUTS.
    02 WS-FIELD-2-MULT      PIC 9(2) VALUE 2.
    02 WS-FIELD-12-MULT     PIC 9(2) VALUE 3.
    02 WS-PLACE-410-NUM     PIC 9(2) VALUE 9.
    02 WS-PLACE-410-DEN     PIC 9(2) VALUE 5.
    02 WS-PLACE-59-NUM      PIC 9(2) VALUE 7.
    02 WS-PLACE-59-DEN      PIC 9(2) VALUE 5.
    02 WS-PLACE-68-NUM      PIC 9(2) VALUE 7.
    02 WS-PLACE-68-DEN      PIC 9(2) VALUE 6.
    02 WS-HARD-410-MULT     PIC 9(2) VALUE 7.
    02 WS-HARD-68-MULT      PIC 9(2) VALUE 9.
    02 WS-ANY7-MULT         PIC 9(2) VALUE 4.
    02 WS-HORN-HI-NUM       PIC 9(3) VALUE 27.
    02 WS-HORN-HI-DEN       PIC 9(2) VALUE 4.
    02 WS-HORN-LO-MULT      PIC 9(2) VALUE 3.
*> The house defaults as first loaded, laid back under each reload so
*> a scheduled change that lapses leaves nothing of itself behind.
01 WS-HOUSE-PAYOUTS     PIC X(29).
*> A schedule on the configuration calendar can come into force or
*> lapse while the game runs; the schedule is looked at again as a
*> hand starts on the come-out, at most once per clock minute.
01 WS-PAY-MINUTE.
    02 WS-PAY-MIN-DATE      PIC X(8).
    02 WS-PAY-MIN-TIME      PIC X(4).
01 WS-NOW-MINUTE.
    02 WS-NOW-DATE          PIC X(8).
    02 WS-NOW-TIME          PIC X(8).
01 WS-CAL-KIND          PIC X(1) VALUE 'P'.
01 WS-CAL-DATA          PIC X(58).
01 WS-CAL-CHANGE        PIC 9(5).
01 WS-NEW-PAY-ID        PIC X(8).

LINKAGE SECTION.
01 LK-NUM-PLAYERS       PIC 9(1).
        03 LK-PT-LAY-10-BET     PIC 9(5)V99.
        03 LK-PT-FIRE-BET       PIC 9(5)V99.
        03 LK-PT-FIRE-MASK      PIC X(6).
        03 LK-PT-CPN-SPOT       PIC X(1).
        03 LK-PT-CPN-KIND       PIC X(1).
        03 LK-PT-CPN-FACE       PIC 9(5)V99.
        03 LK-PT-CPN-SERIAL     PIC 9(8).
        03 LK-PT-CPN-WON        PIC 9(5)V99.
        03 LK-PT-TOKE-SPOT      PIC X(1).
        03 LK-PT-TOKE-BET       PIC 9(5)V99.
        03 LK-PT-TOKE-WON       PIC 9(5)V99.
        03 LK-PT-TOKE-LOST      PIC 9(5)V99.
        03 LK-PT-TOKE-DOWN      PIC 9(5)V99.
        03 LK-PT-XFER-SLIP      PIC 9(7).
        03 LK-PT-XFER-AMOUNT    PIC 9(5)V99.
        03 LK-PT-FX-CURRENCY    PIC X(3).
        03 LK-PT-FX-FOREIGN     PIC 9(5)V99.
        03 LK-PT-FX-RATE        PIC 9(3)V9(6).
01 LK-GAMESTATE         PIC 9(1).
01 LK-POINT             PIC 9(2).
01 LK-DIE-TOTAL         PIC 9(2).
    88 NO-RESOLUTION        VALUE 'N'.
01 LK-RESOLVED-POINT    PIC 9(2).
01 LK-SHOOTER           PIC 9(1).
*> The table the schedule is resolved for and the schedule the caller
*> last recorded. LK-PAY-SWITCHED comes back 'Y' when this call moved
*> the table onto another schedule; the caller resets it.
01 LK-PAY-CONTROL.
    02 LK-PAY-TABLE         PIC 9(1).
    02 LK-PAY-CHANGE        PIC 9(5).
    02 LK-PAY-ID            PIC X(8).
    02 LK-PAY-SWITCHED      PIC X(1).

PROCEDURE DIVISION USING LK-NUM-PLAYERS LK-PLAYER-TABLE
    LK-GAMESTATE LK-POINT LK-DIE-TOTAL LK-DIE-1 LK-DIE-2
    LK-OUTCOME LK-RESOLVED-POINT LK-SHOOTER LK-PAY-CONTROL.
MAIN-PROGRAM.
    *> The one copy of the table's rules. Every caller - the live
    *> game, the batch replayer, and the simulator - hands the same
    *> historical roll path: center bets, then place bets (honoring
    *> the come-out puck), then come bets on their own points, then
    *> the line decision and its payouts.
    ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-NOW-TIME FROM TIME.
    IF WS-PAY-LOADED = 'N'
        MOVE WS-PAYOUTS TO WS-HOUSE-PAYOUTS
        PERFORM LOAD-PAYOUT-SCHEDULE
    ELSE
        IF LK-GAMESTATE = 0
            AND (WS-NOW-DATE NOT = WS-PAY-MIN-DATE
                OR WS-NOW-TIME(1:4) NOT = WS-PAY-MIN-TIME)
            PERFORM LOAD-PAYOUT-SCHEDULE
        END-IF
    END-IF.
    PERFORM RESOLVE-PROP-BETS.
    PERFORM RESOLVE-PLACE-BETS.
    END-PERFORM.

LOAD-PAYOUT-SCHEDULE.
    *> A schedule in force on the configuration calendar for this
    *> table (or the floor) stands in for CRAPS-PAYOUT.CFG; with
    *> neither, the house defaults apply. Denominators must be
    *> nonzero and every multiplier positive, or that field stays on
    *> the default - a short or mangled config can make a payout
    *> cheaper or richer, never divide by zero.
    MOVE WS-HOUSE-PAYOUTS TO WS-PAYOUTS.
    MOVE "HOUSE" TO WS-NEW-PAY-ID.
    CALL "CONFIG-CALENDAR" USING WS-CAL-KIND LK-PAY-TABLE
        WS-NOW-DATE WS-NOW-TIME WS-CAL-DATA WS-CAL-CHANGE.
    IF WS-CAL-CHANGE > 0
        MOVE WS-CAL-DATA(1:37) TO PAYOUT-RECORD
        PERFORM APPLY-PAYOUT-RECORD
    ELSE
        OPEN INPUT PAYOUT-FILE
        IF PAYOUT-STATUS = "00"
            READ PAYOUT-FILE
                AT END MOVE "10" TO PAYOUT-STATUS
            END-READ
            IF PAYOUT-STATUS = "00"
                PERFORM APPLY-PAYOUT-RECORD
            END-IF
            CLOSE PAYOUT-FILE
        END-IF
    END-IF.
    IF WS-CAL-CHANGE NOT = LK-PAY-CHANGE
        OR WS-NEW-PAY-ID NOT = LK-PAY-ID
        MOVE WS-CAL-CHANGE TO LK-PAY-CHANGE
        MOVE WS-NEW-PAY-ID TO LK-PAY-ID
        MOVE 'Y' TO LK-PAY-SWITCHED
    END-IF.
    MOVE WS-NOW-DATE TO WS-PAY-MIN-DATE.
    MOVE WS-NOW-TIME(1:4) TO WS-PAY-MIN-TIME.
    MOVE 'Y' TO WS-PAY-LOADED.

APPLY-PAYOUT-RECORD.
    IF PAY-ID NOT = SPACES
        MOVE PAY-ID TO WS-NEW-PAY-ID
    END-IF.
    IF PAY-FIELD-2-MULT IS NUMERIC
        AND PAY-FIELD-2-MULT > 0
        MOVE PAY-FIELD-2-MULT TO WS-FIELD-2-MULT
    END-IF.
    IF PAY-FIELD-12-MULT IS NUMERIC
        AND PAY-FIELD-12-MULT > 0
        MOVE PAY-FIELD-12-MULT TO WS-FIELD-12-MULT
    END-IF.
    IF PAY-PLACE-410-NUM IS NUMERIC
        AND PAY-PLACE-410-DEN IS NUMERIC
        AND PAY-PLACE-410-NUM > 0
        AND PAY-PLACE-410-DEN > 0
        MOVE PAY-PLACE-410-NUM TO WS-PLACE-410-NUM
        MOVE PAY-PLACE-410-DEN TO WS-PLACE-410-DEN
    END-IF.
    IF PAY-PLACE-59-NUM IS NUMERIC
        AND PAY-PLACE-59-DEN IS NUMERIC
        AND PAY-PLACE-59-NUM > 0
        AND PAY-PLACE-59-DEN > 0
        MOVE PAY-PLACE-59-NUM TO WS-PLACE-59-NUM
        MOVE PAY-PLACE-59-DEN TO WS-PLACE-59-DEN
    END-IF.
    IF PAY-PLACE-68-NUM IS NUMERIC
        AND PAY-PLACE-68-DEN IS NUMERIC
        AND PAY-PLACE-68-NUM > 0
        AND PAY-PLACE-68-DEN > 0
        MOVE PAY-PLACE-68-NUM TO WS-PLACE-68-NUM
        MOVE PAY-PLACE-68-DEN TO WS-PLACE-68-DEN
    END-IF.
    IF PAY-HARD-410-MULT IS NUMERIC
        AND PAY-HARD-410-MULT > 0
        MOVE PAY-HARD-410-MULT TO WS-HARD-410-MULT
    END-IF.
    IF PAY-HARD-68-MULT IS NUMERIC
        AND PAY-HARD-68-MULT > 0
        MOVE PAY-HARD-68-MULT TO WS-HARD-68-MULT
    END-IF.
    IF PAY-ANY7-MULT IS NUMERIC AND PAY-ANY7-MULT > 0
        MOVE PAY-ANY7-MULT TO WS-ANY7-MULT
    END-IF.
    IF PAY-HORN-HI-NUM IS NUMERIC
        AND PAY-HORN-HI-DEN IS NUMERIC
        AND PAY-HORN-HI-NUM > 0
        AND PAY-HORN-HI-DEN > 0
        MOVE PAY-HORN-HI-NUM TO WS-HORN-HI-NUM
        MOVE PAY-HORN-HI-DEN TO WS-HORN-HI-DEN
    END-IF.
    IF PAY-HORN-LO-MULT IS NUMERIC
        AND PAY-HORN-LO-MULT > 0
        MOVE PAY-HORN-LO-MULT TO WS-HORN-LO-MULT
    END-IF.

RESOLVE-ROLL.
    MOVE 'N' TO LK-OUTCOME.
    MOVE 0 TO LK-RESOLVED-POINT.
                ADD LK-PT-ODDS-BET(WS-PT-IDX) TO LK-PT-TOTAL-LOST(WS-PT-IDX)
            END-IF
        END-IF
        PERFORM SETTLE-LINE-COUPON
        PERFORM SETTLE-LINE-TOKE
        MOVE 0 TO LK-PT-PASS-BET(WS-PT-IDX)
        MOVE 0 TO LK-PT-DONT-PASS-BET(WS-PT-IDX)
        MOVE 0 TO LK-PT-ODDS-BET(WS-PT-IDX)
        END-EVALUATE
        MOVE 0 TO LK-PT-FIELD-BET(WS-PT-IDX)
    END-IF.
    IF LK-PT-CPN-SPOT(WS-PT-IDX) = 'F'
        PERFORM SETTLE-FIELD-COUPON
    END-IF.
    IF LK-PT-TOKE-SPOT(WS-PT-IDX) = 'F'
        PERFORM SETTLE-FIELD-TOKE
    END-IF.

RESOLVE-ANY-SEVEN-BET.
    *> One-roll: any 7 pays 4 to 1.
        + WS-BET-AMOUNT + WS-PROP-WINNINGS.
    ADD WS-PROP-WINNINGS TO LK-PT-TOTAL-WON(WS-PT-IDX).

SETTLE-LINE-COUPON.
    *> A coupon on the pass or don't pass is decided with the line.
    *> Match-play and free bet alike pay even money on the face, and
    *> win or lose the coupon itself is surrendered - it never comes
    *> back to the balance. Coupon winnings run in CPN-WON, apart
    *> from TOTAL-WON, so the table books them as promotional play.
    IF (LK-PT-CPN-SPOT(WS-PT-IDX) = 'P' AND PASS-LINE-WINS)
        OR (LK-PT-CPN-SPOT(WS-PT-IDX) = 'D' AND DONT-PASS-WINS)
        MOVE LK-PT-CPN-FACE(WS-PT-IDX) TO WS-CPN-WINNINGS
        PERFORM PAY-COUPON
    END-IF.
    IF LK-PT-CPN-SPOT(WS-PT-IDX) = 'P'
        OR LK-PT-CPN-SPOT(WS-PT-IDX) = 'D'
        PERFORM CLEAR-COUPON
    END-IF.

SETTLE-FIELD-COUPON.
    *> One roll, like the field itself. Match-play pays even money
    *> on the face whatever the number; a free bet takes the field's
    *> own price, so the 2 and the 12 pay their multiples.
    MOVE 0 TO WS-CPN-WINNINGS.
    EVALUATE LK-DIE-TOTAL
        WHEN 2
            IF LK-PT-CPN-KIND(WS-PT-IDX) = 'F'
                COMPUTE WS-CPN-WINNINGS =
                    LK-PT-CPN-FACE(WS-PT-IDX) * WS-FIELD-2-MULT
            ELSE
                MOVE LK-PT-CPN-FACE(WS-PT-IDX) TO WS-CPN-WINNINGS
            END-IF
        WHEN 12
            IF LK-PT-CPN-KIND(WS-PT-IDX) = 'F'
                COMPUTE WS-CPN-WINNINGS =
                    LK-PT-CPN-FACE(WS-PT-IDX) * WS-FIELD-12-MULT
            ELSE
                MOVE LK-PT-CPN-FACE(WS-PT-IDX) TO WS-CPN-WINNINGS
            END-IF
        WHEN 3
        WHEN 4
        WHEN 9
        WHEN 10
        WHEN 11
            MOVE LK-PT-CPN-FACE(WS-PT-IDX) TO WS-CPN-WINNINGS
    END-EVALUATE.
    IF WS-CPN-WINNINGS > 0
        PERFORM PAY-COUPON
    END-IF.
    PERFORM CLEAR-COUPON.

PAY-COUPON.
    ADD WS-CPN-WINNINGS TO LK-PT-BALANCE(WS-PT-IDX).
    ADD WS-CPN-WINNINGS TO LK-PT-CPN-WON(WS-PT-IDX).

CLEAR-COUPON.
    MOVE SPACE TO LK-PT-CPN-SPOT(WS-PT-IDX).
    MOVE SPACE TO LK-PT-CPN-KIND(WS-PT-IDX).
    MOVE 0 TO LK-PT-CPN-FACE(WS-PT-IDX).
    MOVE 0 TO LK-PT-CPN-SERIAL(WS-PT-IDX).

SETTLE-LINE-TOKE.
    *> A toke bet is the seat's money played for the crew. It is
    *> priced like the player's own bet on the same spot, but what
    *> it wins - and the stake, when it wins - goes to the toke box,
    *> never back to the balance, and none of it touches the seat's
    *> TOTAL-WON or TOTAL-LOST. TOKE-WON is what the rack paid the
    *> crew, TOKE-DOWN the stakes handed over with it, TOKE-LOST
    *> the stakes the house took.
    IF (LK-PT-TOKE-SPOT(WS-PT-IDX) = 'P' AND PASS-LINE-WINS)
        OR (LK-PT-TOKE-SPOT(WS-PT-IDX) = 'D' AND DONT-PASS-WINS)
        MOVE LK-PT-TOKE-BET(WS-PT-IDX) TO WS-TOKE-WINNINGS
        PERFORM PAY-TOKE
    ELSE
        IF LK-PT-TOKE-SPOT(WS-PT-IDX) = 'P'
            OR LK-PT-TOKE-SPOT(WS-PT-IDX) = 'D'
            ADD LK-PT-TOKE-BET(WS-PT-IDX) TO LK-PT-TOKE-LOST(WS-PT-IDX)
        END-IF
    END-IF.
    IF LK-PT-TOKE-SPOT(WS-PT-IDX) = 'P'
        OR LK-PT-TOKE-SPOT(WS-PT-IDX) = 'D'
        PERFORM CLEAR-TOKE
    END-IF.

SETTLE-FIELD-TOKE.
    *> One roll at the field's own prices.
    MOVE 0 TO WS-TOKE-WINNINGS.
    EVALUATE LK-DIE-TOTAL
        WHEN 2
            COMPUTE WS-TOKE-WINNINGS =
                LK-PT-TOKE-BET(WS-PT-IDX) * WS-FIELD-2-MULT
        WHEN 12
            COMPUTE WS-TOKE-WINNINGS =
                LK-PT-TOKE-BET(WS-PT-IDX) * WS-FIELD-12-MULT
        WHEN 3
        WHEN 4
        WHEN 9
        WHEN 10
        WHEN 11
            MOVE LK-PT-TOKE-BET(WS-PT-IDX) TO WS-TOKE-WINNINGS
    END-EVALUATE.
    IF WS-TOKE-WINNINGS > 0
        PERFORM PAY-TOKE
    ELSE
        ADD LK-PT-TOKE-BET(WS-PT-IDX) TO LK-PT-TOKE-LOST(WS-PT-IDX)
    END-IF.
    PERFORM CLEAR-TOKE.

PAY-TOKE.
    ADD WS-TOKE-WINNINGS TO LK-PT-TOKE-WON(WS-PT-IDX).
    ADD LK-PT-TOKE-BET(WS-PT-IDX) TO LK-PT-TOKE-DOWN(WS-PT-IDX).

CLEAR-TOKE.
    MOVE SPACE TO LK-PT-TOKE-SPOT(WS-PT-IDX).
    MOVE 0 TO LK-PT-TOKE-BET(WS-PT-IDX).

RESOLVE-PLACE-BETS.
    *> Place bets follow the come-out puck: on a come-out roll they
    *> are off (no pay, no take) unless the player has called them
