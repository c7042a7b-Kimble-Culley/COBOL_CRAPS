01 WS-PAYOUTS           PIC 9(7)V99 VALUE 0.
01 WS-LOSSES            PIC 9(7)V99 VALUE 0.
01 WS-CASHOUTS          PIC 9(7)V99 VALUE 0.
*> Coupon play is promotional, not drop: the face a coupon rode on
*> is shown but never counted as money in, and only what it won
*> (CPN-WIN) reaches the players' cash-outs.
01 WS-CPN-PLAY          PIC S9(7)V99 VALUE 0.
01 WS-CPN-WINS          PIC 9(7)V99 VALUE 0.
*> Tokes leave the seats for the crew's box, never the cash-outs:
*> a toke bet's stake (TOKE-BET) and a toke a player hands over
*> (TOKE-CASH with a player on it) come off what the seats hold.
*> What a toke bet wins or loses is the crew's and the house's,
*> and a toke handed in from off the game touches no seat.
01 WS-TOKES             PIC 9(7)V99 VALUE 0.
*> Chips walked to or from another table on a transfer slip are not
*> cash: what came in on a slip (XFER-IN) stands beside the buy-ins
*> as money the seats brought, and what walked away on one
*> (XFER-OUT) beside the cash-outs as money they left with, but
*> neither is a buy-in the drop holds or a cash-out the table paid.
01 WS-XFER-IN           PIC 9(7)V99 VALUE 0.
01 WS-XFER-OUT          PIC 9(7)V99 VALUE 0.
01 WS-LEFT-WITH         PIC 9(8)V99 VALUE 0.
01 WS-EXPECTED          PIC S9(8)V99 VALUE 0.
01 WS-DIFFERENCE        PIC S9(8)V99 VALUE 0.
01 WS-OOB-COUNT         PIC 9(4) VALUE 0.
    *> (BUYIN plus REBUY) plus what the house paid them (PAYOUT)
    *> minus what the house collected (LOSS). Any other difference
    *> is money left on the layout or money gone missing, and either
    *> way the cage needs to see it. Chips walked in or out on a
    *> transfer slip (XFER-IN, XFER-OUT) count with the money brought
    *> and taken, never as cash.
    PERFORM GET-TABLE-SELECTION.
    MOVE SPACES TO WS-AUDIT-NAME.
    STRING "CRAPS-AUDIT.T" WS-TABLE-SEL ".LOG"
            MOVE 0 TO WS-PAYOUTS
            MOVE 0 TO WS-LOSSES
            MOVE 0 TO WS-CASHOUTS
            MOVE 0 TO WS-CPN-PLAY
            MOVE 0 TO WS-CPN-WINS
            MOVE 0 TO WS-TOKES
            MOVE 0 TO WS-XFER-IN
            MOVE 0 TO WS-XFER-OUT
        WHEN "BUYIN"
            ADD AUD-AMOUNT TO WS-BUYINS
        WHEN "REBUY"
            ADD AUD-AMOUNT TO WS-VIG
        WHEN "CASHOUT"
            ADD AUD-AMOUNT TO WS-CASHOUTS
        WHEN "XFER-IN"
            ADD AUD-AMOUNT TO WS-XFER-IN
        WHEN "XFER-OUT"
            ADD AUD-AMOUNT TO WS-XFER-OUT
        WHEN "CPN-REDEEM"
            ADD AUD-AMOUNT TO WS-CPN-PLAY
        WHEN "CPN-RETURN"
            SUBTRACT AUD-AMOUNT FROM WS-CPN-PLAY
        WHEN "CPN-WIN"
            ADD AUD-AMOUNT TO WS-CPN-WINS
        WHEN "TOKE-BET"
            ADD AUD-AMOUNT TO WS-TOKES
        WHEN "TOKE-CASH"
            IF AUD-PLAYER NOT = SPACES
                ADD AUD-AMOUNT TO WS-TOKES
            END-IF
        WHEN "TOURN-FEE"
            ADD AUD-AMOUNT TO WS-TOURN-FEES
        WHEN "TOURN-PRIZ"
    *> Marker paper is its own money category: issuance funds the
    *> seat like a buy-in but is receivable rather than cash, and a
    *> repayment comes off the balance before the CASHOUT is cut.
    COMPUTE WS-EXPECTED = WS-BUYINS + WS-XFER-IN + WS-MARKERS
        + WS-PAYOUTS + WS-CPN-WINS - WS-LOSSES - WS-MKR-REPAY - WS-VIG
        - WS-TOKES.
    COMPUTE WS-LEFT-WITH = WS-CASHOUTS + WS-XFER-OUT.
    COMPUTE WS-DIFFERENCE = WS-LEFT-WITH - WS-EXPECTED.
    DISPLAY "Session " WS-SESSION-NUM " (id " WS-CUR-SESSION
        "):".
    DISPLAY "  Buy-ins:   " WS-BUYINS.
    IF WS-XFER-IN > 0
        DISPLAY "  Chips in:  " WS-XFER-IN
            "  (transfer slips from other tables, not cash)"
    END-IF.
    DISPLAY "  Markers:   " WS-MARKERS
        "  (repaid " WS-MKR-REPAY ")".
    DISPLAY "  Payouts:   " WS-PAYOUTS.
    IF WS-CPN-PLAY NOT = 0 OR WS-CPN-WINS > 0
        DISPLAY "  Coupons:   " WS-CPN-WINS
            "  (promotional play " WS-CPN-PLAY ", not drop)"
    END-IF.
    DISPLAY "  Losses:    " WS-LOSSES.
    DISPLAY "  Vig taken: " WS-VIG.
    IF WS-TOKES > 0
        DISPLAY "  Tokes:     " WS-TOKES "  (to the crew, not drop)"
    END-IF.
    DISPLAY "  Expected:  " WS-EXPECTED.
    DISPLAY "  Cash-outs: " WS-CASHOUTS.
    IF WS-XFER-OUT > 0
        DISPLAY "  Chips out: " WS-XFER-OUT
            "  (transfer slips to other tables, not cash)"
    END-IF.
    IF WS-DIFFERENCE = 0
        DISPLAY "  Status:    BALANCED"
    ELSE
