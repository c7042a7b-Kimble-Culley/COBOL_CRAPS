        03 CKP-LAY-10-BET       PIC 9(5)V99.
        03 CKP-FIRE-BET         PIC 9(5)V99.
        03 CKP-FIRE-MASK        PIC X(6).
        03 CKP-CPN-SPOT         PIC X(1).
        03 CKP-CPN-KIND         PIC X(1).
        03 CKP-CPN-FACE         PIC 9(5)V99.
        03 CKP-CPN-SERIAL       PIC 9(8).
        03 CKP-CPN-WON          PIC 9(5)V99.
        03 CKP-TOKE-SPOT        PIC X(1).
        03 CKP-TOKE-BET         PIC 9(5)V99.
        03 CKP-TOKE-WON         PIC 9(5)V99.
        03 CKP-TOKE-LOST        PIC 9(5)V99.
        03 CKP-TOKE-DOWN        PIC 9(5)V99.

FD SCORE-FILE.
01 SCORE-RECORD.
    *> trail. The audit log is replayed from the most recent
    *> SESS-START, rebuilding each player's money position as
    *>   buy-ins + re-buys + payouts - losses
    *> (chips walked in on a transfer slip count as a buy-in, and
    *> chips walked out on one close the bracket like a cash-out)
    *> (bet events cancel against their own returns, so stakes still
    *> working on the layout are the only legitimate difference).
    *> For an in-flight session the result must equal the checkpoint
        WHEN "REBUY"
            PERFORM FIND-REPLAY-PLAYER
            ADD AUD-AMOUNT TO WS-RP-BALANCE(WS-RP-IDX)
        WHEN "XFER-IN"
            PERFORM FIND-REPLAY-PLAYER
            ADD AUD-AMOUNT TO WS-RP-BALANCE(WS-RP-IDX)
        WHEN "MARKER"
            PERFORM FIND-REPLAY-PLAYER
            ADD AUD-AMOUNT TO WS-RP-BALANCE(WS-RP-IDX)
        WHEN "VIG"
            PERFORM FIND-REPLAY-PLAYER
            SUBTRACT AUD-AMOUNT FROM WS-RP-BALANCE(WS-RP-IDX)
        WHEN "CPN-WIN"
            PERFORM FIND-REPLAY-PLAYER
            ADD AUD-AMOUNT TO WS-RP-BALANCE(WS-RP-IDX)
        WHEN "TOKE-BET"
            *> A toke bet is the crew's from the moment it is down;
            *> how it settles never comes back to the seat.
            PERFORM FIND-REPLAY-PLAYER
            SUBTRACT AUD-AMOUNT FROM WS-RP-BALANCE(WS-RP-IDX)
        WHEN "TOKE-CASH"
            IF AUD-PLAYER NOT = SPACES
                PERFORM FIND-REPLAY-PLAYER
                SUBTRACT AUD-AMOUNT FROM WS-RP-BALANCE(WS-RP-IDX)
            END-IF
        WHEN "CASHOUT"
        WHEN "XFER-OUT"
            PERFORM FIND-REPLAY-PLAYER
            MOVE AUD-AMOUNT TO WS-RP-CASHOUT(WS-RP-IDX)
            MOVE 'Y' TO WS-RP-CASHED(WS-RP-IDX)
    PERFORM VARYING WS-RP-IDX FROM 1 BY 1
            UNTIL WS-RP-IDX > WS-PLAYER-COUNT OR WS-FOUND = 'Y'
        IF WS-RP-NAME(WS-RP-IDX) = AUD-PLAYER
            AND NOT ((AUD-EVENT = "BUYIN" OR AUD-EVENT = "XFER-IN")
                     AND WS-RP-CASHED(WS-RP-IDX) = 'Y')
            MOVE 'Y' TO WS-FOUND
        END-IF
