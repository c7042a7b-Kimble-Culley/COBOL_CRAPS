                    AND AUD-EVENT NOT = "ROLL"
                    AND AUD-EVENT NOT = "PLACE-WORK"
                    AND AUD-EVENT NOT = "COMP-ACCR"
                    AND AUD-EVENT NOT = "COMP-BONUS"
                    AND AUD-EVENT NOT = "TOKE-WIN"
                    AND AUD-EVENT NOT = "TOKE-LOSS"
                    AND AUD-EVENT NOT = "TOKE-DOWN"
                    AND (LK-SESSION-ID = SPACES
                         OR AUD-SESSION = LK-SESSION-ID)
                    PERFORM PRINT-STATEMENT-LINE
            ADD AUD-AMOUNT TO WS-POSITION
        WHEN "REBUY"
            ADD AUD-AMOUNT TO WS-POSITION
        WHEN "XFER-IN"
            ADD AUD-AMOUNT TO WS-POSITION
        WHEN "MARKER"
            ADD AUD-AMOUNT TO WS-POSITION
        WHEN "MKR-REPAY"
            SUBTRACT AUD-AMOUNT FROM WS-POSITION
        WHEN "VIG"
            SUBTRACT AUD-AMOUNT FROM WS-POSITION
        WHEN "CPN-WIN"
            ADD AUD-AMOUNT TO WS-POSITION
        WHEN "TOKE-BET"
            SUBTRACT AUD-AMOUNT FROM WS-POSITION
        WHEN "TOKE-CASH"
            SUBTRACT AUD-AMOUNT FROM WS-POSITION
    END-EVALUATE.
    MOVE AUD-AMOUNT TO WS-AMOUNT-DISP.
    MOVE WS-POSITION TO WS-POSITION-DISP.
