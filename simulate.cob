*> The simulator never rotates the dice; the engine's fire-bet
*> tracking is pinned to seat 1.
01 WS-SHOOTER           PIC 9(1) VALUE 1.
*> The floor-wide payout schedule; the simulator keeps no trail, so
*> the engine's schedule-switch flag is not looked at.
01 WS-PAY-CONTROL.
    02 WS-PAY-TABLE         PIC 9(1) VALUE 0.
    02 WS-PAY-CHANGE        PIC 9(5) VALUE 0.
    02 WS-PAY-ID            PIC X(8) VALUE "HOUSE".
    02 WS-PAY-SWITCHED      PIC X(1) VALUE 'N'.
01 WS-START-BALANCE     PIC 9(5)V99 VALUE 50000.
01 WS-WAG-PASS-RUN      PIC 9(9)V99.
01 WS-WAG-ODDS-RUN      PIC 9(9)V99.
        03 WS-PT-LAY-10-BET PIC 9(5)V99 VALUE 0.
        03 WS-PT-FIRE-BET       PIC 9(5)V99 VALUE 0.
        03 WS-PT-FIRE-MASK      PIC X(6) VALUE SPACES.
        03 WS-PT-CPN-SPOT       PIC X(1) VALUE SPACE.
        03 WS-PT-CPN-KIND       PIC X(1) VALUE SPACE.
        03 WS-PT-CPN-FACE       PIC 9(5)V99 VALUE 0.
        03 WS-PT-CPN-SERIAL     PIC 9(8) VALUE 0.
        03 WS-PT-CPN-WON        PIC 9(5)V99 VALUE 0.
        03 WS-PT-TOKE-SPOT      PIC X(1) VALUE SPACE.
        03 WS-PT-TOKE-BET       PIC 9(5)V99 VALUE 0.
        03 WS-PT-TOKE-WON       PIC 9(5)V99 VALUE 0.
        03 WS-PT-TOKE-LOST      PIC 9(5)V99 VALUE 0.
        03 WS-PT-TOKE-DOWN      PIC 9(5)V99 VALUE 0.
        03 WS-PT-XFER-SLIP      PIC 9(7) VALUE 0.
        03 WS-PT-XFER-AMOUNT    PIC 9(5)V99 VALUE 0.
        03 WS-PT-FX-CURRENCY    PIC X(3) VALUE SPACES.
        03 WS-PT-FX-FOREIGN     PIC 9(5)V99 VALUE 0.
        03 WS-PT-FX-RATE        PIC 9(3)V9(6) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
        CALL "CRAPS-ENGINE" USING WS-NUM-PLAYERS WS-SIM-TABLE
            WS-GAMESTATE WS-POINT WS-DIE-TOTAL WS-DIE-A WS-DIE-B
            WS-OUTCOME WS-RESOLVED-POINT WS-SHOOTER
            WS-PAY-CONTROL
    END-PERFORM.
    COMPUTE WS-NET-1 = WS-PT-BALANCE(1) - WS-START-BALANCE.
    COMPUTE WS-NET-2 = WS-PT-BALANCE(2) - WS-START-BALANCE.
        CALL "CRAPS-ENGINE" USING WS-NUM-PLAYERS WS-SIM-TABLE
            WS-GAMESTATE WS-POINT WS-DIE-TOTAL WS-DIE-A WS-DIE-B
            WS-OUTCOME WS-RESOLVED-POINT WS-SHOOTER
            WS-PAY-CONTROL
    END-PERFORM.
    COMPUTE WS-NET-1 = WS-PT-BALANCE(1) - WS-START-BALANCE.
    IF WS-WAG-PLACE-RUN > 0
