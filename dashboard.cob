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

WORKING-STORAGE SECTION.
01 CHECKPOINT-STATUS    PIC X(2).
01 WS-BAL-DISP          PIC $$$,$$9.99.
01 WS-WAG-DISP          PIC $$$,$$9.99.
01 WS-NET-DISP          PIC $$$,$$9.99-.
01 WS-TIER-RESULT.
    02 WS-TIER-CODE         PIC X(1).
    02 WS-TIER-NAME         PIC X(12).
    02 WS-TIER-MULT         PIC 9(1)V99.
    02 WS-TIER-CREDITS      PIC 9(9)V99.
    02 WS-TIER-EXPIRE       PIC X(8).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> rewrites its checkpoint after every bet and roll, so
    *> re-reading CRAPS-CHECKPOINT.T<n>.DAT on each refresh shows
    *> the table as it stands - balances, money on the layout, the
    *> point, and each seat's session win/loss and loyalty tier,
    *> so the pit knows who to look after - without ever
    *> touching the game's files with a write.
    DISPLAY "Pit dashboard - table number (1-9): ".
    ACCEPT WS-TABLE-SEL.
            " bal " WS-BAL-DISP
            "  on layout " WS-WAG-DISP
            "  session " WS-NET-DISP
        IF CKP-ACCOUNT(WS-PT-IDX) > 0
            CALL "LOYALTY-TIER" USING CKP-ACCOUNT(WS-PT-IDX)
                WS-TIER-RESULT
            DISPLAY "        account " CKP-ACCOUNT(WS-PT-IDX)
                "  tier " WS-TIER-NAME
        END-IF
        IF CKP-LOCKED(WS-PT-IDX) = 'Y'
            DISPLAY "        (locked out - responsible gaming)"
        ELSE
