        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MARKER-TEMP-STATUS.

    SELECT COUPON-FILE ASSIGN TO "CRAPS-COUPON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS COUPON-STATUS.

    SELECT COUPON-TEMP-FILE ASSIGN TO "CRAPS-COUPON.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS COUPON-TEMP-STATUS.

    SELECT CREDIT-FILE ASSIGN TO "CRAPS-CREDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EXCLUDE-STATUS.

    SELECT ALERT-CFG-FILE ASSIGN TO "CRAPS-ALERT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ALERT-CFG-STATUS.

DATA DIVISION.

FILE SECTION.
01 W2G-RECORD.
    02 W2G-THRESHOLD    PIC 9(5)V99.

FD ALERT-CFG-FILE.
01 ALERT-CFG-RECORD.
    02 ALC-ESCALATE-MIN PIC 9(3).
    02 ALC-NEAR-MAX-PCT PIC 9(3).

FD MARKER-FILE.
01 MARKER-RECORD.
    02 MKR-NUMBER       PIC 9(5).
    02 MKR-AMOUNT       PIC 9(5)V99.
    02 MKR-REPAID       PIC 9(5)V99.
    02 MKR-STATUS       PIC X(1).
    02 MKR-DUE-DATE     PIC X(8).
    02 MKR-DEPOSIT-DATE PIC X(8).
    02 MKR-RETURN-DATE  PIC X(8).

FD MARKER-TEMP-FILE.
01 MARKER-TEMP-RECORD   PIC X(78).

*> Marketing's table coupons (COUPON-MAINT). A coupon is stamped
*> used - day, table, session, spot - the moment it is played.
FD COUPON-FILE.
01 COUPON-RECORD.
    02 CPN-SERIAL       PIC 9(8).
    02 CPN-TYPE         PIC X(1).
    02 CPN-FACE         PIC 9(5)V99.
    02 CPN-ISSUE-DATE   PIC X(8).
    02 CPN-EXPIRE-DATE  PIC X(8).
    02 CPN-ACCOUNT      PIC 9(5).
    02 CPN-STATUS       PIC X(1).
    02 CPN-USED-DATE    PIC X(8).
    02 CPN-TABLE        PIC 9(1).
    02 CPN-SESSION      PIC X(14).
    02 CPN-SPOT         PIC X(1).

FD COUPON-TEMP-FILE.
01 COUPON-TEMP-RECORD   PIC X(62).

FD CREDIT-FILE.
01 CREDIT-RECORD.
    02 CRD-ACCOUNT      PIC 9(5).
    02 CRD-LIMIT        PIC 9(7)V99.
    02 CRD-HOLD         PIC X(1).
    02 CRD-HOLD-DATE    PIC X(8).

FD STAFF-FILE.
01 STAFF-RECORD.
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
01 AUDIT-STATUS         PIC X(2).
01 WS-COMP-PROP-ACTION  PIC 9(7)V99 VALUE 0.
01 WS-COMP-POINTS       PIC 9(7)V99 VALUE 0.
01 WS-COMP-STATUS       PIC X(1).
01 WS-COMP-BONUS        PIC 9(7)V99 VALUE 0.
01 WS-ACCT-LOSS-CAP     PIC 9(5)V99 VALUE 0.
01 WS-ACCT-TIME-LIMIT   PIC 9(3) VALUE 0.
01 WS-ACCT-LOCKOUT      PIC X(8) VALUE SPACES.
01 WS-ACCT-PIN          PIC X(4) VALUE SPACES.
*> Passed on every ACCOUNT-MASTER call for its transaction journal.
01 WS-JRN-CONTEXT.
    02 WS-JRN-SOURCE    PIC X(18) VALUE "CRAPS-DISPLAY".
    02 WS-JRN-WHERE     PIC X(8) VALUE SPACES.
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
01 WS-RG-NET-LOSS       PIC S9(6)V99 VALUE 0.
01 WS-RG-NOW            PIC X(8).
01 WS-RG-NOW-MIN        PIC S9(5) VALUE 0.
01 CREDIT-STATUS        PIC X(2).
01 WS-MKR-TMP-NAME      PIC X(17) VALUE "CRAPS-MARKERS.TMP".
01 WS-MKR-FINAL-NAME    PIC X(17) VALUE "CRAPS-MARKERS.DAT".
01 COUPON-STATUS        PIC X(2).
01 COUPON-TEMP-STATUS   PIC X(2).
01 WS-CPN-TMP-NAME      PIC X(16) VALUE "CRAPS-COUPON.TMP".
01 WS-CPN-FINAL-NAME    PIC X(16) VALUE "CRAPS-COUPON.DAT".
01 WS-CPN-SERIAL-IN     PIC 9(8) VALUE 0.
01 WS-CPN-SPOT-IN       PIC X(1) VALUE SPACE.
01 WS-CPN-TAKEN         PIC X(1) VALUE 'N'.
01 WS-CPN-FOUND         PIC X(1) VALUE 'N'.
01 WS-CPN-STAMPED       PIC X(1) VALUE 'N'.
01 WS-CPN-NEW-STATE     PIC X(1) VALUE SPACE.
01 WS-CPN-OLD-STATE     PIC X(1) VALUE SPACE.
01 WS-CPN-KIND          PIC X(1) VALUE SPACE.
01 WS-CPN-FACE          PIC 9(5)V99 VALUE 0.
01 WS-CPN-STATE         PIC X(1) VALUE SPACE.
01 WS-CPN-EXPIRE        PIC X(8) VALUE SPACES.
01 WS-CPN-ACCOUNT       PIC 9(5) VALUE 0.
01 WS-CPN-COVER         PIC 9(5)V99 VALUE 0.
01 WS-CPN-CLOCK-DATE    PIC X(8).
01 WS-CPN-CLOCK-TIME    PIC X(8).
01 WS-CPN-DAY           PIC X(8) VALUE SPACES.
01 WS-CPN-SHIFT         PIC X(1).
01 WS-CPN-SHIFT-NO      PIC 9(1).
01 WS-CREDIT-LIMIT      PIC 9(7)V99 VALUE 0.
01 WS-CREDIT-HOLD       PIC X(1) VALUE 'N'.
01 WS-MKR-OUTSTANDING   PIC 9(7)V99 VALUE 0.
01 WS-MKR-REPAYABLE     PIC 9(7)V99 VALUE 0.
01 WS-MKR-ACCOUNT       PIC 9(5) VALUE 0.
01 WS-MKR-NEXT          PIC 9(5) VALUE 0.
01 WS-REPAY-AMT         PIC 9(5)V99 VALUE 0.
01 WS-MKR-TAKE          PIC 9(5)V99 VALUE 0.
01 STAFF-STATUS         PIC X(2).
01 PAYOUT-STATUS        PIC X(2).
*> Shared with CRAPS-ENGINE on every roll: the table the schedule is
*> resolved for, and the configuration calendar change and schedule
*> id the trail last recorded. The engine re-resolves at the start
*> of each hand and raises WS-PAY-SWITCHED when the schedule in
*> force is no longer the one recorded.
01 WS-PAY-CONTROL.
    02 WS-PAY-TABLE     PIC 9(1) VALUE 0.
    02 WS-PAY-CHANGE    PIC 9(5) VALUE 0.
    02 WS-PAY-ID        PIC X(8) VALUE "HOUSE".
    02 WS-PAY-SWITCHED  PIC X(1) VALUE 'N'.
01 WS-CAL-KIND          PIC X(1).
01 WS-CAL-DATE          PIC X(8).
01 WS-CAL-TIME          PIC X(8).
01 WS-CAL-DATA          PIC X(58).
01 WS-CAL-CHANGE        PIC 9(5).
01 WS-CAL-REASON.
    02 WS-CAL-REASON-KIND   PIC X(1).
    02 WS-CAL-REASON-CHANGE PIC 9(5).
    02 FILLER               PIC X(2) VALUE SPACES.
01 WS-NEW-DEALER        PIC X(4) VALUE SPACES.
01 WS-STAFF-OK          PIC X(1) VALUE 'N'.
01 WS-STAFF-NAME        PIC X(20) VALUE SPACES.
    02 WS-PREV-WON OCCURS 4 TIMES PIC 9(5)V99 VALUE 0.
01 WS-PREV-LOST-TABLE.
    02 WS-PREV-LOST OCCURS 4 TIMES PIC 9(5)V99 VALUE 0.
01 WS-PREV-CPN-WON-TABLE.
    02 WS-PREV-CPN-WON OCCURS 4 TIMES PIC 9(5)V99 VALUE 0.
01 WS-PREV-TOKE-TABLE.
    02 WS-PREV-TOKE-ENTRY OCCURS 4 TIMES.
        03 WS-PREV-TOKE-WON     PIC 9(5)V99 VALUE 0.
        03 WS-PREV-TOKE-LOST    PIC 9(5)V99 VALUE 0.
        03 WS-PREV-TOKE-DOWN    PIC 9(5)V99 VALUE 0.
01 WS-TOKE-SEAT         PIC 9(1) VALUE 0.
01 WS-TOKE-SPOT-NAME    PIC X(8) VALUE SPACES.
01 WS-ACCT-FUNCTION     PIC X(1).
01 WS-ACCT-STATUS       PIC X(1).
01 WS-REBUY-SEAT        PIC 9(1) VALUE 0.
*> CTR-WATCH's answer on a cash-in that would reach the CTR watch
*> line for the gaming day.
01 WS-CW-CASH-IN        PIC 9(7)V99 VALUE 0.
01 WS-CW-STATUS         PIC X(1) VALUE 'Y'.
01 WS-CW-AMOUNT         PIC 9(5)V99 VALUE 0.
*> A chip transfer slip, cut when a seat walks its chips to another
*> table and taken in when they sit down there (XFER-SLIP). The part
*> of a sign-in the slip covers is chips, not cash in.
01 WS-XFER-FUNCTION     PIC X(1).
01 WS-XFER-RECORD.
    02 WS-XFER-SLIP     PIC 9(7).
    02 WS-XFER-TYPE     PIC X(1).
    02 WS-XFER-DATE     PIC X(8).
    02 WS-XFER-TIME     PIC X(8).
    02 WS-XFER-TABLE    PIC 9(1).
    02 WS-XFER-SESSION  PIC X(14).
    02 WS-XFER-ACCOUNT  PIC 9(5).
    02 WS-XFER-PLAYER   PIC X(20).
    02 WS-XFER-AMOUNT   PIC 9(5)V99.
    02 WS-XFER-DEALER   PIC X(4).
01 WS-XFER-STATUS       PIC X(1) VALUE 'N'.
01 WS-XFER-CARRIED      PIC 9(5)V99 VALUE 0.
01 WS-XFER-WALK         PIC X(1) VALUE 'N'.
*> A cash buy-in tendered in foreign notes, quoted and booked through
*> FX-EXCHANGE.
01 WS-FX-FUNCTION       PIC X(1).
01 WS-FX-RECORD.
    02 WS-FX-DATE       PIC X(8).
    02 WS-FX-TIME       PIC X(8).
    02 WS-FX-GAMING-DAY PIC X(8).
    02 WS-FX-WHERE      PIC X(2).
    02 WS-FX-SESSION    PIC X(14).
    02 WS-FX-ACCOUNT    PIC 9(5).
    02 WS-FX-PLAYER     PIC X(20).
    02 WS-FX-CURRENCY   PIC X(3).
    02 WS-FX-FOREIGN    PIC 9(7)V99.
    02 WS-FX-RATE       PIC 9(3)V9(6).
    02 WS-FX-DOLLARS    PIC 9(7)V99.
    02 WS-FX-WHO        PIC X(4).
01 WS-FX-STATUS         PIC X(1).
01 WS-FX-RATE-DISP      PIC ZZ9.999999.
01 WS-FX-FOREIGN-DISP   PIC ZZ,ZZ9.99.
*> A pit alert raised for the podium (PIT-ALERT). A bet at or above
*> WS-NEAR-MAX-PCT percent of the table maximum raises one; a float
*> that cannot cover the action raises one the first time it turns
*> action away, and again only after a fill.
01 ALERT-CFG-STATUS     PIC X(2).
01 WS-NEAR-MAX-PCT      PIC 9(3) VALUE 90.
01 WS-NEAR-MAX-LINE     PIC 9(7)V99 VALUE 0.
01 WS-FLOAT-ALERTED     PIC X(1) VALUE 'N'.
01 WS-ALERT-FUNCTION    PIC X(1).
01 WS-ALERT-RECORD.
    02 WS-ALERT-ID      PIC 9(7).
    02 WS-ALERT-TYPE    PIC X(1).
    02 WS-ALERT-DATE    PIC X(8).
    02 WS-ALERT-TIME    PIC X(8).
    02 WS-ALERT-SEVERITY PIC X(1).
    02 WS-ALERT-TABLE   PIC 9(1).
    02 WS-ALERT-SEAT    PIC 9(1).
    02 WS-ALERT-ACCOUNT PIC 9(5).
    02 WS-ALERT-PLAYER  PIC X(20).
    02 WS-ALERT-EVENT   PIC X(10).
    02 WS-ALERT-AMOUNT  PIC 9(5)V99.
    02 WS-ALERT-STAFF   PIC X(4).
    02 WS-ALERT-NOTE    PIC X(40).
01 WS-ALERT-STATUS      PIC X(1).
01 WS-ADVANCE-TRIES     PIC 9(1) VALUE 0.
01 WS-MANAGE-ACTION     PIC X(1) VALUE SPACES.
01 WS-PLACE-AMOUNT      PIC 9(5)V99 VALUE 0.
01 WS-EXCLUDED          PIC X(1) VALUE 'N'.
01 WS-EXIT-SEAT         PIC 9(1) VALUE 0.
01 WS-ACCT-NUMBER       PIC 9(5) VALUE 0.
*> A player may sign in with the club card instead of the account
*> number; CARD-XREF says which account the card belongs to.
01 WS-ENTRY-NUMBER      PIC 9(10) VALUE 0.
01 WS-CARD-UNKNOWN      PIC X(1) VALUE 'N'.
01 WS-XRF-FUNCTION      PIC X(1).
01 WS-XRF-STATUS        PIC X(1).
01 WS-XRF-RECORD.
    02 WS-XRF-CARD      PIC 9(10).
    02 WS-XRF-ACCOUNT   PIC 9(5).
    02 WS-XRF-LINK-DATE PIC X(8).
    02 WS-XRF-LINK-HOW  PIC X(1).
01 WS-ACCT-NAME         PIC X(20) VALUE SPACES.
01 WS-ACCT-BALANCE      PIC 9(5)V99 VALUE 0.
01 WS-PIN-TRIES         PIC 9(1) VALUE 0.
    02 WS-PROP-MIN          PIC 9(5)V99.
    02 WS-PROP-MAX          PIC 9(5)V99.
    02 WS-ODDS-MULT         PIC 9(2).
    02 WS-LIMITS-CHANGE     PIC 9(5).
    02 WS-THEME-CHANGE      PIC 9(5).
01 WS-TRAIN-MODE        PIC X(1).
01 WS-TOURN-SETTINGS.
    02 WS-TOURN-MODE        PIC X(1).
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

SCREEN SECTION.
01 CRAPS-LOGO BACKGROUND-COLOR LK-BG-COLOR FOREGROUND-COLOR LK-FG-COLOR  HIGHLIGHT.
01 USER-INPUT BACKGROUND-COLOR LK-BG-COLOR FOREGROUND-COLOR LK-FG-COLOR HIGHLIGHT.
    02 LINE 29 COL 4 VALUE "Your input: ".
    02 LINE 29 COL 16 USING WS-PLAYER-INPUT.
    02 LINE 29 COL 30 VALUE "P=comps S=super X=seat out T=toke".

01 BET-INPUT BACKGROUND-COLOR LK-BG-COLOR FOREGROUND-COLOR LK-FG-COLOR HIGHLIGHT.
    02 LINE 20 COL 4 VALUE "How much would you like to bet: ".
    02 LINE 20 COL 4 VALUE "Re-buy amount: ".
    02 LINE 20 COL 19 PIC $$$$$9.99 USING WS-TEMP.

01 TOKE-SEAT-INPUT BACKGROUND-COLOR LK-BG-COLOR FOREGROUND-COLOR LK-FG-COLOR HIGHLIGHT.
    02 LINE 20 COL 4 VALUE "Toke from which seat (1-4, 0=cash handed in): ".
    02 LINE 20 COL 51 USING WS-TOKE-SEAT.

01 TOKE-AMOUNT-INPUT BACKGROUND-COLOR LK-BG-COLOR FOREGROUND-COLOR LK-FG-COLOR HIGHLIGHT.
    02 LINE 21 COL 4 VALUE "Toke amount: ".
    02 LINE 21 COL 17 PIC $$$$$9.99 USING WS-TEMP.

01 SEAT-PIN-INPUT BACKGROUND-COLOR LK-BG-COLOR FOREGROUND-COLOR LK-FG-COLOR HIGHLIGHT.
    02 LINE 20 COL 4 VALUE "Account PIN (ENTER if none set): ".
    02 LINE 20 COL 38 PIC X(4) USING WS-ACCT-PIN SECURE.
        MOVE SPACES TO WS-FLOAT-NAME
        STRING "CRAPS-FLOAT.T" WS-TABLE-ID ".DAT"
            DELIMITED BY SIZE INTO WS-FLOAT-NAME
        MOVE SPACES TO WS-JRN-WHERE
        STRING "T" WS-TABLE-ID DELIMITED BY SIZE INTO WS-JRN-WHERE
        MOVE WS-SESSION-ID TO WS-JRN-SESSION
        MOVE SPACES TO WS-ROLL-ARCH-NAME
        STRING "CRAPS-ROLLS.T" WS-TABLE-ID ".DAT"
            DELIMITED BY SIZE INTO WS-ROLL-ARCH-NAME
            *> later the prizes) land on the live trail.
            PERFORM ROUTE-TOURNAMENT-FILES
        END-IF
        MOVE WS-TABLE-ID TO WS-PAY-TABLE
        PERFORM LOAD-W2G-THRESHOLD
        PERFORM LOAD-ALERT-CONFIG
        PERFORM LOAD-FLOAT
        MOVE "OPENER" TO WS-RACK-WHEN
        PERFORM RACK-COUNT-SCREEN
        *> promo weekend reconciles against the schedule that was
        *> actually in force, not whatever the file says later.
        PERFORM LOG-PAYOUT-SCHEDULE
        PERFORM LOG-CALENDAR-CHANGES
        PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > LK-NUM-PLAYERS
            PERFORM COMPUTE-SEAT-POSITION
            PERFORM LOG-SEAT-MONEY-IN
        END-PERFORM
    END-IF.
    PERFORM CHECK-BUSTED-PLAYERS.
        WHEN 'X'
        WHEN 'x'
            MOVE 'E' TO WS-MESSAGE
        WHEN 'T'
        WHEN 't'
            MOVE 'T' TO WS-MESSAGE
        WHEN 8
            MOVE 'R' TO WS-MESSAGE
        WHEN 9
                IF WS-EXPOSURE + (WS-TABLE-MIN * 9) > WS-HOUSE-FLOAT
                    DISPLAY "The float cannot cover more action."
                        " Supervisor: use 8 to replenish."
                    PERFORM RAISE-FLOAT-ALERT
                    MOVE 'N' TO WS-MESSAGE
                END-IF
            END-IF
            DISPLAY "You already have a Pass Line bet placed this round."
        ELSE
            PERFORM USE-LINE-LIMITS
            MOVE 'P' TO WS-CPN-SPOT-IN
            PERFORM PRESENT-COUPON
            IF WS-CPN-TAKEN = 'Y' AND WS-CPN-KIND = 'F'
                MOVE 0 TO WS-BET-AMOUNT
            ELSE
                PERFORM ACCEPT-BET-AMOUNT
            END-IF
            MOVE WS-BET-AMOUNT TO LK-PT-PASS-BET(WS-CURRENT-PLAYER)
            SUBTRACT WS-BET-AMOUNT FROM LK-PT-BALANCE(WS-CURRENT-PLAYER)
            ADD WS-BET-AMOUNT TO LK-PT-WAG-PASS(WS-CURRENT-PLAYER)
            MOVE LK-PT-ACCOUNT(WS-CURRENT-PLAYER) TO WS-AUDIT-ACCT
            MOVE WS-BET-AMOUNT TO WS-AUDIT-AMOUNT
            PERFORM LOG-AUDIT-EVENT
            PERFORM PLAY-COUPON
            PERFORM OFFER-TOKE-BET
            PERFORM WRITE-CHECKPOINT
        END-IF
        PERFORM ADVANCE-PLAYER
            DISPLAY "You already have a Don't Pass bet placed this round."
        ELSE
            PERFORM USE-LINE-LIMITS
            MOVE 'D' TO WS-CPN-SPOT-IN
            PERFORM PRESENT-COUPON
            IF WS-CPN-TAKEN = 'Y' AND WS-CPN-KIND = 'F'
                MOVE 0 TO WS-BET-AMOUNT
            ELSE
                PERFORM ACCEPT-BET-AMOUNT
            END-IF
            MOVE WS-BET-AMOUNT TO LK-PT-DONT-PASS-BET(WS-CURRENT-PLAYER)
            SUBTRACT WS-BET-AMOUNT FROM LK-PT-BALANCE(WS-CURRENT-PLAYER)
            ADD WS-BET-AMOUNT TO LK-PT-WAG-DPASS(WS-CURRENT-PLAYER)
            MOVE LK-PT-ACCOUNT(WS-CURRENT-PLAYER) TO WS-AUDIT-ACCT
            MOVE WS-BET-AMOUNT TO WS-AUDIT-AMOUNT
            PERFORM LOG-AUDIT-EVENT
            PERFORM PLAY-COUPON
            PERFORM OFFER-TOKE-BET
            PERFORM WRITE-CHECKPOINT
        END-IF
        PERFORM ADVANCE-PLAYER
            IF WS-TRAIN-MODE NOT = 'Y'
                PERFORM UPDATE-HOUSE-RECORD
            END-IF
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > LK-NUM-PLAYERS
                PERFORM TAKE-DOWN-TOKE-BET
            END-PERFORM
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > LK-NUM-PLAYERS
                *> Seats already cashed out by a responsible-gaming
                *> lockout are fully recorded; doing it again would
            LK-PT-ACCOUNT(WS-CURRENT-PLAYER)
            WS-COMP-LINE-ACTION WS-COMP-ODDS-ACTION
            WS-COMP-PLACE-ACTION WS-COMP-PROP-ACTION
            WS-COMP-POINTS WS-COMP-STATUS WS-COMP-BONUS
        DISPLAY LK-PT-NAME(WS-CURRENT-PLAYER) " has "
            WS-COMP-POINTS " comp points."
        IF WS-COMP-POINTS > 0
                    LK-PT-ACCOUNT(WS-CURRENT-PLAYER)
                    WS-COMP-LINE-ACTION WS-COMP-ODDS-ACTION
                    WS-COMP-PLACE-ACTION WS-COMP-PROP-ACTION
                    WS-COMP-POINTS WS-COMP-STATUS WS-COMP-BONUS
                IF WS-COMP-STATUS = 'Y'
                    *> One comp point converts to one dollar of
                    *> table balance at redemption.
                MOVE 0 TO WS-TEMP
                DISPLAY REBUY-AMOUNT-INPUT
                ACCEPT REBUY-AMOUNT-INPUT
                *> A re-buy is cash in like the first buy-in; past
                *> the CTR watch line it waits for an ID at the cage.
                MOVE 'Y' TO WS-CW-STATUS
                IF WS-TEMP > 0 AND WS-TRAIN-MODE NOT = 'Y'
                    AND WS-TOURN-MODE NOT = 'Y'
                    MOVE LK-PT-ACCOUNT(WS-REBUY-SEAT)
                        TO WS-ACCT-NUMBER
                    MOVE LK-PT-NAME(WS-REBUY-SEAT) TO WS-ACCT-NAME
                    MOVE WS-TEMP TO WS-ACCT-BALANCE
                    PERFORM CHECK-CTR-ID
                END-IF
                IF WS-TEMP > 0 AND WS-CW-STATUS = 'Y'
                    ADD WS-TEMP TO LK-PT-BALANCE(WS-REBUY-SEAT)
                    IF LK-PT-BALANCE(WS-REBUY-SEAT) >= WS-TABLE-MIN
                        MOVE 'N' TO
        MOVE 'N' TO WS-MESSAGE
    END-IF.

    IF WS-MESSAGE = 'T'
        DISPLAY CRAPS-LOGO
        DISPLAY CRAPS-BOARD
        PERFORM TAKE-CASH-TOKE
        MOVE 'N' TO WS-MESSAGE
    END-IF.

    IF WS-MESSAGE = 'E'
        DISPLAY CRAPS-LOGO
        DISPLAY CRAPS-BOARD
        CALL "CRAPS-ENGINE" USING LK-NUM-PLAYERS LK-PLAYER-TABLE
            WS-GAMESTATE WS-POINT WS-DieTotal WS-DIE-1 WS-DIE-2
            WS-ROUND-OUTCOME WS-RESOLVED-POINT WS-SHOOTER
            WS-PAY-CONTROL
        IF WS-PAY-SWITCHED = 'Y'
            PERFORM LOG-PAYOUT-SWITCH
        END-IF
        IF NOT NO-RESOLUTION
            ADD 1 TO WS-ROUNDS-PLAYED
            MOVE 'ROUND' TO WS-AUDIT-EVENT
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > LK-NUM-PLAYERS
        MOVE LK-PT-TOTAL-WON(WS-PT-IDX) TO WS-PREV-WON(WS-PT-IDX)
        MOVE LK-PT-TOTAL-LOST(WS-PT-IDX) TO WS-PREV-LOST(WS-PT-IDX)
        MOVE LK-PT-CPN-WON(WS-PT-IDX) TO WS-PREV-CPN-WON(WS-PT-IDX)
        MOVE LK-PT-TOKE-WON(WS-PT-IDX) TO WS-PREV-TOKE-WON(WS-PT-IDX)
        MOVE LK-PT-TOKE-LOST(WS-PT-IDX) TO WS-PREV-TOKE-LOST(WS-PT-IDX)
        MOVE LK-PT-TOKE-DOWN(WS-PT-IDX) TO WS-PREV-TOKE-DOWN(WS-PT-IDX)
    END-PERFORM.

PUSH-TICKER-ENTRY.
                MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT
                MOVE WS-JACKPOT-AMT TO WS-AUDIT-AMOUNT
                PERFORM LOG-AUDIT-EVENT
                INITIALIZE WS-ALERT-RECORD
                MOVE 'M' TO WS-ALERT-SEVERITY
                MOVE WS-PT-IDX TO WS-ALERT-SEAT
                MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-ALERT-ACCOUNT
                MOVE LK-PT-NAME(WS-PT-IDX) TO WS-ALERT-PLAYER
                MOVE 'W2G-SLIP' TO WS-ALERT-EVENT
                MOVE WS-JACKPOT-AMT TO WS-ALERT-AMOUNT
                MOVE "reportable payout; W-2G to be completed"
                    TO WS-ALERT-NOTE
                PERFORM RAISE-PIT-ALERT
            END-IF
            IF WS-FLOAT-MOVE > WS-HOUSE-FLOAT
                DISPLAY "WARNING: payout exceeds the table float."
            MOVE WS-FLOAT-MOVE TO WS-AUDIT-AMOUNT
            PERFORM LOG-AUDIT-EVENT
        END-IF
        IF LK-PT-CPN-WON(WS-PT-IDX) > WS-PREV-CPN-WON(WS-PT-IDX)
            *> What a coupon won is real chips out of the drawer,
            *> but promotional play rather than a payout on a wager;
            *> it gets its own event so the books can tell the two
            *> apart.
            MOVE 'CPN-WIN' TO WS-AUDIT-EVENT
            MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
            MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT
            COMPUTE WS-AUDIT-AMOUNT =
                LK-PT-CPN-WON(WS-PT-IDX) - WS-PREV-CPN-WON(WS-PT-IDX)
            PERFORM LOG-AUDIT-EVENT
            MOVE WS-AUDIT-AMOUNT TO WS-FLOAT-MOVE
            IF WS-FLOAT-MOVE > WS-HOUSE-FLOAT
                DISPLAY "WARNING: payout exceeds the table float."
                    " Supervisor must reconcile the drawer."
                MOVE 0 TO WS-HOUSE-FLOAT
            ELSE
                SUBTRACT WS-FLOAT-MOVE FROM WS-HOUSE-FLOAT
            END-IF
            MOVE 'FLOAT-OUT' TO WS-AUDIT-EVENT
            MOVE SPACES TO WS-AUDIT-PLAYER
            MOVE WS-FLOAT-MOVE TO WS-AUDIT-AMOUNT
            PERFORM LOG-AUDIT-EVENT
        END-IF
        PERFORM LOG-TOKE-EVENTS
    END-PERFORM.
    PERFORM SAVE-FLOAT.

LOG-TOKE-EVENTS.
    *> A seat's toke bet settles for the crew, not the player, so
    *> its deltas get events of their own and never a PAYOUT or a
    *> LOSS: TOKE-WIN is what the rack paid the crew (chips out of
    *> the drawer), TOKE-LOSS the stake the house kept (chips into
    *> the drawer) and TOKE-DOWN the winning stake handed to the
    *> crew with its winnings. Each carries the dealer on the game.
    IF LK-PT-TOKE-WON(WS-PT-IDX) > WS-PREV-TOKE-WON(WS-PT-IDX)
        MOVE 'TOKE-WIN' TO WS-AUDIT-EVENT
        MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
        MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT
        COMPUTE WS-AUDIT-AMOUNT =
            LK-PT-TOKE-WON(WS-PT-IDX) - WS-PREV-TOKE-WON(WS-PT-IDX)
        PERFORM LOG-AUDIT-EVENT
        MOVE WS-AUDIT-AMOUNT TO WS-FLOAT-MOVE
        IF WS-FLOAT-MOVE > WS-HOUSE-FLOAT
            DISPLAY "WARNING: payout exceeds the table float."
                " Supervisor must reconcile the drawer."
            MOVE 0 TO WS-HOUSE-FLOAT
        ELSE
            SUBTRACT WS-FLOAT-MOVE FROM WS-HOUSE-FLOAT
        END-IF
        MOVE 'FLOAT-OUT' TO WS-AUDIT-EVENT
        MOVE SPACES TO WS-AUDIT-PLAYER
        MOVE WS-FLOAT-MOVE TO WS-AUDIT-AMOUNT
        PERFORM LOG-AUDIT-EVENT
    END-IF.
    IF LK-PT-TOKE-DOWN(WS-PT-IDX) > WS-PREV-TOKE-DOWN(WS-PT-IDX)
        MOVE 'TOKE-DOWN' TO WS-AUDIT-EVENT
        MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
        MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT
        COMPUTE WS-AUDIT-AMOUNT =
            LK-PT-TOKE-DOWN(WS-PT-IDX) - WS-PREV-TOKE-DOWN(WS-PT-IDX)
        PERFORM LOG-AUDIT-EVENT
    END-IF.
    IF LK-PT-TOKE-LOST(WS-PT-IDX) > WS-PREV-TOKE-LOST(WS-PT-IDX)
        MOVE 'TOKE-LOSS' TO WS-AUDIT-EVENT
        MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
        MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT
        COMPUTE WS-AUDIT-AMOUNT =
            LK-PT-TOKE-LOST(WS-PT-IDX) - WS-PREV-TOKE-LOST(WS-PT-IDX)
        PERFORM LOG-AUDIT-EVENT
        MOVE WS-AUDIT-AMOUNT TO WS-FLOAT-MOVE
        ADD WS-FLOAT-MOVE TO WS-HOUSE-FLOAT
        MOVE 'FLOAT-IN' TO WS-AUDIT-EVENT
        MOVE SPACES TO WS-AUDIT-PLAYER
        MOVE WS-FLOAT-MOVE TO WS-AUDIT-AMOUNT
        PERFORM LOG-AUDIT-EVENT
    END-IF.

LOG-AUDIT-EVENT.
    IF WS-AUDIT-AMOUNT = 0
        AND (WS-AUDIT-EVENT(1:4) = "BET-"
        MOVE LK-PT-LAY-10-BET(WS-PT-IDX) TO CKP-LAY-10-BET(WS-PT-IDX)
        MOVE LK-PT-FIRE-BET(WS-PT-IDX) TO CKP-FIRE-BET(WS-PT-IDX)
        MOVE LK-PT-FIRE-MASK(WS-PT-IDX) TO CKP-FIRE-MASK(WS-PT-IDX)
        MOVE LK-PT-CPN-SPOT(WS-PT-IDX) TO CKP-CPN-SPOT(WS-PT-IDX)
        MOVE LK-PT-CPN-KIND(WS-PT-IDX) TO CKP-CPN-KIND(WS-PT-IDX)
        MOVE LK-PT-CPN-FACE(WS-PT-IDX) TO CKP-CPN-FACE(WS-PT-IDX)
        MOVE LK-PT-CPN-SERIAL(WS-PT-IDX) TO CKP-CPN-SERIAL(WS-PT-IDX)
        MOVE LK-PT-CPN-WON(WS-PT-IDX) TO CKP-CPN-WON(WS-PT-IDX)
        MOVE LK-PT-TOKE-SPOT(WS-PT-IDX) TO CKP-TOKE-SPOT(WS-PT-IDX)
        MOVE LK-PT-TOKE-BET(WS-PT-IDX) TO CKP-TOKE-BET(WS-PT-IDX)
        MOVE LK-PT-TOKE-WON(WS-PT-IDX) TO CKP-TOKE-WON(WS-PT-IDX)
        MOVE LK-PT-TOKE-LOST(WS-PT-IDX) TO CKP-TOKE-LOST(WS-PT-IDX)
        MOVE LK-PT-TOKE-DOWN(WS-PT-IDX) TO CKP-TOKE-DOWN(WS-PT-IDX)
    END-PERFORM.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-RECORD.
        END-PERFORM
        ADD WS-COUNT-TOTAL TO WS-HOUSE-FLOAT
        PERFORM SAVE-FLOAT
        MOVE 'N' TO WS-FLOAT-ALERTED
        MOVE 'F' TO WS-SLIP-TYPE
        PERFORM WRITE-SLIP-RECORD
        MOVE 'FILL-SLIP' TO WS-AUDIT-EVENT
LOG-PAYOUT-SCHEDULE.
    *> The schedule identifier is the first field of the same
    *> CRAPS-PAYOUT.CFG the engine prices from; with no file on
    *> record the engine is on its built-in house schedule. A
    *> schedule in force on the configuration calendar for this
    *> table or the floor takes the file's place, and its change
    *> number is stamped beside it.
    MOVE WS-TABLE-ID TO WS-PAY-TABLE.
    MOVE 'P' TO WS-CAL-KIND.
    ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CAL-TIME FROM TIME.
    CALL "CONFIG-CALENDAR" USING WS-CAL-KIND WS-TABLE-ID
        WS-CAL-DATE WS-CAL-TIME WS-CAL-DATA WS-CAL-CHANGE.
    MOVE WS-CAL-CHANGE TO WS-PAY-CHANGE.
    IF WS-CAL-CHANGE > 0
        MOVE WS-CAL-DATA(1:8) TO WS-PAY-ID
    ELSE
        OPEN INPUT PAYOUT-FILE
        IF PAYOUT-STATUS = "00"
            READ PAYOUT-FILE
                AT END MOVE "10" TO PAYOUT-STATUS
            END-READ
            IF PAYOUT-STATUS = "00" AND PAY-ID NOT = SPACES
                MOVE PAY-ID TO WS-PAY-ID
            END-IF
            CLOSE PAYOUT-FILE
        END-IF
    END-IF.
    MOVE 'PAY-SCHED' TO WS-AUDIT-EVENT.
    MOVE SPACES TO WS-AUDIT-PLAYER.
    MOVE 0 TO WS-AUDIT-AMOUNT.
    MOVE WS-PAY-ID TO WS-AUDIT-REASON.
    PERFORM LOG-AUDIT-EVENT.
    IF WS-PAY-CHANGE > 0
        MOVE 'P' TO WS-CAL-REASON-KIND
        MOVE WS-PAY-CHANGE TO WS-CAL-REASON-CHANGE
        MOVE 0 TO WS-AUDIT-AMOUNT
        PERFORM LOG-CONFIG-SWITCH
    END-IF.

LOG-CALENDAR-CHANGES.
    *> The limits and theme MAIN-PROGRAM took from the calendar as
    *> the session started; the limits row carries the table minimum.
    IF WS-LIMITS-CHANGE > 0
        MOVE 'L' TO WS-CAL-REASON-KIND
        MOVE WS-LIMITS-CHANGE TO WS-CAL-REASON-CHANGE
        MOVE WS-TABLE-MIN TO WS-AUDIT-AMOUNT
        PERFORM LOG-CONFIG-SWITCH
    END-IF.
    IF WS-THEME-CHANGE > 0
        MOVE 'T' TO WS-CAL-REASON-KIND
        MOVE WS-THEME-CHANGE TO WS-CAL-REASON-CHANGE
        MOVE 0 TO WS-AUDIT-AMOUNT
        PERFORM LOG-CONFIG-SWITCH
    END-IF.

LOG-PAYOUT-SWITCH.
    *> The engine moved to another payout schedule as this hand
    *> started - a scheduled change came into force or lapsed. Change
    *> zero is the standing CRAPS-PAYOUT.CFG (or the house schedule).
    MOVE 'N' TO WS-PAY-SWITCHED.
    MOVE 'P' TO WS-CAL-REASON-KIND.
    MOVE WS-PAY-CHANGE TO WS-CAL-REASON-CHANGE.
    MOVE 0 TO WS-AUDIT-AMOUNT.
    PERFORM LOG-CONFIG-SWITCH.
    MOVE 'PAY-SCHED' TO WS-AUDIT-EVENT.
    MOVE SPACES TO WS-AUDIT-PLAYER.
    MOVE 0 TO WS-AUDIT-AMOUNT.
    MOVE WS-PAY-ID TO WS-AUDIT-REASON.
    PERFORM LOG-AUDIT-EVENT.

LOG-CONFIG-SWITCH.
    *> WS-CAL-REASON and WS-AUDIT-AMOUNT are staged by the caller.
    MOVE 'CFG-SWITCH' TO WS-AUDIT-EVENT.
    MOVE SPACES TO WS-AUDIT-PLAYER.
    MOVE WS-CAL-REASON TO WS-AUDIT-REASON.
    PERFORM LOG-AUDIT-EVENT.

LOAD-W2G-THRESHOLD.
    *> CRAPS-W2G.CFG holds the reportable-payout threshold as one
        CONTINUE
    END-IF.

LOAD-ALERT-CONFIG.
    *> CRAPS-ALERT.CFG holds the podium's escalation minutes and the
    *> near-maximum bet percentage as 9(3) 9(3) on one line; only
    *> the percentage matters at the table. Without the file a bet
    *> of 90% of the table maximum or more raises the alert.
    OPEN INPUT ALERT-CFG-FILE.
    IF ALERT-CFG-STATUS = "00"
        READ ALERT-CFG-FILE
            AT END MOVE "10" TO ALERT-CFG-STATUS
        END-READ
        IF ALERT-CFG-STATUS = "00" AND ALC-NEAR-MAX-PCT IS NUMERIC
            AND ALC-NEAR-MAX-PCT > 0
            MOVE ALC-NEAR-MAX-PCT TO WS-NEAR-MAX-PCT
        END-IF
        CLOSE ALERT-CFG-FILE
    ELSE
        CONTINUE
    END-IF.

RAISE-PIT-ALERT.
    *> The caller stages WS-ALERT-RECORD (after INITIALIZE) with the
    *> severity, seat, account, player, event, amount and note; the
    *> table and the dealer on the game are filled here. A training
    *> table is not the live floor and raises nothing. The alert is
    *> the podium's business - a write that fails has already been
    *> reported by PIT-ALERT and never stops the game.
    IF WS-TRAIN-MODE = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-TABLE-ID TO WS-ALERT-TABLE.
    MOVE WS-DEALER-ID TO WS-ALERT-STAFF.
    MOVE 'R' TO WS-ALERT-FUNCTION.
    CALL "PIT-ALERT" USING WS-ALERT-FUNCTION WS-ALERT-RECORD
        WS-ALERT-STATUS.

RAISE-FLOAT-ALERT.
    *> The float just turned action away at the current seat. Once
    *> is enough for the podium; a fill re-arms it.
    IF WS-FLOAT-ALERTED = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-FLOAT-ALERTED.
    INITIALIZE WS-ALERT-RECORD.
    MOVE 'H' TO WS-ALERT-SEVERITY.
    MOVE WS-CURRENT-PLAYER TO WS-ALERT-SEAT.
    MOVE LK-PT-ACCOUNT(WS-CURRENT-PLAYER) TO WS-ALERT-ACCOUNT.
    MOVE LK-PT-NAME(WS-CURRENT-PLAYER) TO WS-ALERT-PLAYER.
    MOVE 'EXPOSURE' TO WS-ALERT-EVENT.
    IF WS-HOUSE-FLOAT > 99999.99
        MOVE 99999.99 TO WS-ALERT-AMOUNT
    ELSE
        MOVE WS-HOUSE-FLOAT TO WS-ALERT-AMOUNT
    END-IF.
    MOVE "float cannot cover the layout; fill needed"
        TO WS-ALERT-NOTE.
    PERFORM RAISE-PIT-ALERT.

WRITE-JACKPOT-SLIP.
    *> One slip per reportable payout, with everything the cage
    *> needs to start the W-2G paperwork: who won, on what account,
            + LK-PT-LAY-9-BET(WS-PT-IDX)
            + LK-PT-LAY-10-BET(WS-PT-IDX)
            + (LK-PT-FIRE-BET(WS-PT-IDX) * 999)
        *> A coupon wins at most its face on the line, and at most
        *> triple it as a free bet on the field.
        IF LK-PT-CPN-SPOT(WS-PT-IDX) = 'F'
            COMPUTE WS-EXPOSURE = WS-EXPOSURE
                + (LK-PT-CPN-FACE(WS-PT-IDX) * 3)
        ELSE
            ADD LK-PT-CPN-FACE(WS-PT-IDX) TO WS-EXPOSURE
        END-IF
        *> A toke bet is priced like the bet it rides beside.
        IF LK-PT-TOKE-SPOT(WS-PT-IDX) = 'F'
            COMPUTE WS-EXPOSURE = WS-EXPOSURE
                + (LK-PT-TOKE-BET(WS-PT-IDX) * 3)
        ELSE
            ADD LK-PT-TOKE-BET(WS-PT-IDX) TO WS-EXPOSURE
        END-IF
    END-PERFORM.

CHECK-SUPER-PIN.
        IF WS-CREDIT-LIMIT = 0
            DISPLAY "No credit line on file for account "
                WS-MKR-ACCOUNT ". The cage must set one first."
        ELSE
        IF WS-CREDIT-HOLD = 'Y'
            DISPLAY "Refused: the credit line for account "
                WS-MKR-ACCOUNT " is on hold for returned marker"
                " paper. The cage must clear it first."
        ELSE
            MOVE 0 TO WS-TEMP
            DISPLAY SUPER-AMOUNT-INPUT
            END-IF
            END-IF
        END-IF
        END-IF
    END-IF
    END-IF.

LOAD-CREDIT-LINE.
    *> One row per account on CRAPS-CREDIT.DAT; an account with no
    *> row has no credit line. WS-MKR-ACCOUNT names the account.
    *> MARKER-COLLECT puts a line on hold when marker paper comes
    *> back from the bank; a held line issues nothing.
    MOVE 0 TO WS-CREDIT-LIMIT.
    MOVE 'N' TO WS-CREDIT-HOLD.
    OPEN INPUT CREDIT-FILE.
    IF CREDIT-STATUS = "00"
        PERFORM UNTIL CREDIT-STATUS = "10"
            IF CREDIT-STATUS = "00"
                AND CRD-ACCOUNT = WS-MKR-ACCOUNT
                MOVE CRD-LIMIT TO WS-CREDIT-LIMIT
                IF CRD-HOLD = 'Y'
                    MOVE 'Y' TO WS-CREDIT-HOLD
                END-IF
                MOVE "10" TO CREDIT-STATUS
            END-IF
        END-PERFORM
SUM-OUTSTANDING-MARKERS.
    *> Total unpaid marker paper for WS-MKR-ACCOUNT, and the highest
    *> marker number seen so a new marker can take the next one.
    *> Paper the bank returned unpaid (N) is still owed to the house,
    *> and paper deposited with the bank (D) stays against the line
    *> until MARKER-COLLECT sees it clear. Deposited paper is the
    *> bank's to collect, so only open and returned paper counts
    *> toward WS-MKR-REPAYABLE, what a cashout can pay off.
    MOVE 0 TO WS-MKR-OUTSTANDING.
    MOVE 0 TO WS-MKR-REPAYABLE.
    MOVE 0 TO WS-MKR-NEXT.
    OPEN INPUT MARKER-FILE.
    IF MARKER-STATUS = "00"
                    MOVE MKR-NUMBER TO WS-MKR-NEXT
                END-IF
                IF MKR-ACCOUNT = WS-MKR-ACCOUNT
                    AND (MKR-STATUS = 'O' OR MKR-STATUS = 'N'
                         OR MKR-STATUS = 'D')
                    COMPUTE WS-MKR-OUTSTANDING = WS-MKR-OUTSTANDING
                        + MKR-AMOUNT - MKR-REPAID
                    IF MKR-STATUS NOT = 'D'
                        COMPUTE WS-MKR-REPAYABLE = WS-MKR-REPAYABLE
                            + MKR-AMOUNT - MKR-REPAID
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    MOVE WS-TEMP TO MKR-AMOUNT.
    MOVE 0 TO MKR-REPAID.
    MOVE 'O' TO MKR-STATUS.
    MOVE SPACES TO MKR-DUE-DATE MKR-DEPOSIT-DATE MKR-RETURN-DATE.
    OPEN EXTEND MARKER-FILE.
    IF MARKER-STATUS = "35"
        OPEN OUTPUT MARKER-FILE
    ELSE
        MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-MKR-ACCOUNT
        PERFORM SUM-OUTSTANDING-MARKERS
        IF WS-MKR-REPAYABLE > 0
            AND LK-PT-BALANCE(WS-PT-IDX) > 0
            IF WS-MKR-REPAYABLE > LK-PT-BALANCE(WS-PT-IDX)
                MOVE LK-PT-BALANCE(WS-PT-IDX) TO WS-REPAY-AMT
            ELSE
                MOVE WS-MKR-REPAYABLE TO WS-REPAY-AMT
            END-IF
            DISPLAY LK-PT-NAME(WS-PT-IDX) " owes $"
                WS-MKR-REPAYABLE " on markers. Repay $"
                WS-REPAY-AMT " from this cashout? (Y/N): "
            MOVE 'N' TO WS-CONFIRM
            ACCEPT WS-CONFIRM
    END-IF.

APPLY-MARKER-REPAYMENT.
    *> Spread WS-REPAY-AMT across the account's open and returned
    *> markers oldest first - paper out at the bank is left for the
    *> bank to collect - rewriting the marker file through a temp
    *> file and a verified rename, the SCORE-RECORDS way.
    MOVE WS-REPAY-AMT TO WS-REPAY-LEFT.
    OPEN INPUT MARKER-FILE.
    IF MARKER-STATUS NOT = "00"
            END-READ
            IF MARKER-STATUS = "00"
                IF MKR-ACCOUNT = WS-MKR-ACCOUNT
                    AND (MKR-STATUS = 'O' OR MKR-STATUS = 'N')
                    AND WS-REPAY-LEFT > 0
                    COMPUTE WS-MKR-DUE = MKR-AMOUNT - MKR-REPAID
                    IF WS-REPAY-LEFT < WS-MKR-DUE
        END-IF
    END-IF.

PRESENT-COUPON.
    *> Asked at pass, don't pass and field entry; WS-CPN-SPOT-IN
    *> names the spot and the class limits are already set. When a
    *> good coupon is handed over WS-CPN-TAKEN comes back 'Y' with
    *> its type and face staged. A coupon must be live on the book,
    *> inside its dates, and - if marketing restricted it - played
    *> by its own account. One coupon works per seat at a time, and
    *> training and tournament tables take none.
    MOVE 'N' TO WS-CPN-TAKEN.
    IF WS-TRAIN-MODE = 'Y' OR WS-TOURN-MODE = 'Y'
        OR LK-PT-CPN-SPOT(WS-CURRENT-PLAYER) NOT = SPACE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Coupon serial (ENTER for none): ".
    MOVE 0 TO WS-CPN-SERIAL-IN.
    ACCEPT WS-CPN-SERIAL-IN.
    IF WS-CPN-SERIAL-IN = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-COUPON.
    ACCEPT WS-CPN-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CPN-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CPN-CLOCK-DATE WS-CPN-CLOCK-TIME
        WS-CPN-DAY WS-CPN-SHIFT WS-CPN-SHIFT-NO.
    IF WS-CPN-FOUND NOT = 'Y'
        DISPLAY "No coupon " WS-CPN-SERIAL-IN " on file."
        EXIT PARAGRAPH
    END-IF.
    IF WS-CPN-STATE = 'U'
        DISPLAY "Coupon " WS-CPN-SERIAL-IN " has already been played."
        EXIT PARAGRAPH
    END-IF.
    IF WS-CPN-STATE NOT = 'I'
        DISPLAY "Coupon " WS-CPN-SERIAL-IN " was voided."
        EXIT PARAGRAPH
    END-IF.
    IF WS-CPN-EXPIRE < WS-CPN-DAY
        DISPLAY "Coupon " WS-CPN-SERIAL-IN " expired " WS-CPN-EXPIRE
            "."
        EXIT PARAGRAPH
    END-IF.
    IF WS-CPN-ACCOUNT NOT = 0
        AND WS-CPN-ACCOUNT NOT = LK-PT-ACCOUNT(WS-CURRENT-PLAYER)
        DISPLAY "Coupon " WS-CPN-SERIAL-IN " belongs to account "
            WS-CPN-ACCOUNT "."
        EXIT PARAGRAPH
    END-IF.
    IF WS-CPN-FACE > WS-CLASS-MAX
        DISPLAY "Coupon face $" WS-CPN-FACE
            " is over the limit for this bet."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-CPN-TAKEN.
    IF WS-CPN-KIND = 'F'
        DISPLAY "Free bet of $" WS-CPN-FACE " - no cash needed."
    ELSE
        DISPLAY "Match-play of $" WS-CPN-FACE
            " - the cash bet must be at least as much."
    END-IF.

FIND-COUPON.
    MOVE 'N' TO WS-CPN-FOUND.
    OPEN INPUT COUPON-FILE.
    IF COUPON-STATUS = "00"
        PERFORM UNTIL COUPON-STATUS = "10" OR WS-CPN-FOUND = 'Y'
            READ COUPON-FILE
                AT END MOVE "10" TO COUPON-STATUS
            END-READ
            IF COUPON-STATUS = "00"
                AND CPN-SERIAL = WS-CPN-SERIAL-IN
                MOVE 'Y' TO WS-CPN-FOUND
                MOVE CPN-TYPE TO WS-CPN-KIND
                MOVE CPN-FACE TO WS-CPN-FACE
                MOVE CPN-STATUS TO WS-CPN-STATE
                MOVE CPN-EXPIRE-DATE TO WS-CPN-EXPIRE
                MOVE CPN-ACCOUNT TO WS-CPN-ACCOUNT
            END-IF
        END-PERFORM
        CLOSE COUPON-FILE
    ELSE
        CONTINUE
    END-IF.

PLAY-COUPON.
    *> Put the coupon taken by PRESENT-COUPON in action beside the
    *> cash bet just made (WS-BET-AMOUNT). It is stamped used on the
    *> book first, so the same paper cannot be played twice. The
    *> coupon never touches the balance or the wager totals - it is
    *> promotional play, not drop - and CPN-REDEEM puts it on the
    *> trail with the serial as the reason.
    IF WS-CPN-TAKEN NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-CPN-TAKEN.
    IF WS-CPN-KIND NOT = 'F' AND WS-BET-AMOUNT < WS-CPN-FACE
        DISPLAY "A match-play coupon needs a cash bet of at least $"
            WS-CPN-FACE "; coupon handed back."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'U' TO WS-CPN-NEW-STATE.
    PERFORM STAMP-COUPON.
    IF WS-CPN-STAMPED NOT = 'Y'
        DISPLAY "The coupon could not be stamped on the book;"
            " coupon handed back."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CPN-SPOT-IN TO LK-PT-CPN-SPOT(WS-CURRENT-PLAYER).
    MOVE WS-CPN-KIND TO LK-PT-CPN-KIND(WS-CURRENT-PLAYER).
    MOVE WS-CPN-FACE TO LK-PT-CPN-FACE(WS-CURRENT-PLAYER).
    MOVE WS-CPN-SERIAL-IN TO LK-PT-CPN-SERIAL(WS-CURRENT-PLAYER).
    MOVE 'CPN-REDEEM' TO WS-AUDIT-EVENT.
    MOVE LK-PT-NAME(WS-CURRENT-PLAYER) TO WS-AUDIT-PLAYER.
    MOVE LK-PT-ACCOUNT(WS-CURRENT-PLAYER) TO WS-AUDIT-ACCT.
    MOVE WS-CPN-FACE TO WS-AUDIT-AMOUNT.
    MOVE WS-CPN-SERIAL-IN TO WS-AUDIT-REASON.
    PERFORM LOG-AUDIT-EVENT.
    DISPLAY "Coupon " WS-CPN-SERIAL-IN " is in action.".

DROP-UNCOVERED-COUPON.
    *> After a supervisor void: a match-play coupon on spot
    *> WS-CPN-SPOT-IN of seat WS-PT-IDX rides only beside an equal
    *> cash bet, so once the cash left (WS-CPN-COVER) falls short of
    *> the face the coupon comes off with it.
    IF LK-PT-CPN-SPOT(WS-PT-IDX) = WS-CPN-SPOT-IN
        AND LK-PT-CPN-KIND(WS-PT-IDX) NOT = 'F'
        AND WS-CPN-COVER < LK-PT-CPN-FACE(WS-PT-IDX)
        PERFORM RETURN-SEAT-COUPON
    END-IF.

RETURN-SEAT-COUPON.
    *> A coupon still undecided when it has to come off the layout
    *> - its seat is leaving, or its cash was voided - goes back on
    *> the book live and back to the player. CPN-RETURN undoes the
    *> CPN-REDEEM on the trail. WS-PT-IDX names the seat.
    IF LK-PT-CPN-SPOT(WS-PT-IDX) = SPACE
        EXIT PARAGRAPH
    END-IF.
    MOVE LK-PT-CPN-SERIAL(WS-PT-IDX) TO WS-CPN-SERIAL-IN.
    MOVE LK-PT-CPN-SPOT(WS-PT-IDX) TO WS-CPN-SPOT-IN.
    MOVE 'I' TO WS-CPN-NEW-STATE.
    PERFORM STAMP-COUPON.
    IF WS-CPN-STAMPED NOT = 'Y'
        DISPLAY "Coupon " WS-CPN-SERIAL-IN " could not be put back"
            " on the book; have marketing reissue it."
    ELSE
        DISPLAY "Coupon " WS-CPN-SERIAL-IN " handed back to "
            LK-PT-NAME(WS-PT-IDX) "."
    END-IF.
    MOVE 'CPN-RETURN' TO WS-AUDIT-EVENT.
    MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER.
    MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT.
    MOVE LK-PT-CPN-FACE(WS-PT-IDX) TO WS-AUDIT-AMOUNT.
    MOVE WS-CPN-SERIAL-IN TO WS-AUDIT-REASON.
    PERFORM LOG-AUDIT-EVENT.
    MOVE SPACE TO LK-PT-CPN-SPOT(WS-PT-IDX).
    MOVE SPACE TO LK-PT-CPN-KIND(WS-PT-IDX).
    MOVE 0 TO LK-PT-CPN-FACE(WS-PT-IDX).
    MOVE 0 TO LK-PT-CPN-SERIAL(WS-PT-IDX).

STAMP-COUPON.
    *> Move coupon WS-CPN-SERIAL-IN to WS-CPN-NEW-STATE - 'U' when
    *> it is played (stamped with the gaming day, table, session and
    *> spot), 'I' when an undecided coupon goes back on the book -
    *> through a temp file and a verified rename, the marker way.
    *> The coupon must still be in the opposite state, so two tables
    *> can never both play the same paper. WS-CPN-STAMPED says
    *> whether the book really changed.
    MOVE 'N' TO WS-CPN-STAMPED.
    MOVE 'N' TO WS-CPN-FOUND.
    IF WS-CPN-NEW-STATE = 'U'
        MOVE 'I' TO WS-CPN-OLD-STATE
    ELSE
        MOVE 'U' TO WS-CPN-OLD-STATE
    END-IF.
    OPEN INPUT COUPON-FILE.
    IF COUPON-STATUS NOT = "00"
        DISPLAY "Cannot read the coupon file (FILE STATUS "
            COUPON-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT COUPON-TEMP-FILE.
    PERFORM UNTIL COUPON-STATUS = "10"
        READ COUPON-FILE
            AT END MOVE "10" TO COUPON-STATUS
        END-READ
        IF COUPON-STATUS = "00"
            IF CPN-SERIAL = WS-CPN-SERIAL-IN
                AND CPN-STATUS = WS-CPN-OLD-STATE
                MOVE WS-CPN-NEW-STATE TO CPN-STATUS
                IF WS-CPN-NEW-STATE = 'U'
                    MOVE WS-CPN-DAY TO CPN-USED-DATE
                    MOVE WS-TABLE-ID TO CPN-TABLE
                    MOVE WS-SESSION-ID TO CPN-SESSION
                    MOVE WS-CPN-SPOT-IN TO CPN-SPOT
                ELSE
                    MOVE SPACES TO CPN-USED-DATE
                    MOVE 0 TO CPN-TABLE
                    MOVE SPACES TO CPN-SESSION
                    MOVE SPACE TO CPN-SPOT
                END-IF
                MOVE 'Y' TO WS-CPN-FOUND
            END-IF
            WRITE COUPON-TEMP-RECORD FROM COUPON-RECORD
        END-IF
    END-PERFORM.
    CLOSE COUPON-FILE.
    CLOSE COUPON-TEMP-FILE.
    IF WS-CPN-FOUND = 'Y' AND COUPON-TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-CPN-TMP-NAME WS-CPN-FINAL-NAME
        IF RETURN-CODE = 0
            MOVE 'Y' TO WS-CPN-STAMPED
        ELSE
            DISPLAY "Error replacing the coupon file; change left"
                " in CRAPS-COUPON.TMP."
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF.

OFFER-TOKE-BET.
    *> Asked after a pass, don't pass or field entry, with
    *> WS-CPN-SPOT-IN naming the spot and the class limits set. The
    *> player may put up one bet for the crew beside their own, and
    *> the engine settles it for the dealers, not the seat. It comes
    *> off the balance but is no part of the seat's action - no
    *> wager total, no comp rating. Live money only: training and
    *> tournament tables take no tokes. One toke bet works per seat
    *> at a time.
    IF WS-TRAIN-MODE = 'Y' OR WS-TOURN-MODE = 'Y'
        OR LK-PT-TOKE-SPOT(WS-CURRENT-PLAYER) NOT = SPACE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Toke bet for the dealers on this spot? (Y/N): ".
    MOVE 'N' TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-TEMP.
    DISPLAY TOKE-AMOUNT-INPUT.
    ACCEPT TOKE-AMOUNT-INPUT.
    IF WS-TEMP = 0
        EXIT PARAGRAPH
    END-IF.
    IF WS-TEMP > LK-PT-BALANCE(WS-CURRENT-PLAYER)
        DISPLAY "Not enough on the balance for that toke bet."
        EXIT PARAGRAPH
    END-IF.
    IF WS-CLASS-MAX > 0 AND WS-TEMP > WS-CLASS-MAX
        DISPLAY "Toke bet is over the limit for this bet."
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT WS-TEMP FROM LK-PT-BALANCE(WS-CURRENT-PLAYER).
    MOVE WS-CPN-SPOT-IN TO LK-PT-TOKE-SPOT(WS-CURRENT-PLAYER).
    MOVE WS-TEMP TO LK-PT-TOKE-BET(WS-CURRENT-PLAYER).
    EVALUATE WS-CPN-SPOT-IN
        WHEN 'P'
            MOVE "PASS" TO WS-TOKE-SPOT-NAME
        WHEN 'D'
            MOVE "DPASS" TO WS-TOKE-SPOT-NAME
        WHEN OTHER
            MOVE "FIELD" TO WS-TOKE-SPOT-NAME
    END-EVALUATE.
    MOVE 'TOKE-BET' TO WS-AUDIT-EVENT.
    MOVE LK-PT-NAME(WS-CURRENT-PLAYER) TO WS-AUDIT-PLAYER.
    MOVE LK-PT-ACCOUNT(WS-CURRENT-PLAYER) TO WS-AUDIT-ACCT.
    MOVE WS-TEMP TO WS-AUDIT-AMOUNT.
    MOVE WS-TOKE-SPOT-NAME TO WS-AUDIT-REASON.
    PERFORM LOG-AUDIT-EVENT.
    DISPLAY "Toke bet of $" WS-TEMP " is working for the crew.".

TAKE-DOWN-TOKE-BET.
    *> A toke bet still undecided when its seat leaves the game is
    *> already the crew's: the dealers take the stake down to the
    *> box rather than hand it back. WS-PT-IDX names the seat.
    IF LK-PT-TOKE-SPOT(WS-PT-IDX) = SPACE
        EXIT PARAGRAPH
    END-IF.
    MOVE 'TOKE-DOWN' TO WS-AUDIT-EVENT.
    MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER.
    MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT.
    MOVE LK-PT-TOKE-BET(WS-PT-IDX) TO WS-AUDIT-AMOUNT.
    MOVE "CASHOUT" TO WS-AUDIT-REASON.
    PERFORM LOG-AUDIT-EVENT.
    MOVE SPACE TO LK-PT-TOKE-SPOT(WS-PT-IDX).
    MOVE 0 TO LK-PT-TOKE-BET(WS-PT-IDX).

TAKE-CASH-TOKE.
    *> A toke handed to the crew outright goes in the box under the
    *> dealer on the game. From a seat it comes off that player's
    *> balance; seat 0 is cash or chips handed in by someone not
    *> playing, which touches no seat and no drop. Either way the
    *> house never counts it - TOKE-CASH is the crew's money.
    IF WS-TRAIN-MODE = 'Y' OR WS-TOURN-MODE = 'Y'
        DISPLAY "No tokes on a training or tournament table."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-TOKE-SEAT.
    DISPLAY TOKE-SEAT-INPUT.
    ACCEPT TOKE-SEAT-INPUT.
    IF WS-TOKE-SEAT > LK-NUM-PLAYERS
        DISPLAY "Not a seat at this table."
        EXIT PARAGRAPH
    END-IF.
    IF WS-TOKE-SEAT > 0
        IF LK-PT-NAME(WS-TOKE-SEAT) = SPACES
            DISPLAY "Nobody is in that seat."
            EXIT PARAGRAPH
        END-IF
        IF LK-PT-LOCKED(WS-TOKE-SEAT) = 'Y'
            DISPLAY "That seat was already cashed out by a lockout."
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 0 TO WS-TEMP.
    DISPLAY TOKE-AMOUNT-INPUT.
    ACCEPT TOKE-AMOUNT-INPUT.
    IF WS-TEMP = 0
        DISPLAY "No toke taken."
        EXIT PARAGRAPH
    END-IF.
    IF WS-TOKE-SEAT > 0
        IF WS-TEMP > LK-PT-BALANCE(WS-TOKE-SEAT)
            DISPLAY "Not enough on the balance for that toke."
            EXIT PARAGRAPH
        END-IF
        SUBTRACT WS-TEMP FROM LK-PT-BALANCE(WS-TOKE-SEAT)
        MOVE LK-PT-NAME(WS-TOKE-SEAT) TO WS-AUDIT-PLAYER
        MOVE LK-PT-ACCOUNT(WS-TOKE-SEAT) TO WS-AUDIT-ACCT
        MOVE "SEAT" TO WS-AUDIT-REASON
    ELSE
        MOVE SPACES TO WS-AUDIT-PLAYER
        MOVE "HANDIN" TO WS-AUDIT-REASON
    END-IF.
    MOVE 'TOKE-CASH' TO WS-AUDIT-EVENT.
    MOVE WS-TEMP TO WS-AUDIT-AMOUNT.
    PERFORM LOG-AUDIT-EVENT.
    PERFORM WRITE-CHECKPOINT.
    DISPLAY "Toke of $" WS-TEMP " in the box for dealer "
        WS-DEALER-ID ".".

SUPER-OVERRIDE-LIMITS.
    *> Temporary limit change for one hand; the normal limits come
    *> back automatically after the next roll resolves.
            MOVE WS-REASON-IN TO WS-AUDIT-REASON
            PERFORM LOG-AUDIT-EVENT
            PERFORM WRITE-CHECKPOINT
            INITIALIZE WS-ALERT-RECORD
            MOVE 'L' TO WS-ALERT-SEVERITY
            MOVE WS-LAST-BET-PLAYER TO WS-ALERT-SEAT
            MOVE LK-PT-ACCOUNT(WS-LAST-BET-PLAYER) TO WS-ALERT-ACCOUNT
            MOVE LK-PT-NAME(WS-LAST-BET-PLAYER) TO WS-ALERT-PLAYER
            MOVE 'SUP-VOID' TO WS-ALERT-EVENT
            MOVE WS-LAST-BET-AMOUNT TO WS-ALERT-AMOUNT
            STRING "voided " WS-LAST-BET-KIND " reason "
                WS-REASON-IN DELIMITED BY SIZE INTO WS-ALERT-NOTE
            PERFORM RAISE-PIT-ALERT
            DISPLAY "Voided " WS-LAST-BET-KIND " of $"
                WS-LAST-BET-AMOUNT " for "
                LK-PT-NAME(WS-LAST-BET-PLAYER)
            TO LK-PT-BALANCE(WS-LAST-BET-PLAYER)
        SUBTRACT WS-LAST-BET-AMOUNT
            FROM LK-PT-WAG-PASS(WS-LAST-BET-PLAYER)
        MOVE WS-LAST-BET-PLAYER TO WS-PT-IDX
        MOVE 'P' TO WS-CPN-SPOT-IN
        MOVE LK-PT-PASS-BET(WS-LAST-BET-PLAYER) TO WS-CPN-COVER
        PERFORM DROP-UNCOVERED-COUPON
    ELSE
        DISPLAY "That bet has already resolved; nothing voided."
        MOVE 0 TO WS-LAST-BET-AMOUNT
            TO LK-PT-BALANCE(WS-LAST-BET-PLAYER)
        SUBTRACT WS-LAST-BET-AMOUNT
            FROM LK-PT-WAG-DPASS(WS-LAST-BET-PLAYER)
        MOVE WS-LAST-BET-PLAYER TO WS-PT-IDX
        MOVE 'D' TO WS-CPN-SPOT-IN
        MOVE LK-PT-DONT-PASS-BET(WS-LAST-BET-PLAYER) TO WS-CPN-COVER
        PERFORM DROP-UNCOVERED-COUPON
    ELSE
        DISPLAY "That bet has already resolved; nothing voided."
        MOVE 0 TO WS-LAST-BET-AMOUNT
            TO LK-PT-BALANCE(WS-LAST-BET-PLAYER)
        SUBTRACT WS-LAST-BET-AMOUNT
            FROM LK-PT-WAG-PROP(WS-LAST-BET-PLAYER)
        MOVE WS-LAST-BET-PLAYER TO WS-PT-IDX
        MOVE 'F' TO WS-CPN-SPOT-IN
        MOVE LK-PT-FIELD-BET(WS-LAST-BET-PLAYER) TO WS-CPN-COVER
        PERFORM DROP-UNCOVERED-COUPON
    ELSE
        DISPLAY "That bet has already resolved; nothing voided."
        MOVE 0 TO WS-LAST-BET-AMOUNT
    MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT.
    MOVE LK-PT-BALANCE(WS-PT-IDX) TO WS-AUDIT-AMOUNT.
    PERFORM LOG-AUDIT-EVENT.
    INITIALIZE WS-ALERT-RECORD.
    MOVE 'H' TO WS-ALERT-SEVERITY.
    MOVE WS-PT-IDX TO WS-ALERT-SEAT.
    MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-ALERT-ACCOUNT.
    MOVE LK-PT-NAME(WS-PT-IDX) TO WS-ALERT-PLAYER.
    MOVE 'RG-LOCKOUT' TO WS-ALERT-EVENT.
    MOVE LK-PT-BALANCE(WS-PT-IDX) TO WS-ALERT-AMOUNT.
    MOVE "responsible-gaming limit reached; player locked out"
        TO WS-ALERT-NOTE.
    PERFORM RAISE-PIT-ALERT.
    IF WS-TRAIN-MODE NOT = 'Y'
        PERFORM OFFER-MARKER-REPAYMENT
    END-IF.
                LK-PT-LOSS-CAP(WS-PT-IDX)
                LK-PT-TIME-LIMIT(WS-PT-IDX)
                WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
                WS-JRN-CONTEXT
        END-IF
    END-IF.
    MOVE 'Y' TO LK-PT-LOCKED(WS-PT-IDX).
            IF WS-TRAIN-MODE NOT = 'Y'
                PERFORM OFFER-MARKER-REPAYMENT
            END-IF
            PERFORM OFFER-TRANSFER-OUT
            IF WS-XFER-WALK = 'Y'
                MOVE 'XFER-OUT' TO WS-AUDIT-EVENT
                MOVE WS-XFER-SLIP TO WS-AUDIT-REASON
            ELSE
                MOVE 'CASHOUT' TO WS-AUDIT-EVENT
            END-IF
            MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
            MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT
            MOVE LK-PT-BALANCE(WS-PT-IDX) TO WS-AUDIT-AMOUNT
                PERFORM ACCRUE-COMP-POINTS
                PERFORM SAVE-ACCOUNT-BALANCE
            END-IF
            IF WS-XFER-WALK = 'Y'
                DISPLAY LK-PT-NAME(WS-PT-IDX) " walks $"
                    LK-PT-BALANCE(WS-PT-IDX) " on transfer slip "
                    WS-XFER-SLIP ". The seat is free."
            ELSE
                DISPLAY LK-PT-NAME(WS-PT-IDX) " cashed out $"
                    LK-PT-BALANCE(WS-PT-IDX) ". The seat is free."
            END-IF
            PERFORM CLEAR-SEAT-ENTRY
            IF WS-CURRENT-PLAYER = WS-EXIT-SEAT
                PERFORM ADVANCE-PLAYER
    END-IF
    END-IF.

OFFER-TRANSFER-OUT.
    *> A player carrying chips to another table walks them on a
    *> transfer slip instead of cashing out: the seat closes exactly
    *> as a cashout does, but the trail says XFER-OUT with the slip
    *> number, so the chips are not paid out here and bought in as
    *> cash there. Practice and tournament chips never walk. If the
    *> slip cannot be recorded the seat simply cashes out.
    MOVE 'N' TO WS-XFER-WALK.
    IF WS-TRAIN-MODE = 'Y' OR WS-TOURN-MODE = 'Y'
        OR LK-PT-BALANCE(WS-PT-IDX) = 0
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Walk the chips to another table on a transfer slip?"
        " (Y/N): ".
    MOVE 'N' TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE WS-XFER-RECORD.
    MOVE WS-TABLE-ID TO WS-XFER-TABLE.
    MOVE WS-SESSION-ID TO WS-XFER-SESSION.
    MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-XFER-ACCOUNT.
    MOVE LK-PT-NAME(WS-PT-IDX) TO WS-XFER-PLAYER.
    MOVE LK-PT-BALANCE(WS-PT-IDX) TO WS-XFER-AMOUNT.
    MOVE WS-DEALER-ID TO WS-XFER-DEALER.
    MOVE 'O' TO WS-XFER-FUNCTION.
    CALL "XFER-SLIP" USING WS-XFER-FUNCTION WS-XFER-RECORD
        WS-XFER-STATUS.
    IF WS-XFER-STATUS = 'Y'
        MOVE 'Y' TO WS-XFER-WALK
    ELSE
        DISPLAY "The transfer slip could not be recorded;"
            " the seat cashes out instead."
    END-IF.

ASK-TRANSFER-SLIP.
    *> A seat signing in may bring chips walked from another table.
    *> The slip is only looked at here; it is taken in when the
    *> player actually sits down (TAKE-THE-SEAT), so a sign-in
    *> refused on other grounds leaves it good. WS-ACCT-NUMBER and
    *> WS-ACCT-NAME name the patron presenting it.
    MOVE 'N' TO WS-XFER-STATUS.
    IF WS-TRAIN-MODE = 'Y' OR WS-TOURN-MODE = 'Y'
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE WS-XFER-RECORD.
    DISPLAY "Transfer slip number (0 = none): ".
    ACCEPT WS-XFER-SLIP.
    IF WS-XFER-SLIP = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM STAGE-TRANSFER-SLIP.
    MOVE 'L' TO WS-XFER-FUNCTION.
    CALL "XFER-SLIP" USING WS-XFER-FUNCTION WS-XFER-RECORD
        WS-XFER-STATUS.
    EVALUATE WS-XFER-STATUS
        WHEN 'Y'
            DISPLAY "Slip " WS-XFER-SLIP " carries $" WS-XFER-AMOUNT
                " in chips."
        WHEN 'U'
            DISPLAY "That slip has already been taken in at a table."
        WHEN 'W'
            DISPLAY "That slip was cut for another player."
        WHEN OTHER
            DISPLAY "No such transfer slip."
    END-EVALUATE.
    IF WS-XFER-STATUS NOT = 'Y'
        MOVE 'N' TO WS-XFER-STATUS
    END-IF.

STAGE-TRANSFER-SLIP.
    MOVE WS-TABLE-ID TO WS-XFER-TABLE.
    MOVE WS-SESSION-ID TO WS-XFER-SESSION.
    MOVE WS-ACCT-NUMBER TO WS-XFER-ACCOUNT.
    MOVE WS-ACCT-NAME TO WS-XFER-PLAYER.
    MOVE WS-DEALER-ID TO WS-XFER-DEALER.

RETURN-SEAT-WAGERS.
    *> Everything the seat still has on the layout comes back into
    *> the balance - the same money the BUYIN bracketed, so the
    MOVE 0 TO LK-PT-LAY-9-BET(WS-PT-IDX).
    MOVE 0 TO LK-PT-LAY-10-BET(WS-PT-IDX).
    MOVE 0 TO LK-PT-FIRE-BET(WS-PT-IDX).
    PERFORM RETURN-SEAT-COUPON.
    PERFORM TAKE-DOWN-TOKE-BET.

HAND-OFF-THE-DICE.
    *> When the departing player has the dice the hand ends here:

SEAT-SIGN-IN.
    *> Mid-session sign-in for the freed seat, with the same checks
    *> the front door applies: account or club card number,
    *> PIN-verified account (three masked tries), the exclusion
    *> list, and the responsible-gaming lockout. An entrant with no account plays by name, exactly
    *> as walk-ins did before the account master existed. A
    *> training table takes the front door's training path instead:
    *> a name and a practice bankroll, never the account master.
    *> Chips walked from another table come in on their transfer
    *> slip rather than as a buy-in.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE 'N' TO WS-XFER-STATUS.
    MOVE 0 TO WS-XFER-CARRIED.
    INITIALIZE WS-FX-RECORD.
    IF WS-TRAIN-MODE = 'Y'
        DISPLAY "Trainee/demo name for the seat: "
        MOVE SPACES TO WS-ACCT-NAME
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-ACCT-NUMBER.
    MOVE 0 TO WS-ENTRY-NUMBER.
    DISPLAY "Account or club card number (0 = no account): ".
    ACCEPT WS-ENTRY-NUMBER.
    PERFORM RESOLVE-CLUB-CARD.
    IF WS-CARD-UNKNOWN = 'Y'
        DISPLAY "Club card " WS-ENTRY-NUMBER " is not enrolled;"
            " the seat stays empty."
        EXIT PARAGRAPH
    END-IF.
    IF WS-ACCT-NUMBER = 0
        DISPLAY "Name: "
        MOVE SPACES TO WS-ACCT-NAME
        IF WS-EXCLUDED = 'Y'
            DISPLAY "The seat stays empty."
        ELSE
            PERFORM ASK-TRANSFER-SLIP
            IF WS-XFER-STATUS = 'Y'
                MOVE WS-XFER-AMOUNT TO WS-ACCT-BALANCE
                MOVE WS-XFER-AMOUNT TO WS-XFER-CARRIED
            ELSE
                PERFORM ASK-CASH-BUYIN
            END-IF
            MOVE 0 TO WS-ACCT-LOSS-CAP
            MOVE 0 TO WS-ACCT-TIME-LIMIT
            PERFORM CHECK-CTR-ID
            IF WS-CW-STATUS = 'Y'
                PERFORM TAKE-THE-SEAT
            ELSE
                DISPLAY "The seat stays empty."
            END-IF
        END-IF
    ELSE
        MOVE 'N' TO WS-ACCT-STATUS
                WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
                WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
                WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
                WS-JRN-CONTEXT
            IF WS-ACCT-STATUS NOT = 'Y'
                ADD 1 TO WS-PIN-TRIES
                DISPLAY "Account and PIN do not match."
        END-PERFORM
        IF WS-ACCT-STATUS NOT = 'Y'
            DISPLAY "Sign-in refused; the seat stays empty."
            INITIALIZE WS-ALERT-RECORD
            MOVE 'M' TO WS-ALERT-SEVERITY
            MOVE WS-EXIT-SEAT TO WS-ALERT-SEAT
            MOVE WS-ACCT-NUMBER TO WS-ALERT-ACCOUNT
            MOVE 'PIN-FAIL' TO WS-ALERT-EVENT
            MOVE "three failed PIN tries; sign-in refused"
                TO WS-ALERT-NOTE
            PERFORM RAISE-PIT-ALERT
        ELSE
        IF WS-ACCT-LOCKOUT = WS-TODAY
            DISPLAY "That account is locked out for the day;"
                " the seat stays empty."
        ELSE
            PERFORM CHECK-EXCLUSION-LIST
            IF WS-EXCLUDED NOT = 'Y'
                PERFORM ASK-TRANSFER-SLIP
                IF WS-XFER-STATUS = 'Y'
                    MOVE WS-XFER-AMOUNT TO WS-XFER-CARRIED
                END-IF
                PERFORM CHECK-CTR-ID
            END-IF
            IF WS-EXCLUDED = 'Y' OR WS-CW-STATUS NOT = 'Y'
                DISPLAY "The seat stays empty."
            ELSE
                PERFORM TAKE-THE-SEAT
        END-IF
    END-IF.

RESOLVE-CLUB-CARD.
    *> A number too long to be an account is a club card number.
    MOVE 'N' TO WS-CARD-UNKNOWN.
    IF WS-ENTRY-NUMBER > 99999
        MOVE 'C' TO WS-XRF-FUNCTION
        MOVE WS-ENTRY-NUMBER TO WS-XRF-CARD
        CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
            WS-XRF-STATUS
        IF WS-XRF-STATUS = 'Y'
            MOVE WS-XRF-ACCOUNT TO WS-ACCT-NUMBER
        ELSE
            MOVE 'Y' TO WS-CARD-UNKNOWN
        END-IF
    ELSE
        MOVE WS-ENTRY-NUMBER TO WS-ACCT-NUMBER
    END-IF.

CHECK-CTR-ID.
    *> The same test the front door makes: cash in that would carry
    *> the patron to the CTR watch line for the gaming day needs a
    *> current ID on file at the cage first. WS-ACCT-BALANCE holds
    *> the amount being brought to the table; whatever of it came on
    *> a transfer slip (WS-XFER-CARRIED) is chips, not cash in.
    MOVE 'Y' TO WS-CW-STATUS.
    MOVE 0 TO WS-CW-AMOUNT.
    IF WS-ACCT-BALANCE > WS-XFER-CARRIED
        COMPUTE WS-CW-AMOUNT = WS-ACCT-BALANCE - WS-XFER-CARRIED
    END-IF.
    IF WS-XFER-CARRIED > 0 AND WS-CW-AMOUNT = 0
        MOVE 0 TO WS-XFER-CARRIED
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-XFER-CARRIED.
    CALL "CTR-WATCH" USING WS-ACCT-NUMBER WS-ACCT-NAME
        WS-CW-AMOUNT WS-CW-CASH-IN WS-CW-STATUS.
    IF WS-CW-STATUS NOT = 'Y'
        DISPLAY "Cash in today $" WS-CW-CASH-IN " plus $"
            WS-CW-AMOUNT " reaches the CTR line."
        DISPLAY "ID required at the cage before further cash-in."
    END-IF.

TAKE-THE-SEAT.
    IF WS-XFER-STATUS = 'Y'
        PERFORM STAGE-TRANSFER-SLIP
        MOVE 'I' TO WS-XFER-FUNCTION
        CALL "XFER-SLIP" USING WS-XFER-FUNCTION WS-XFER-RECORD
            WS-XFER-STATUS
        IF WS-XFER-STATUS NOT = 'Y'
            DISPLAY "The transfer slip could not be taken in;"
                " the seat stays empty."
            MOVE 'N' TO WS-XFER-STATUS
            EXIT PARAGRAPH
        END-IF
        MOVE WS-XFER-SLIP TO LK-PT-XFER-SLIP(WS-PT-IDX)
        MOVE WS-XFER-AMOUNT TO LK-PT-XFER-AMOUNT(WS-PT-IDX)
        MOVE 'N' TO WS-XFER-STATUS
    END-IF.
    MOVE WS-ACCT-NUMBER TO LK-PT-ACCOUNT(WS-PT-IDX).
    MOVE WS-ACCT-NAME TO LK-PT-NAME(WS-PT-IDX).
    MOVE WS-ACCT-BALANCE TO LK-PT-BALANCE(WS-PT-IDX).
    MOVE WS-ACCT-LOSS-CAP TO LK-PT-LOSS-CAP(WS-PT-IDX).
    MOVE WS-ACCT-TIME-LIMIT TO LK-PT-TIME-LIMIT(WS-PT-IDX).
    MOVE WS-FX-CURRENCY TO LK-PT-FX-CURRENCY(WS-PT-IDX).
    MOVE WS-FX-FOREIGN TO LK-PT-FX-FOREIGN(WS-PT-IDX).
    MOVE WS-FX-RATE TO LK-PT-FX-RATE(WS-PT-IDX).
    ACCEPT WS-TIMESTAMP FROM TIME.
    MOVE WS-TIMESTAMP TO LK-PT-SIGNIN-TIME(WS-PT-IDX).
    MOVE 'N' TO LK-PT-SITTING-OUT(WS-PT-IDX).
    MOVE 'N' TO LK-PT-LOCKED(WS-PT-IDX).
    MOVE LK-PT-BALANCE(WS-PT-IDX) TO WS-SEAT-POSITION.
    PERFORM LOG-SEAT-MONEY-IN.
    PERFORM WRITE-CHECKPOINT.
    DISPLAY "Welcome, " LK-PT-NAME(WS-PT-IDX) ".".

LOG-SEAT-MONEY-IN.
    *> WS-SEAT-POSITION is the money the seat sits down with. Chips
    *> carried in on a transfer slip are XFER-IN, never cash; only
    *> what is left over is a BUYIN. The slip is used up here.
    IF LK-PT-XFER-SLIP(WS-PT-IDX) > 0
        IF LK-PT-XFER-AMOUNT(WS-PT-IDX) > WS-SEAT-POSITION
            MOVE WS-SEAT-POSITION TO LK-PT-XFER-AMOUNT(WS-PT-IDX)
        END-IF
        MOVE 'XFER-IN' TO WS-AUDIT-EVENT
        MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
        MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT
        MOVE LK-PT-XFER-AMOUNT(WS-PT-IDX) TO WS-AUDIT-AMOUNT
        MOVE LK-PT-XFER-SLIP(WS-PT-IDX) TO WS-AUDIT-REASON
        PERFORM LOG-AUDIT-EVENT
        SUBTRACT LK-PT-XFER-AMOUNT(WS-PT-IDX) FROM WS-SEAT-POSITION
        MOVE 0 TO LK-PT-XFER-SLIP(WS-PT-IDX)
        MOVE 0 TO LK-PT-XFER-AMOUNT(WS-PT-IDX)
        IF WS-SEAT-POSITION = 0
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 'BUYIN' TO WS-AUDIT-EVENT.
    MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER.
    MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT.
    MOVE WS-SEAT-POSITION TO WS-AUDIT-AMOUNT.
    PERFORM LOG-AUDIT-EVENT.
    IF LK-PT-FX-FOREIGN(WS-PT-IDX) > 0
        PERFORM LOG-FOREIGN-TENDER
    END-IF.

LOG-FOREIGN-TENDER.
    *> The BUYIN just logged carries the dollars the notes bought;
    *> FX-BUYIN right behind it keeps what was actually tendered -
    *> the foreign amount, with the currency code as its reason -
    *> and the notes go on the cage's currency ledger.
    MOVE 'FX-BUYIN' TO WS-AUDIT-EVENT.
    MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER.
    MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT.
    MOVE LK-PT-FX-FOREIGN(WS-PT-IDX) TO WS-AUDIT-AMOUNT.
    MOVE LK-PT-FX-CURRENCY(WS-PT-IDX) TO WS-AUDIT-REASON.
    PERFORM LOG-AUDIT-EVENT.
    INITIALIZE WS-FX-RECORD.
    MOVE 'T' TO WS-FX-WHERE(1:1).
    MOVE WS-TABLE-ID TO WS-FX-WHERE(2:1).
    MOVE WS-SESSION-ID TO WS-FX-SESSION.
    MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-FX-ACCOUNT.
    MOVE LK-PT-NAME(WS-PT-IDX) TO WS-FX-PLAYER.
    MOVE LK-PT-FX-CURRENCY(WS-PT-IDX) TO WS-FX-CURRENCY.
    MOVE LK-PT-FX-FOREIGN(WS-PT-IDX) TO WS-FX-FOREIGN.
    MOVE LK-PT-FX-RATE(WS-PT-IDX) TO WS-FX-RATE.
    MOVE WS-SEAT-POSITION TO WS-FX-DOLLARS.
    MOVE WS-DEALER-ID TO WS-FX-WHO.
    MOVE 'B' TO WS-FX-FUNCTION.
    CALL "FX-EXCHANGE" USING WS-FX-FUNCTION WS-FX-RECORD
        WS-FX-STATUS.
    IF WS-FX-STATUS NOT = 'Y'
        DISPLAY "The foreign notes are not on the currency ledger;"
            " tell the cage."
    END-IF.
    MOVE SPACES TO LK-PT-FX-CURRENCY(WS-PT-IDX).
    MOVE 0 TO LK-PT-FX-FOREIGN(WS-PT-IDX).
    MOVE 0 TO LK-PT-FX-RATE(WS-PT-IDX).
    INITIALIZE WS-FX-RECORD.

ASK-CASH-BUYIN.
    *> A cash buy-in comes in as dollars or as foreign notes bought
    *> at the rate posted for the gaming day. Either way
    *> WS-ACCT-BALANCE comes back as the dollars the seat sits down
    *> with; a foreign tender is left in WS-FX-RECORD for
    *> TAKE-THE-SEAT to carry to LOG-SEAT-MONEY-IN. A tender the
    *> ledger cannot hold in one line is split into more than one
    *> buy-in.
    INITIALIZE WS-FX-RECORD.
    MOVE 0 TO WS-ACCT-BALANCE.
    IF WS-TOURN-MODE NOT = 'Y'
        DISPLAY "Currency (ENTER = US dollars): "
        ACCEPT WS-FX-CURRENCY
        INSPECT WS-FX-CURRENCY CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-IF.
    IF WS-FX-CURRENCY = SPACES OR WS-FX-CURRENCY = "USD"
        MOVE SPACES TO WS-FX-CURRENCY
        DISPLAY "Buy-in: "
        ACCEPT WS-ACCT-BALANCE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Amount in " WS-FX-CURRENCY ": ".
    ACCEPT WS-FX-FOREIGN.
    IF WS-FX-FOREIGN > 99999.99
        DISPLAY "Take more than 99,999.99 " WS-FX-CURRENCY
            " as separate buy-ins."
        INITIALIZE WS-FX-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Q' TO WS-FX-FUNCTION.
    CALL "FX-EXCHANGE" USING WS-FX-FUNCTION WS-FX-RECORD
        WS-FX-STATUS.
    IF WS-FX-STATUS = 'Y' AND WS-FX-DOLLARS > 99999.99
        DISPLAY "That is more than one buy-in can carry; take the"
            " notes as separate buy-ins."
        MOVE 'Z' TO WS-FX-STATUS
    END-IF.
    EVALUATE WS-FX-STATUS
        WHEN 'Y'
            MOVE WS-FX-DOLLARS TO WS-ACCT-BALANCE
            MOVE WS-FX-FOREIGN TO WS-FX-FOREIGN-DISP
            MOVE WS-FX-RATE TO WS-FX-RATE-DISP
            DISPLAY WS-FX-CURRENCY " " WS-FX-FOREIGN-DISP " at "
                WS-FX-RATE-DISP " = $" WS-ACCT-BALANCE
        WHEN 'N'
            DISPLAY "No rate posted for " WS-FX-CURRENCY
                " today; the cage can exchange the notes."
            INITIALIZE WS-FX-RECORD
        WHEN OTHER
            INITIALIZE WS-FX-RECORD
    END-EVALUATE.

CHECK-EXCLUSION-LIST.
    *> The same list MAIN-PROGRAM checks at the front door: a
    IF WS-EXCLUDED = 'Y'
        DISPLAY "This patron is excluded or barred and cannot"
            " be seated."
        INITIALIZE WS-ALERT-RECORD
        MOVE 'H' TO WS-ALERT-SEVERITY
        MOVE WS-EXIT-SEAT TO WS-ALERT-SEAT
        MOVE WS-ACCT-NUMBER TO WS-ALERT-ACCOUNT
        MOVE WS-ACCT-NAME TO WS-ALERT-PLAYER
        MOVE 'EXCLUDED' TO WS-ALERT-EVENT
        MOVE "exclusion-list patron refused a seat"
            TO WS-ALERT-NOTE
        PERFORM RAISE-PIT-ALERT
    END-IF.

SAVE-ACCOUNT-BALANCE.
            LK-PT-BALANCE(WS-PT-IDX)
            LK-PT-LOSS-CAP(WS-PT-IDX) LK-PT-TIME-LIMIT(WS-PT-IDX)
            WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
            WS-JRN-CONTEXT
        IF WS-ACCT-STATUS NOT = 'Y'
            DISPLAY "Warning: closing balance for "
                LK-PT-NAME(WS-PT-IDX) " was not saved to the"
ACCRUE-COMP-POINTS.
    *> Convert the cashing-out player's session action into comp
    *> points; WS-PT-IDX is set by the cashout loop. The accrual is
    *> audited so marketing can reconcile the points ledger: the
    *> base-rate points as COMP-ACCR, which are the player's tier
    *> credits, and what the loyalty tier adds on top as COMP-BONUS.
    COMPUTE WS-COMP-LINE-ACTION = LK-PT-WAG-PASS(WS-PT-IDX)
        + LK-PT-WAG-DPASS(WS-PT-IDX)
        + LK-PT-WAG-COME(WS-PT-IDX)
        LK-PT-ACCOUNT(WS-PT-IDX)
        WS-COMP-LINE-ACTION WS-COMP-ODDS-ACTION
        WS-COMP-PLACE-ACTION WS-COMP-PROP-ACTION
        WS-COMP-POINTS WS-COMP-STATUS WS-COMP-BONUS.
    IF WS-COMP-STATUS = 'Y' AND WS-COMP-POINTS > 0
        MOVE 'COMP-ACCR' TO WS-AUDIT-EVENT
        MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
        PERFORM LOG-AUDIT-EVENT
        DISPLAY LK-PT-NAME(WS-PT-IDX) " earned "
            WS-COMP-POINTS " comp points this session."
        IF WS-COMP-BONUS > 0
            MOVE 'COMP-BONUS' TO WS-AUDIT-EVENT
            MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
            MOVE LK-PT-ACCOUNT(WS-PT-IDX) TO WS-AUDIT-ACCT
            MOVE WS-COMP-BONUS TO WS-AUDIT-AMOUNT
            PERFORM LOG-AUDIT-EVENT
            DISPLAY "  plus " WS-COMP-BONUS
                " tier bonus points."
        END-IF
    END-IF.

ADVANCE-SHOOTER.
            AND LK-PT-LAY-9-BET(WS-PT-IDX) = 0
            AND LK-PT-LAY-10-BET(WS-PT-IDX) = 0
            AND LK-PT-FIRE-BET(WS-PT-IDX) = 0
            AND LK-PT-CPN-SPOT(WS-PT-IDX) = SPACE
            MOVE 'Y' TO LK-PT-SITTING-OUT(WS-PT-IDX)
            MOVE 'SIT-OUT' TO WS-AUDIT-EVENT
            MOVE LK-PT-NAME(WS-PT-IDX) TO WS-AUDIT-PLAYER
                    ELSE
                    IF WS-EXPOSURE + (WS-TEMP * 2) > WS-HOUSE-FLOAT
                        DISPLAY "The float cannot cover a press that size."
                        PERFORM RAISE-FLOAT-ALERT
                    ELSE
                        ADD WS-TEMP TO WS-PLACE-AMOUNT
                        PERFORM PUT-PLACE-BET
            IF LK-PT-FIELD-BET(WS-CURRENT-PLAYER) NOT = 0
                DISPLAY "You already have a Field bet working."
            ELSE
                PERFORM USE-PROP-LIMITS
                MOVE 'F' TO WS-CPN-SPOT-IN
                PERFORM PRESENT-COUPON
                IF WS-CPN-TAKEN = 'Y' AND WS-CPN-KIND = 'F'
                    MOVE 0 TO WS-BET-AMOUNT
                ELSE
                    MOVE 'BET-FIELD' TO WS-AUDIT-EVENT
                    PERFORM TAKE-PROP-WAGER
                    MOVE WS-BET-AMOUNT
                        TO LK-PT-FIELD-BET(WS-CURRENT-PLAYER)
                END-IF
                PERFORM PLAY-COUPON
                PERFORM OFFER-TOKE-BET
                PERFORM WRITE-CHECKPOINT
            END-IF
        WHEN 'H'
        WHEN 'h'
            *> worst case before the bet is taken.
            DISPLAY "The float cannot cover a fire bet that size."
                " Supervisor: use 8 to take a fill."
            PERFORM RAISE-FLOAT-ALERT
        ELSE
            MOVE WS-TEMP TO WS-BET-AMOUNT
            MOVE WS-BET-AMOUNT
            IF WS-EXPOSURE + (WS-BET-AMOUNT * 9) > WS-HOUSE-FLOAT
                DISPLAY "The float cannot cover a bet that size"
                    " (0 cancels)."
                PERFORM RAISE-FLOAT-ALERT
            END-IF
        END-IF
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-CLASS-MIN.
    MOVE 0 TO WS-CLASS-MAX.
    *> A bet at the top of the table's range is the podium's to
    *> watch: raise the alert before the wager goes down.
    COMPUTE WS-NEAR-MAX-LINE = WS-TABLE-MAX * WS-NEAR-MAX-PCT / 100.
    IF WS-BET-CANCELLED NOT = 'Y'
        AND WS-BET-AMOUNT >= WS-NEAR-MAX-LINE
        INITIALIZE WS-ALERT-RECORD
        MOVE 'L' TO WS-ALERT-SEVERITY
        MOVE WS-CURRENT-PLAYER TO WS-ALERT-SEAT
        MOVE LK-PT-ACCOUNT(WS-CURRENT-PLAYER) TO WS-ALERT-ACCOUNT
        MOVE LK-PT-NAME(WS-CURRENT-PLAYER) TO WS-ALERT-PLAYER
        MOVE 'NEAR-MAX' TO WS-ALERT-EVENT
        MOVE WS-BET-AMOUNT TO WS-ALERT-AMOUNT
        MOVE "bet at or near the table maximum" TO WS-ALERT-NOTE
        PERFORM RAISE-PIT-ALERT
    END-IF.

LOG-PLACE-BET-EVENT.
    MOVE 'BET-PLACE' TO WS-AUDIT-EVENT.
