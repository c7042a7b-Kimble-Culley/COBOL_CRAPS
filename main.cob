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
    02 WS-PROP-MIN          PIC 9(5)V99 VALUE 5.
    02 WS-PROP-MAX          PIC 9(5)V99 VALUE 500.
    02 WS-ODDS-MULT         PIC 9(2) VALUE 3.
    *> The configuration calendar changes the limits and the theme
    *> were taken from (zero for the standing files), for the table
    *> to stamp on the trail when the session starts.
    02 WS-LIMITS-CHANGE     PIC 9(5) VALUE 0.
    02 WS-THEME-CHANGE      PIC 9(5) VALUE 0.
01 WS-EXT-CHECK         PIC X(44).
01 WS-RESUME            PIC X(1) VALUE 'N'.
01 WS-TRAIN-MODE        PIC X(1) VALUE 'N'.
01 WS-LIMITS-NAME       PIC X(30) VALUE "CRAPS-LIMITS.CFG".
01 WS-ACCT-FUNCTION     PIC X(1).
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
01 WS-ACCT-STATUS       PIC X(1) VALUE 'N'.
01 WS-ACCT-TIME-LIMIT   PIC 9(3) VALUE 0.
01 WS-ACCT-LOCKOUT      PIC X(8) VALUE SPACES.
01 WS-ACCT-PIN          PIC X(4) VALUE SPACES.
*> Passed on every ACCOUNT-MASTER call for its transaction journal.
01 WS-JRN-CONTEXT.
    02 WS-JRN-SOURCE    PIC X(18) VALUE "MAIN-PROGRAM".
    02 WS-JRN-WHERE     PIC X(8) VALUE SPACES.
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
*> CTR-WATCH's answer on a cash-in that would reach the CTR watch
*> line for the gaming day.
01 WS-CW-CASH-IN        PIC 9(7)V99 VALUE 0.
01 WS-CW-STATUS         PIC X(1) VALUE 'Y'.
01 WS-CW-AMOUNT         PIC 9(5)V99 VALUE 0.
*> A chip transfer slip presented at sign-in (XFER-SLIP). The part
*> of the money sitting down that it covers is chips, not cash in.
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
*> A cash buy-in tendered in foreign notes, quoted through
*> FX-EXCHANGE; CRAPS-DISPLAY books it when the session opens.
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
*> A pit alert raised for the podium (PIT-ALERT) when the front
*> door turns a patron away.
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
01 WS-TIER-RESULT.
    02 WS-TIER-CODE         PIC X(1).
    02 WS-TIER-NAME         PIC X(12).
    02 WS-TIER-MULT         PIC 9(1)V99.
    02 WS-TIER-CREDITS      PIC 9(9)V99.
    02 WS-TIER-EXPIRE       PIC X(8).
01 AUDIT-STATUS         PIC X(2).
01 WS-AUDIT-NAME        PIC X(30) VALUE SPACES.
01 WS-PIN-TRIES         PIC 9(1) VALUE 0.
01 WS-SESSION-ID        PIC X(14) VALUE SPACES.
01 WS-SESS-DATE         PIC X(8).
01 WS-SESS-TIME         PIC X(8).
01 WS-CAL-KIND          PIC X(1).
01 WS-CAL-DATA          PIC X(58).
01 WS-CAL-CHANGE        PIC 9(5).
01 WS-ROUNDS-PLAYED     PIC 9(5) VALUE 0.
01 PLAYER-TABLE.
    02 PLAYER-ENTRY OCCURS 4 TIMES.
        03 PT-LAY-10-BET    PIC 9(5)V99 VALUE 0.
        03 PT-FIRE-BET       PIC 9(5)V99 VALUE 0.
        03 PT-FIRE-MASK      PIC X(6) VALUE SPACES.
        03 PT-CPN-SPOT       PIC X(1) VALUE SPACE.
        03 PT-CPN-KIND       PIC X(1) VALUE SPACE.
        03 PT-CPN-FACE       PIC 9(5)V99 VALUE 0.
        03 PT-CPN-SERIAL     PIC 9(8) VALUE 0.
        03 PT-CPN-WON        PIC 9(5)V99 VALUE 0.
        03 PT-TOKE-SPOT      PIC X(1) VALUE SPACE.
        03 PT-TOKE-BET       PIC 9(5)V99 VALUE 0.
        03 PT-TOKE-WON       PIC 9(5)V99 VALUE 0.
        03 PT-TOKE-LOST      PIC 9(5)V99 VALUE 0.
        03 PT-TOKE-DOWN      PIC 9(5)V99 VALUE 0.
        03 PT-XFER-SLIP      PIC 9(7) VALUE 0.
        03 PT-XFER-AMOUNT    PIC 9(5)V99 VALUE 0.
        03 PT-FX-CURRENCY    PIC X(3) VALUE SPACES.
        03 PT-FX-FOREIGN     PIC 9(5)V99 VALUE 0.
        03 PT-FX-RATE        PIC 9(3)V9(6) VALUE 0.



    *> fresh buy-in and reports the assigned number back so the
    *> player can use it next time. A training table never touches
    *> the account master: seats take a name and practice bankroll
    *> and nothing more. A player bringing chips from another table
    *> presents the transfer slip they were cut there; the chips sit
    *> down as XFER-IN rather than as a cash buy-in.
    MOVE 'N' TO WS-XFER-STATUS.
    MOVE 0 TO WS-XFER-CARRIED.
    IF WS-TOURN-MODE = 'Y'
        *> Tournament seats pay the entry fee in cash and all start
        *> on the same non-cashable chips; the account number ties
        *> exclusion list bars an entrant exactly as it does at a
        *> live table.
        PERFORM WITH TEST AFTER UNTIL WS-EXCLUDED NOT = 'Y'
                AND WS-CARD-UNKNOWN NOT = 'Y'
            DISPLAY "Entrant name for seat " WS-PLAYER-IDX ": "
            ACCEPT WS-ACCT-NAME
            DISPLAY "Account or club card number (0 if none): "
            ACCEPT WS-ENTRY-NUMBER
            PERFORM RESOLVE-CLUB-CARD
            IF WS-CARD-UNKNOWN = 'Y'
                DISPLAY "Club card " WS-ENTRY-NUMBER " is not"
                    " enrolled; try again or enter 0."
            ELSE
                PERFORM CHECK-EXCLUSION-LIST
            END-IF
        END-PERFORM
        MOVE WS-ACCT-NUMBER TO PT-ACCOUNT(WS-PLAYER-IDX)
        MOVE WS-ACCT-NAME TO PT-NAME(WS-PLAYER-IDX)
    END-IF.
    MOVE 'N' TO WS-ACCT-STATUS.
    PERFORM UNTIL WS-ACCT-STATUS = 'Y'
        INITIALIZE WS-FX-RECORD
        DISPLAY "Player " WS-PLAYER-IDX
            " account or club card number (0 to open a new"
            " account): "
        ACCEPT WS-ENTRY-NUMBER
        PERFORM RESOLVE-CLUB-CARD
        IF WS-CARD-UNKNOWN = 'Y'
            DISPLAY "Club card " WS-ENTRY-NUMBER " is not enrolled;"
                " the player's club desk can enroll it. Try again"
                " or enter 0."
        ELSE
        IF WS-ACCT-NUMBER = 0
            DISPLAY "Enter name for player " WS-PLAYER-IDX ": "
            ACCEPT WS-ACCT-NAME
            *> opening a fresh account; the name is checked before
            *> one is created.
            PERFORM CHECK-EXCLUSION-LIST
            IF WS-EXCLUDED NOT = 'Y'
                PERFORM ASK-TRANSFER-SLIP
                IF WS-XFER-STATUS = 'Y'
                    MOVE WS-XFER-AMOUNT TO WS-ACCT-BALANCE
                    MOVE WS-XFER-AMOUNT TO WS-XFER-CARRIED
                ELSE
                    PERFORM ASK-CASH-BUYIN
                END-IF
                PERFORM CHECK-CTR-ID
            END-IF
            IF WS-EXCLUDED = 'Y' OR WS-CW-STATUS NOT = 'Y'
                MOVE 'N' TO WS-ACCT-STATUS
            ELSE
            DISPLAY "Max net loss per session (0 = none): "
            ACCEPT WS-ACCT-LOSS-CAP
            DISPLAY "Max session minutes (0 = none): "
            MOVE SPACES TO WS-ACCT-PIN
            DISPLAY PIN-ENTRY-SCREEN
            ACCEPT PIN-ENTRY-SCREEN
            MOVE SPACES TO WS-JRN-WHERE
            STRING "T" WS-TABLE-ID DELIMITED BY SIZE
                INTO WS-JRN-WHERE
            MOVE WS-SESSION-ID TO WS-JRN-SESSION
            MOVE 'C' TO WS-ACCT-FUNCTION
            CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
                WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
                WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
                WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
                WS-JRN-CONTEXT
            IF WS-ACCT-STATUS = 'Y'
                DISPLAY "Opened account " WS-ACCT-NUMBER
                    " for " WS-ACCT-NAME
            ELSE
            IF WS-ACCT-STATUS = 'Y'
                PERFORM CHECK-EXCLUSION-LIST
                IF WS-EXCLUDED NOT = 'Y'
                    PERFORM ASK-TRANSFER-SLIP
                    IF WS-XFER-STATUS = 'Y'
                        MOVE WS-XFER-AMOUNT TO WS-XFER-CARRIED
                    END-IF
                    PERFORM CHECK-CTR-ID
                END-IF
                IF WS-EXCLUDED = 'Y' OR WS-CW-STATUS NOT = 'Y'
                    MOVE 'N' TO WS-ACCT-STATUS
                ELSE
                    DISPLAY "Welcome back, " WS-ACCT-NAME
                        " (balance $" WS-ACCT-BALANCE ")."
                    PERFORM SHOW-PLAYER-TIER
                END-IF
            END-IF
            END-IF
        END-IF
        END-IF
    END-PERFORM.
    MOVE WS-ACCT-NUMBER TO PT-ACCOUNT(WS-PLAYER-IDX).
    MOVE WS-ACCT-NAME TO PT-NAME(WS-PLAYER-IDX).
    MOVE WS-ACCT-TIME-LIMIT TO PT-TIME-LIMIT(WS-PLAYER-IDX).
    MOVE WS-SESS-TIME TO PT-SIGNIN-TIME(WS-PLAYER-IDX).
    MOVE 'N' TO PT-LOCKED(WS-PLAYER-IDX).
    MOVE 0 TO PT-XFER-SLIP(WS-PLAYER-IDX).
    MOVE 0 TO PT-XFER-AMOUNT(WS-PLAYER-IDX).
    MOVE WS-FX-CURRENCY TO PT-FX-CURRENCY(WS-PLAYER-IDX).
    MOVE WS-FX-FOREIGN TO PT-FX-FOREIGN(WS-PLAYER-IDX).
    MOVE WS-FX-RATE TO PT-FX-RATE(WS-PLAYER-IDX).
    IF WS-XFER-STATUS = 'Y'
        PERFORM TAKE-IN-TRANSFER-SLIP
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

ASK-CASH-BUYIN.
    *> The buy-in that opens the account comes in as dollars or as
    *> foreign notes bought at the rate posted for the gaming day.
    *> Either way WS-ACCT-BALANCE comes back as the dollars; a
    *> foreign tender stays in WS-FX-RECORD for the seat to carry
    *> to the table. A tender the ledger cannot hold in one line is
    *> split into more than one buy-in.
    INITIALIZE WS-FX-RECORD.
    MOVE 0 TO WS-ACCT-BALANCE.
    DISPLAY "Currency for " WS-ACCT-NAME " (ENTER = US dollars): ".
    ACCEPT WS-FX-CURRENCY.
    INSPECT WS-FX-CURRENCY CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF WS-FX-CURRENCY = SPACES OR WS-FX-CURRENCY = "USD"
        MOVE SPACES TO WS-FX-CURRENCY
        DISPLAY "Enter buy-in for " WS-ACCT-NAME ": "
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

ASK-TRANSFER-SLIP.
    *> The slip is only looked at here; it is taken in once the
    *> seat is actually filled, so a sign-in refused on other
    *> grounds leaves it good. WS-ACCT-NUMBER and WS-ACCT-NAME name
    *> the patron presenting it.
    MOVE 'N' TO WS-XFER-STATUS.
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

TAKE-IN-TRANSFER-SLIP.
    *> The seat is filled; the slip is spent. CRAPS-DISPLAY logs the
    *> XFER-IN when the session opens. Should another table have
    *> taken the same slip in meanwhile, the chips can only come in
    *> as a buy-in.
    PERFORM STAGE-TRANSFER-SLIP.
    MOVE 'I' TO WS-XFER-FUNCTION.
    CALL "XFER-SLIP" USING WS-XFER-FUNCTION WS-XFER-RECORD
        WS-XFER-STATUS.
    IF WS-XFER-STATUS = 'Y'
        MOVE WS-XFER-SLIP TO PT-XFER-SLIP(WS-PLAYER-IDX)
        MOVE WS-XFER-AMOUNT TO PT-XFER-AMOUNT(WS-PLAYER-IDX)
    ELSE
        DISPLAY "Transfer slip " WS-XFER-SLIP " could not be taken"
            " in; the chips come in as a buy-in."
    END-IF.
    MOVE 'N' TO WS-XFER-STATUS.

SHOW-PLAYER-TIER.
    *> The dealer greets the player at their loyalty tier; a tier
    *> with an expiry shows when it is up for re-qualification.
    CALL "LOYALTY-TIER" USING WS-ACCT-NUMBER WS-TIER-RESULT.
    IF WS-TIER-EXPIRE = SPACES
        DISPLAY "Loyalty tier: " WS-TIER-NAME
    ELSE
        DISPLAY "Loyalty tier: " WS-TIER-NAME
            " (through " WS-TIER-EXPIRE ")"
    END-IF.

CHECK-CTR-ID.
    *> The money a seat signs in with is cash in for the gaming day.
    *> Once it would carry the patron to the CTR watch line the cage
    *> must hold a current ID for the filing; without one the seat
    *> is refused here rather than leaving the pit to chase an
    *> address after the fact. Whatever of the money came on a
    *> transfer slip (WS-XFER-CARRIED) is chips, not cash in.
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

VERIFY-PLAYER-PIN.
    *> Supervisors have authenticated with a PIN for years; a
            WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
            WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
            WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
            WS-JRN-CONTEXT
        IF WS-ACCT-STATUS NOT = 'Y'
            ADD 1 TO WS-PIN-TRIES
            DISPLAY "Account and PIN do not match."
    IF WS-ACCT-STATUS NOT = 'Y'
        DISPLAY "Too many tries; sign-in refused."
            " Try again or enter 0."
        INITIALIZE WS-ALERT-RECORD
        MOVE 'M' TO WS-ALERT-SEVERITY
        MOVE WS-PLAYER-IDX TO WS-ALERT-SEAT
        MOVE WS-ACCT-NUMBER TO WS-ALERT-ACCOUNT
        MOVE 'PIN-FAIL' TO WS-ALERT-EVENT
        MOVE "three failed PIN tries; sign-in refused"
            TO WS-ALERT-NOTE
        PERFORM RAISE-PIT-ALERT
    END-IF.

LOG-PIN-FAILURE.
            DISPLAY "This patron is barred from play"
                " and cannot be seated."
        END-IF
        INITIALIZE WS-ALERT-RECORD
        MOVE 'H' TO WS-ALERT-SEVERITY
        MOVE WS-PLAYER-IDX TO WS-ALERT-SEAT
        MOVE WS-ACCT-NUMBER TO WS-ALERT-ACCOUNT
        MOVE WS-ACCT-NAME TO WS-ALERT-PLAYER
        MOVE 'EXCLUDED' TO WS-ALERT-EVENT
        IF WS-EXCL-TYPE = 'S'
            MOVE "self-excluded patron refused a seat"
                TO WS-ALERT-NOTE
        ELSE
            MOVE "barred patron refused a seat" TO WS-ALERT-NOTE
        END-IF
        PERFORM RAISE-PIT-ALERT
    END-IF.

RAISE-PIT-ALERT.
    *> The caller stages WS-ALERT-RECORD with the severity, seat,
    *> account, player, event and note; the table and the dealer
    *> signed on are filled here. Training seats never reach the
    *> checks that raise one.
    MOVE WS-TABLE-ID TO WS-ALERT-TABLE.
    MOVE WS-DEALER-ID TO WS-ALERT-STAFF.
    MOVE 'R' TO WS-ALERT-FUNCTION.
    CALL "PIT-ALERT" USING WS-ALERT-FUNCTION WS-ALERT-RECORD
        WS-ALERT-STATUS.

LOAD-THEME.
    *> CRAPS-THEME.CFG holds a single-character scheme code:
    *>   1 = Classic (green table, white text) - the historical default
    *>   2 = Colorblind-friendly (blue table, white text)
    *>   3 = High-contrast (black table, yellow text)
    *> Any missing/unreadable file or unrecognized code falls back to Classic.
    *> A theme scheduled on the configuration calendar for this
    *> table or the floor stands in for the file while in force.
    MOVE 'T' TO WS-CAL-KIND.
    PERFORM ASK-CONFIG-CALENDAR.
    MOVE WS-CAL-CHANGE TO WS-THEME-CHANGE.
    IF WS-CAL-CHANGE > 0
        MOVE WS-CAL-DATA(1:1) TO WS-THEME-CODE
    ELSE
        OPEN INPUT THEME-FILE
        IF THEME-STATUS = "00"
            READ THEME-FILE
                AT END MOVE "10" TO THEME-STATUS
            END-READ
            IF THEME-STATUS = "00"
                MOVE THEME-RECORD TO WS-THEME-CODE
            END-IF
            CLOSE THEME-FILE
        END-IF
    END-IF.

    EVALUATE WS-THEME-CODE
    *> has no file of its own the house-wide CRAPS-LIMITS.CFG is
    *> used. A missing/unreadable file or a nonsensical min/max pair
    *> falls back to the historical $5/$500 table, so an absent
    *> config file is not an error. Limits scheduled on the
    *> configuration calendar for this table or the floor take the
    *> place of both files while they are in force; they are read
    *> as the session starts and hold for the whole session.
    MOVE 'L' TO WS-CAL-KIND.
    PERFORM ASK-CONFIG-CALENDAR.
    MOVE WS-CAL-CHANGE TO WS-LIMITS-CHANGE.
    IF WS-CAL-CHANGE > 0
        MOVE WS-CAL-DATA TO LIMITS-RECORD
        PERFORM TAKE-LIMITS-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-LIMITS-NAME.
    STRING "CRAPS-LIMITS.T" WS-TABLE-ID ".CFG"
        DELIMITED BY SIZE INTO WS-LIMITS-NAME.
            AT END MOVE "10" TO LIMITS-STATUS
        END-READ
        IF LIMITS-STATUS = "00"
            PERFORM TAKE-LIMITS-RECORD
        END-IF
        CLOSE LIMITS-FILE
    ELSE
        CONTINUE
    END-IF.

TAKE-LIMITS-RECORD.
    IF LIM-TABLE-MIN > 0
        AND LIM-TABLE-MAX > LIM-TABLE-MIN
        MOVE LIM-TABLE-MIN TO WS-TABLE-MIN
        MOVE LIM-TABLE-MAX TO WS-TABLE-MAX
        PERFORM LOAD-CLASS-LIMITS
    END-IF.

ASK-CONFIG-CALENDAR.
    *> Resolved at the session's own start time, so the limits,
    *> the theme and the stamp the table puts on the trail all agree.
    CALL "CONFIG-CALENDAR" USING WS-CAL-KIND WS-TABLE-ID
        WS-SESS-DATE WS-SESS-TIME WS-CAL-DATA WS-CAL-CHANGE.

LOAD-CLASS-LIMITS.
    *> Every class starts from the table pair; the extension fields
    *> on a new-format limits file then override class by class. An
        MOVE CKP-LAY-10-BET(WS-PLAYER-IDX) TO PT-LAY-10-BET(WS-PLAYER-IDX)
        MOVE CKP-FIRE-BET(WS-PLAYER-IDX) TO PT-FIRE-BET(WS-PLAYER-IDX)
        MOVE CKP-FIRE-MASK(WS-PLAYER-IDX) TO PT-FIRE-MASK(WS-PLAYER-IDX)
        MOVE CKP-CPN-SPOT(WS-PLAYER-IDX) TO PT-CPN-SPOT(WS-PLAYER-IDX)
        MOVE CKP-CPN-KIND(WS-PLAYER-IDX) TO PT-CPN-KIND(WS-PLAYER-IDX)
        MOVE CKP-CPN-FACE(WS-PLAYER-IDX) TO PT-CPN-FACE(WS-PLAYER-IDX)
        MOVE CKP-CPN-SERIAL(WS-PLAYER-IDX) TO PT-CPN-SERIAL(WS-PLAYER-IDX)
        MOVE CKP-CPN-WON(WS-PLAYER-IDX) TO PT-CPN-WON(WS-PLAYER-IDX)
        MOVE CKP-TOKE-SPOT(WS-PLAYER-IDX) TO PT-TOKE-SPOT(WS-PLAYER-IDX)
        MOVE CKP-TOKE-BET(WS-PLAYER-IDX) TO PT-TOKE-BET(WS-PLAYER-IDX)
        MOVE CKP-TOKE-WON(WS-PLAYER-IDX) TO PT-TOKE-WON(WS-PLAYER-IDX)
        MOVE CKP-TOKE-LOST(WS-PLAYER-IDX) TO PT-TOKE-LOST(WS-PLAYER-IDX)
        MOVE CKP-TOKE-DOWN(WS-PLAYER-IDX) TO PT-TOKE-DOWN(WS-PLAYER-IDX)
    END-PERFORM.
