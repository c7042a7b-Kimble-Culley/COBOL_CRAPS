        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUPER-STATUS.

    SELECT FXCASH-FILE ASSIGN TO "CRAPS-FXCASH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS FXCASH-STATUS.

DATA DIVISION.
FILE SECTION.
FD CAGE-LOG-FILE.
FD SUPER-FILE.
01 SUPER-RECORD             PIC X(4).

FD FXCASH-FILE.
01 FXCASH-RECORD.
    02 FXC-DATE             PIC X(8).
    02 FXC-TIME             PIC X(8).
    02 FXC-GAMING-DAY       PIC X(8).
    02 FXC-WHERE            PIC X(2).
    02 FXC-SESSION          PIC X(14).
    02 FXC-ACCOUNT          PIC 9(5).
    02 FXC-PLAYER           PIC X(20).
    02 FXC-CURRENCY         PIC X(3).
    02 FXC-FOREIGN          PIC 9(7)V99.
    02 FXC-RATE             PIC 9(3)V9(6).
    02 FXC-DOLLARS          PIC 9(7)V99.
    02 FXC-WHO              PIC X(4).

WORKING-STORAGE SECTION.
01 LOG-STATUS           PIC X(2).
01 WS-OPERATOR          PIC X(3) VALUE SPACES.
01 WS-ACCT-TIME-LIMIT   PIC 9(3) VALUE 0.
01 WS-ACCT-LOCKOUT      PIC X(8) VALUE SPACES.
01 WS-ACCT-PIN          PIC X(4) VALUE SPACES.
*> Passed on every ACCOUNT-MASTER call for its transaction journal.
01 WS-JRN-CONTEXT.
    02 WS-JRN-SOURCE    PIC X(18) VALUE "CAGE-SERVICE".
    02 WS-JRN-WHERE     PIC X(8) VALUE SPACES.
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
01 WS-AMOUNT            PIC 9(5)V99 VALUE 0.
01 WS-NEW-NAME          PIC X(20) VALUE SPACES.
01 WS-REASON-IN         PIC X(20) VALUE SPACES.
01 WS-SUPER-PIN         PIC X(4) VALUE "1234".
01 WS-PIN-TRY           PIC X(4) VALUE SPACES.
01 WS-NEW-PIN           PIC X(4) VALUE SPACES.
01 WS-TODAY             PIC X(8).
01 WS-KYC-FUNCTION      PIC X(1).
01 WS-KYC-STATUS        PIC X(1).
01 WS-KYC-RECORD.
    02 WS-KYC-ACCOUNT   PIC 9(5).
    02 WS-KYC-ID-TYPE   PIC X(2).
    02 WS-KYC-ID-NUMBER PIC X(20).
    02 WS-KYC-ID-STATE  PIC X(2).
    02 WS-KYC-ID-EXPIRY PIC X(8).
    02 WS-KYC-ADDRESS   PIC X(30).
    02 WS-KYC-CITY      PIC X(20).
    02 WS-KYC-STATE     PIC X(2).
    02 WS-KYC-ZIP       PIC X(10).
    02 WS-KYC-DOB       PIC X(8).
    02 WS-KYC-TIN       PIC X(11).
    02 WS-KYC-UPD-DATE  PIC X(8).
    02 WS-KYC-UPD-WHO   PIC X(3).
*> Keyed entries for the ID record; a blank entry keeps what is on
*> file.
01 WS-KYC-ENTRY         PIC X(30).
*> The patron's marketing contact preference, kept on CONTACT-PREF
*> and honoured by CRM-EXTRACT.
01 WS-CON-FUNCTION      PIC X(1).
01 WS-CON-STATUS        PIC X(1).
01 WS-CON-RECORD.
    02 WS-CON-ACCOUNT   PIC 9(5).
    02 WS-CON-NO-CONTACT PIC X(1).
    02 WS-CON-UPD-DATE  PIC X(8).
    02 WS-CON-UPD-WHO   PIC X(3).
    02 WS-CON-REASON    PIC X(20).
01 WS-CON-ANSWER        PIC X(1) VALUE SPACES.
*> The patron may give the club card instead of the account number;
*> CARD-XREF says which account the card belongs to.
01 WS-ENTRY-NUMBER      PIC 9(10) VALUE 0.
01 WS-XRF-FUNCTION      PIC X(1).
01 WS-XRF-STATUS        PIC X(1).
01 WS-XRF-RECORD.
    02 WS-XRF-CARD      PIC 9(10).
    02 WS-XRF-ACCOUNT   PIC 9(5).
    02 WS-XRF-LINK-DATE PIC X(8).
    02 WS-XRF-LINK-HOW  PIC X(1).
01 FXCASH-STATUS        PIC X(2).
*> A deposit tendered in foreign notes, quoted and booked through
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
01 WS-FX-FOREIGN-DISP   PIC ZZZZZZ9.99.
01 WS-FX-SINCE          PIC X(8) VALUE SPACES.
01 WS-FX-IDX            PIC 9(2).
01 WS-FX-COUNT          PIC 9(2) VALUE 0.
01 WS-FX-FOUND          PIC X(1) VALUE 'N'.
01 WS-FX-GAIN           PIC S9(9)V99 VALUE 0.
01 WS-FX-TOTAL-PAID     PIC 9(9)V99 VALUE 0.
01 WS-FX-TOTAL-VALUE    PIC 9(9)V99 VALUE 0.
01 WS-FX-TOTAL-GAIN     PIC S9(9)V99 VALUE 0.
01 WS-FX-MONEY-DISP     PIC $$$,$$$,$$9.99.
01 WS-FX-VALUE-DISP     PIC $$$,$$$,$$9.99.
01 WS-FX-GAIN-DISP      PIC -$$$,$$$,$$9.99.
*> Foreign notes on hand, one row per currency.
01 WS-FX-ON-HAND.
    02 WS-FXH-ROW OCCURS 30 TIMES.
        03 WS-FXH-CURRENCY  PIC X(3).
        03 WS-FXH-TENDERS   PIC 9(5).
        03 WS-FXH-FOREIGN   PIC 9(7)V99.
        03 WS-FXH-PAID      PIC 9(9)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> through ACCOUNT-MASTER's cage functions and lands in
    *> CRAPS-CAGE.LOG with who did it, when, and the reason given -
    *> the same discipline CONFIG-MAINT applies to the config files.
    *> The window also keeps the patron's identification (KYC)
    *> record on PATRON-ID, which the tables and CTR-REPORT read.
    *> A deposit may be tendered in foreign notes, bought at the
    *> posted rate; the notes land on the currency ledger that the
    *> on-hand report (F) counts by currency. A patron who asks not
    *> to be marketed to is flagged here (M) on CONTACT-PREF, and
    *> CRM-EXTRACT leaves the patron out of the marketing feed.
    *> An account may be called up by its club card number; a club
    *> member's name is the player's club's to correct, and reaches
    *> us through CMS-SYNC.
    DISPLAY "Cage window - operator initials: ".
    ACCEPT WS-OPERATOR.
    MOVE WS-OPERATOR TO WS-JRN-WHERE.
    DISPLAY "D=deposit, W=withdrawal, N=name fix, C=caps,"
        " P=PIN reset, I=patron ID, X=close account,"
        " F=foreign currency on hand, M=marketing contact: ".
    ACCEPT WS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN 'D'
        WHEN 'P'
        WHEN 'p'
            PERFORM CAGE-PIN-RESET
        WHEN 'I'
        WHEN 'i'
            PERFORM CAGE-PATRON-ID
        WHEN 'X'
        WHEN 'x'
            PERFORM CAGE-CLOSE-ACCOUNT
        WHEN 'F'
        WHEN 'f'
            PERFORM CAGE-FX-ON-HAND
        WHEN 'M'
        WHEN 'm'
            PERFORM CAGE-CONTACT-PREF
        WHEN OTHER
            DISPLAY "Nothing done."
    END-EVALUATE.
    GOBACK.

FETCH-ACCOUNT.
    *> Pull the account up and show it before anything moves. A
    *> number too long to be an account is a club card number.
    DISPLAY "Account or club card number: ".
    ACCEPT WS-ENTRY-NUMBER.
    IF WS-ENTRY-NUMBER > 99999
        MOVE 'C' TO WS-XRF-FUNCTION
        MOVE WS-ENTRY-NUMBER TO WS-XRF-CARD
        CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
            WS-XRF-STATUS
        IF WS-XRF-STATUS NOT = 'Y'
            DISPLAY "Club card " WS-ENTRY-NUMBER " is not enrolled."
            MOVE 'N' TO WS-ACCT-STATUS
            EXIT PARAGRAPH
        END-IF
        MOVE WS-XRF-ACCOUNT TO WS-ACCT-NUMBER
    ELSE
        MOVE WS-ENTRY-NUMBER TO WS-ACCT-NUMBER
    END-IF.
    MOVE 'L' TO WS-ACCT-FUNCTION.
    CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
        WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
        WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
        WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
        WS-JRN-CONTEXT.
    IF WS-ACCT-STATUS = 'Y'
        MOVE WS-ACCT-BALANCE TO WS-AMT-DISP
        DISPLAY WS-ACCT-NAME "  balance " WS-AMT-DISP
CAGE-DEPOSIT.
    PERFORM FETCH-ACCOUNT.
    IF WS-ACCT-STATUS = 'Y'
        PERFORM ACCEPT-DEPOSIT-TENDER
        IF WS-AMOUNT = 0
            DISPLAY "Nothing deposited."
        ELSE
                WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
                WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
                WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
                WS-JRN-CONTEXT
            IF WS-ACCT-STATUS = 'Y'
                MOVE WS-ACCT-BALANCE TO WS-AMT-DISP
                DISPLAY "Deposited. New balance " WS-AMT-DISP
                MOVE WS-AMOUNT TO WS-AMT-DISP
                MOVE SPACES TO WS-LOG-TEXT
                IF WS-FX-FOREIGN > 0
                    PERFORM BOOK-DEPOSIT-TENDER
                    STRING "DEPOSIT " WS-ACCT-NUMBER " "
                        WS-AMT-DISP " " WS-FX-CURRENCY " "
                        WS-FX-FOREIGN-DISP " " WS-REASON-IN
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                ELSE
                    STRING "DEPOSIT " WS-ACCT-NUMBER " "
                        WS-AMT-DISP " " WS-REASON-IN
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                END-IF
                PERFORM WRITE-CAGE-LOG
            ELSE
                DISPLAY "Deposit not applied."
        END-IF
    END-IF.

ACCEPT-DEPOSIT-TENDER.
    *> Dollars, or foreign notes bought at the rate posted for the
    *> gaming day. WS-AMOUNT comes back as the dollars to credit
    *> (zero if the tender is refused); a foreign tender is left in
    *> WS-FX-RECORD for BOOK-DEPOSIT-TENDER once the credit lands.
    INITIALIZE WS-FX-RECORD.
    MOVE 0 TO WS-AMOUNT.
    DISPLAY "Currency (ENTER = US dollars): ".
    ACCEPT WS-FX-CURRENCY.
    INSPECT WS-FX-CURRENCY CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF WS-FX-CURRENCY = SPACES OR WS-FX-CURRENCY = "USD"
        MOVE SPACES TO WS-FX-CURRENCY
        DISPLAY "Deposit amount: "
        ACCEPT WS-AMOUNT
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Amount in " WS-FX-CURRENCY ": ".
    ACCEPT WS-FX-FOREIGN.
    MOVE 'Q' TO WS-FX-FUNCTION.
    CALL "FX-EXCHANGE" USING WS-FX-FUNCTION WS-FX-RECORD
        WS-FX-STATUS.
    IF WS-FX-STATUS = 'Y' AND WS-FX-DOLLARS > 99999.99
        DISPLAY "More than one deposit can carry; take the notes"
            " as separate deposits."
        MOVE 'Z' TO WS-FX-STATUS
    END-IF.
    EVALUATE WS-FX-STATUS
        WHEN 'Y'
            MOVE WS-FX-FOREIGN TO WS-FX-FOREIGN-DISP
            MOVE WS-FX-RATE TO WS-FX-RATE-DISP
            MOVE WS-FX-DOLLARS TO WS-AMT-DISP
            DISPLAY WS-FX-CURRENCY " " WS-FX-FOREIGN-DISP " at "
                WS-FX-RATE-DISP " = " WS-AMT-DISP
            DISPLAY "Take the notes at that rate? (Y/N): "
            MOVE 'N' TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                MOVE WS-FX-DOLLARS TO WS-AMOUNT
            ELSE
                INITIALIZE WS-FX-RECORD
            END-IF
        WHEN 'N'
            DISPLAY "No rate posted for " WS-FX-CURRENCY
                " today; post one in CONFIG-MAINT first."
            INITIALIZE WS-FX-RECORD
        WHEN OTHER
            INITIALIZE WS-FX-RECORD
    END-EVALUATE.

BOOK-DEPOSIT-TENDER.
    MOVE "CG" TO WS-FX-WHERE.
    MOVE SPACES TO WS-FX-SESSION.
    MOVE WS-ACCT-NUMBER TO WS-FX-ACCOUNT.
    MOVE WS-ACCT-NAME TO WS-FX-PLAYER.
    MOVE WS-AMOUNT TO WS-FX-DOLLARS.
    MOVE WS-OPERATOR TO WS-FX-WHO.
    MOVE 'B' TO WS-FX-FUNCTION.
    CALL "FX-EXCHANGE" USING WS-FX-FUNCTION WS-FX-RECORD
        WS-FX-STATUS.
    IF WS-FX-STATUS NOT = 'Y'
        DISPLAY "The notes are not on the currency ledger; count"
            " them into the foreign drawer by hand."
    END-IF.

CAGE-FX-ON-HAND.
    *> Foreign notes taken in at the tables and this window since
    *> the drawer was last cleared to the bank, by currency: what
    *> was paid out in dollars for them, what they are worth at
    *> today's posted rate, and the exchange gain or loss between
    *> the two.
    DISPLAY "Notes taken in since gaming day (YYYYMMDD, ENTER ="
        " everything on file): ".
    MOVE SPACES TO WS-FX-SINCE.
    ACCEPT WS-FX-SINCE.
    IF WS-FX-SINCE = SPACES
        MOVE "00000000" TO WS-FX-SINCE
    END-IF.
    MOVE 0 TO WS-FX-COUNT.
    OPEN INPUT FXCASH-FILE.
    IF FXCASH-STATUS NOT = "00"
        DISPLAY "No foreign currency has been taken in."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL FXCASH-STATUS = "10"
        READ FXCASH-FILE
            AT END MOVE "10" TO FXCASH-STATUS
        END-READ
        IF FXCASH-STATUS = "00"
            AND FXC-GAMING-DAY >= WS-FX-SINCE
            PERFORM ADD-TO-ON-HAND
        END-IF
    END-PERFORM.
    CLOSE FXCASH-FILE.
    DISPLAY "===== FOREIGN CURRENCY ON HAND =====".
    DISPLAY "Cur Tenders      Foreign         Paid $"
        "   At today's rate       Gain/loss".
    MOVE 0 TO WS-FX-TOTAL-PAID.
    MOVE 0 TO WS-FX-TOTAL-VALUE.
    MOVE 0 TO WS-FX-TOTAL-GAIN.
    PERFORM VARYING WS-FX-IDX FROM 1 BY 1
            UNTIL WS-FX-IDX > WS-FX-COUNT
        PERFORM PRINT-ON-HAND-ROW
    END-PERFORM.
    IF WS-FX-COUNT = 0
        DISPLAY "  (none)"
    ELSE
        MOVE WS-FX-TOTAL-PAID TO WS-FX-MONEY-DISP
        MOVE WS-FX-TOTAL-VALUE TO WS-FX-VALUE-DISP
        MOVE WS-FX-TOTAL-GAIN TO WS-FX-GAIN-DISP
        DISPLAY "Total                          " WS-FX-MONEY-DISP
            "    " WS-FX-VALUE-DISP " " WS-FX-GAIN-DISP
    END-IF.

ADD-TO-ON-HAND.
    MOVE 'N' TO WS-FX-FOUND.
    PERFORM VARYING WS-FX-IDX FROM 1 BY 1
            UNTIL WS-FX-IDX > WS-FX-COUNT OR WS-FX-FOUND = 'Y'
        IF WS-FXH-CURRENCY(WS-FX-IDX) = FXC-CURRENCY
            MOVE 'Y' TO WS-FX-FOUND
        END-IF
    END-PERFORM.
    IF WS-FX-FOUND = 'Y'
        SUBTRACT 1 FROM WS-FX-IDX
    ELSE
        IF WS-FX-COUNT >= 30
            DISPLAY "More than 30 currencies on file; "
                FXC-CURRENCY " left off."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-FX-COUNT
        MOVE WS-FX-COUNT TO WS-FX-IDX
        MOVE FXC-CURRENCY TO WS-FXH-CURRENCY(WS-FX-IDX)
        MOVE 0 TO WS-FXH-TENDERS(WS-FX-IDX)
        MOVE 0 TO WS-FXH-FOREIGN(WS-FX-IDX)
        MOVE 0 TO WS-FXH-PAID(WS-FX-IDX)
    END-IF.
    ADD 1 TO WS-FXH-TENDERS(WS-FX-IDX).
    ADD FXC-FOREIGN TO WS-FXH-FOREIGN(WS-FX-IDX).
    ADD FXC-DOLLARS TO WS-FXH-PAID(WS-FX-IDX).

PRINT-ON-HAND-ROW.
    *> A currency with no rate posted today is valued at what was
    *> paid, so it shows no gain or loss rather than a false one.
    INITIALIZE WS-FX-RECORD.
    MOVE WS-FXH-CURRENCY(WS-FX-IDX) TO WS-FX-CURRENCY.
    MOVE WS-FXH-FOREIGN(WS-FX-IDX) TO WS-FX-FOREIGN.
    MOVE 'Q' TO WS-FX-FUNCTION.
    CALL "FX-EXCHANGE" USING WS-FX-FUNCTION WS-FX-RECORD
        WS-FX-STATUS.
    IF WS-FX-STATUS NOT = 'Y'
        MOVE WS-FXH-PAID(WS-FX-IDX) TO WS-FX-DOLLARS
    END-IF.
    COMPUTE WS-FX-GAIN = WS-FX-DOLLARS - WS-FXH-PAID(WS-FX-IDX).
    ADD WS-FXH-PAID(WS-FX-IDX) TO WS-FX-TOTAL-PAID.
    ADD WS-FX-DOLLARS TO WS-FX-TOTAL-VALUE.
    ADD WS-FX-GAIN TO WS-FX-TOTAL-GAIN.
    MOVE WS-FXH-FOREIGN(WS-FX-IDX) TO WS-FX-FOREIGN-DISP.
    MOVE WS-FXH-PAID(WS-FX-IDX) TO WS-FX-MONEY-DISP.
    MOVE WS-FX-DOLLARS TO WS-FX-VALUE-DISP.
    MOVE WS-FX-GAIN TO WS-FX-GAIN-DISP.
    DISPLAY WS-FXH-CURRENCY(WS-FX-IDX) " " WS-FXH-TENDERS(WS-FX-IDX)
        " " WS-FX-FOREIGN-DISP " " WS-FX-MONEY-DISP "    "
        WS-FX-VALUE-DISP " " WS-FX-GAIN-DISP.
    IF WS-FX-STATUS NOT = 'Y'
        DISPLAY "    (no rate posted today - valued at cost)"
    END-IF.

CAGE-WITHDRAWAL.
    PERFORM FETCH-ACCOUNT.
    IF WS-ACCT-STATUS = 'Y'
                WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
                WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
                WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
                WS-JRN-CONTEXT
            IF WS-ACCT-STATUS = 'Y'
                MOVE WS-ACCT-BALANCE TO WS-AMT-DISP
                DISPLAY "Paid out. New balance " WS-AMT-DISP
CAGE-NAME-FIX.
    PERFORM FETCH-ACCOUNT.
    IF WS-ACCT-STATUS = 'Y'
        *> A club member's name is kept by the player's club; CMS-SYNC
        *> brings its corrections here, so the cage must not drift
        *> the two apart again.
        MOVE 'A' TO WS-XRF-FUNCTION
        MOVE WS-ACCT-NUMBER TO WS-XRF-ACCOUNT
        CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
            WS-XRF-STATUS
        IF WS-XRF-STATUS = 'Y'
            DISPLAY "Account " WS-ACCT-NUMBER " belongs to club card "
                WS-XRF-CARD "; correct the name at the player's"
                " club desk."
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Corrected name: "
        MOVE SPACES TO WS-NEW-NAME
        ACCEPT WS-NEW-NAME
                WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
                WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
                WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
                WS-JRN-CONTEXT
            IF WS-ACCT-STATUS = 'Y'
                DISPLAY "Name corrected to " WS-NEW-NAME
                MOVE SPACES TO WS-LOG-TEXT
            WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
            WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
            WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
            WS-JRN-CONTEXT
        IF WS-ACCT-STATUS = 'Y'
            DISPLAY "Caps updated."
            MOVE SPACES TO WS-LOG-TEXT
                WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
                WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
                WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
                WS-JRN-CONTEXT
            IF WS-ACCT-STATUS = 'Y'
                DISPLAY "Account closed."
                MOVE SPACES TO WS-LOG-TEXT
                WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
                WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
                WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
                WS-JRN-CONTEXT
            IF WS-ACCT-STATUS = 'Y'
                DISPLAY "PIN reset."
                MOVE SPACES TO WS-LOG-TEXT
        END-IF
    END-IF.

CAGE-PATRON-ID.
    *> The identification a CTR is filed with, recorded once at the
    *> window instead of chased down after the patron crosses the
    *> line. The current record is shown and each field re-keyed;
    *> ENTER keeps what is on file. The cage log notes that the ID
    *> changed but never carries the ID or taxpayer number itself.
    PERFORM FETCH-ACCOUNT.
    IF WS-ACCT-STATUS = 'Y'
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE SPACES TO WS-KYC-RECORD
        MOVE WS-ACCT-NUMBER TO WS-KYC-ACCOUNT
        MOVE 'L' TO WS-KYC-FUNCTION
        CALL "PATRON-ID" USING WS-KYC-FUNCTION WS-KYC-RECORD
            WS-KYC-STATUS
        IF WS-KYC-STATUS = 'Y'
            DISPLAY "ID on file: " WS-KYC-ID-TYPE " "
                WS-KYC-ID-NUMBER " " WS-KYC-ID-STATE
                "  expires " WS-KYC-ID-EXPIRY
            IF WS-KYC-ID-EXPIRY < WS-TODAY
                DISPLAY "*** ID EXPIRED - take a current one ***"
            END-IF
            DISPLAY "Address: " WS-KYC-ADDRESS " " WS-KYC-CITY
                " " WS-KYC-STATE " " WS-KYC-ZIP
            DISPLAY "Born " WS-KYC-DOB "  TIN on file: "
                WS-KYC-TIN(8:4)
        ELSE
            DISPLAY "No ID on file for this account."
            MOVE WS-ACCT-NUMBER TO WS-KYC-ACCOUNT
        END-IF
        DISPLAY "ID type (DL=driver licence, PP=passport,"
            " ST=state ID, MI=military): "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-ID-TYPE
        END-IF
        DISPLAY "ID number: "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-ID-NUMBER
        END-IF
        DISPLAY "Issuing state/country: "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-ID-STATE
        END-IF
        DISPLAY "ID expiry (YYYYMMDD): "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-ID-EXPIRY
        END-IF
        DISPLAY "Street address: "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-ADDRESS
        END-IF
        DISPLAY "City: "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-CITY
        END-IF
        DISPLAY "State: "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-STATE
        END-IF
        DISPLAY "ZIP/postal code: "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-ZIP
        END-IF
        DISPLAY "Date of birth (YYYYMMDD): "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-DOB
        END-IF
        DISPLAY "Taxpayer number (SSN/ITIN): "
        MOVE SPACES TO WS-KYC-ENTRY
        ACCEPT WS-KYC-ENTRY
        IF WS-KYC-ENTRY NOT = SPACES
            MOVE WS-KYC-ENTRY TO WS-KYC-TIN
        END-IF
        IF WS-KYC-ID-NUMBER = SPACES
            OR WS-KYC-ID-EXPIRY IS NOT NUMERIC
            DISPLAY "An ID number and expiry date are required."
                " Nothing stored."
        ELSE
            MOVE WS-OPERATOR TO WS-KYC-UPD-WHO
            MOVE 'S' TO WS-KYC-FUNCTION
            CALL "PATRON-ID" USING WS-KYC-FUNCTION WS-KYC-RECORD
                WS-KYC-STATUS
            IF WS-KYC-STATUS = 'Y'
                DISPLAY "Patron ID recorded."
                MOVE SPACES TO WS-LOG-TEXT
                STRING "KYC " WS-ACCT-NUMBER " " WS-KYC-ID-TYPE
                    " expires " WS-KYC-ID-EXPIRY
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM WRITE-CAGE-LOG
            ELSE
                DISPLAY "Patron ID not recorded."
            END-IF
        END-IF
    END-IF.

CAGE-CONTACT-PREF.
    PERFORM FETCH-ACCOUNT.
    IF WS-ACCT-STATUS = 'Y'
        MOVE SPACES TO WS-CON-RECORD
        MOVE WS-ACCT-NUMBER TO WS-CON-ACCOUNT
        MOVE 'L' TO WS-CON-FUNCTION
        CALL "CONTACT-PREF" USING WS-CON-FUNCTION WS-CON-RECORD
            WS-CON-STATUS
        IF WS-CON-STATUS = 'Y' AND WS-CON-NO-CONTACT = 'Y'
            DISPLAY "Patron asked not to be contacted on "
                WS-CON-UPD-DATE ": " WS-CON-REASON
        ELSE
            DISPLAY "Patron may be contacted by marketing."
        END-IF
        DISPLAY "Do not contact for marketing? (Y = stop,"
            " N = allow): "
        MOVE SPACES TO WS-CON-ANSWER
        ACCEPT WS-CON-ANSWER
        IF WS-CON-ANSWER = 'y'
            MOVE 'Y' TO WS-CON-ANSWER
        END-IF
        IF WS-CON-ANSWER = 'n'
            MOVE 'N' TO WS-CON-ANSWER
        END-IF
        IF WS-CON-ANSWER NOT = 'Y' AND WS-CON-ANSWER NOT = 'N'
            DISPLAY "Preference not changed."
        ELSE
            PERFORM ACCEPT-REASON
            MOVE WS-ACCT-NUMBER TO WS-CON-ACCOUNT
            MOVE WS-CON-ANSWER TO WS-CON-NO-CONTACT
            MOVE WS-OPERATOR TO WS-CON-UPD-WHO
            MOVE WS-REASON-IN TO WS-CON-REASON
            MOVE 'S' TO WS-CON-FUNCTION
            CALL "CONTACT-PREF" USING WS-CON-FUNCTION WS-CON-RECORD
                WS-CON-STATUS
            IF WS-CON-STATUS = 'Y'
                DISPLAY "Contact preference recorded."
                MOVE SPACES TO WS-LOG-TEXT
                STRING "NOCONTACT " WS-ACCT-NUMBER " "
                    WS-CON-NO-CONTACT " " WS-REASON-IN
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM WRITE-CAGE-LOG
            ELSE
                DISPLAY "Contact preference not recorded."
            END-IF
        END-IF
    END-IF.

WRITE-CAGE-LOG.
    ACCEPT CLG-DATE FROM DATE YYYYMMDD.
    ACCEPT CLG-TIME FROM TIME.
