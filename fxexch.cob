IDENTIFICATION DIVISION.
PROGRAM-ID. FX-EXCHANGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-FILE ASSIGN TO "CRAPS-FXRATE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RATE-STATUS.

    SELECT FXCASH-FILE ASSIGN TO "CRAPS-FXCASH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS FXCASH-STATUS.

DATA DIVISION.
FILE SECTION.
*> The posted buy rates, kept by CONFIG-MAINT: dollars paid per unit
*> of the currency, from the effective date until a later row for
*> the same currency takes over. Old rows stay, so any past gaming
*> day can still be priced at the rate that was in force.
FD RATE-FILE.
01 RATE-RECORD.
    02 FXR-CURRENCY     PIC X(3).
    02 FXR-EFFECTIVE    PIC X(8).
    02 FXR-BUY-RATE     PIC 9(3)V9(6).

*> One row per foreign-currency tender taken in, at a table (T1-T9)
*> or the cage window (CG), in the order they were taken. The file
*> is only ever added to.
FD FXCASH-FILE.
01 FXCASH-RECORD.
    02 FXC-DATE         PIC X(8).
    02 FXC-TIME         PIC X(8).
    02 FXC-GAMING-DAY   PIC X(8).
    02 FXC-WHERE        PIC X(2).
    02 FXC-SESSION      PIC X(14).
    02 FXC-ACCOUNT      PIC 9(5).
    02 FXC-PLAYER       PIC X(20).
    02 FXC-CURRENCY     PIC X(3).
    02 FXC-FOREIGN      PIC 9(7)V99.
    02 FXC-RATE         PIC 9(3)V9(6).
    02 FXC-DOLLARS      PIC 9(7)V99.
    02 FXC-WHO          PIC X(4).

WORKING-STORAGE SECTION.
01 RATE-STATUS          PIC X(2).
01 FXCASH-STATUS        PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "FX-EXCHANGE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-BEST-EFFECTIVE    PIC X(8).
01 WS-BEST-RATE         PIC 9(3)V9(6).

LINKAGE SECTION.
01 LK-FX-FUNCTION       PIC X(1).
01 LK-FX-RECORD.
    02 LK-FX-DATE       PIC X(8).
    02 LK-FX-TIME       PIC X(8).
    02 LK-FX-GAMING-DAY PIC X(8).
    02 LK-FX-WHERE      PIC X(2).
    02 LK-FX-SESSION    PIC X(14).
    02 LK-FX-ACCOUNT    PIC 9(5).
    02 LK-FX-PLAYER     PIC X(20).
    02 LK-FX-CURRENCY   PIC X(3).
    02 LK-FX-FOREIGN    PIC 9(7)V99.
    02 LK-FX-RATE       PIC 9(3)V9(6).
    02 LK-FX-DOLLARS    PIC 9(7)V99.
    02 LK-FX-WHO        PIC X(4).
01 LK-FX-STATUS         PIC X(1).

PROCEDURE DIVISION USING LK-FX-FUNCTION LK-FX-RECORD
    LK-FX-STATUS.
MAIN-PROGRAM.
    *> Foreign cash taken in at the tables and the cage window.
    *> Function codes:
    *>   'Q' quote: the dollars LK-FX-FOREIGN units of LK-FX-CURRENCY
    *>       buy on gaming day LK-FX-GAMING-DAY (blank = today), at
    *>       the latest posted rate effective on or before that day.
    *>       The rate and dollars come back; the dollars are cut to
    *>       the cent, never rounded up.
    *>   'B' book a tender already quoted and paid: the caller's
    *>       record, stamped with the date and time, is added to
    *>       CRAPS-FXCASH.DAT for the cage's currency on hand.
    *> LK-FX-STATUS comes back:
    *>   'Y' done
    *>   'N' no rate posted for that currency on that day
    *>   'Z' no foreign amount given
    *>   'E' the ledger could not be written
    ACCEPT LK-FX-DATE FROM DATE YYYYMMDD.
    ACCEPT LK-FX-TIME FROM TIME.
    IF LK-FX-GAMING-DAY IS NOT NUMERIC
        CALL "GAMING-DAY" USING LK-FX-DATE LK-FX-TIME
            LK-FX-GAMING-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
    END-IF.
    MOVE 'E' TO LK-FX-STATUS.
    EVALUATE LK-FX-FUNCTION
        WHEN 'Q'
            PERFORM QUOTE-TENDER
        WHEN 'B'
            PERFORM BOOK-TENDER
        WHEN OTHER
            DISPLAY "FX-EXCHANGE: unknown function " LK-FX-FUNCTION
    END-EVALUATE.
    GOBACK.

QUOTE-TENDER.
    MOVE 0 TO LK-FX-RATE.
    MOVE 0 TO LK-FX-DOLLARS.
    IF LK-FX-FOREIGN = 0
        MOVE 'Z' TO LK-FX-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-BEST-EFFECTIVE.
    MOVE 0 TO WS-BEST-RATE.
    OPEN INPUT RATE-FILE.
    IF RATE-STATUS = "00"
        PERFORM UNTIL RATE-STATUS = "10"
            READ RATE-FILE
                AT END MOVE "10" TO RATE-STATUS
            END-READ
            IF RATE-STATUS = "00"
                AND FXR-CURRENCY = LK-FX-CURRENCY
                AND FXR-EFFECTIVE <= LK-FX-GAMING-DAY
                AND (WS-BEST-EFFECTIVE = SPACES
                     OR FXR-EFFECTIVE >= WS-BEST-EFFECTIVE)
                AND FXR-BUY-RATE IS NUMERIC
                MOVE FXR-EFFECTIVE TO WS-BEST-EFFECTIVE
                MOVE FXR-BUY-RATE TO WS-BEST-RATE
            END-IF
        END-PERFORM
        CLOSE RATE-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-BEST-RATE = 0
        MOVE 'N' TO LK-FX-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-BEST-RATE TO LK-FX-RATE.
    COMPUTE LK-FX-DOLLARS = LK-FX-FOREIGN * WS-BEST-RATE.
    MOVE 'Y' TO LK-FX-STATUS.

BOOK-TENDER.
    MOVE LK-FX-RECORD TO FXCASH-RECORD.
    OPEN EXTEND FXCASH-FILE.
    IF FXCASH-STATUS = "35"
        OPEN OUTPUT FXCASH-FILE
    END-IF.
    IF FXCASH-STATUS = "00"
        WRITE FXCASH-RECORD
        IF FXCASH-STATUS = "00"
            MOVE 'Y' TO LK-FX-STATUS
        END-IF
        CLOSE FXCASH-FILE
    END-IF.
    IF LK-FX-STATUS NOT = 'Y'
        MOVE 'E' TO LK-FX-STATUS
        DISPLAY "FX-EXCHANGE: cannot write the currency ledger"
            " (FILE STATUS " FXCASH-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write CRAPS-FXCASH.DAT; foreign tender not booked"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
