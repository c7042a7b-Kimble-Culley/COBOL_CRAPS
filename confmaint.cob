        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PAYOUT-STATUS.

    SELECT RATE-FILE ASSIGN TO "CRAPS-FXRATE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RATE-STATUS.

    SELECT RATE-TEMP-FILE ASSIGN TO "CRAPS-FXRATE.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RATE-TEMP-STATUS.

    SELECT CALENDAR-FILE ASSIGN TO "CRAPS-CFGCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CALENDAR-STATUS.

    SELECT CALENDAR-TEMP-FILE ASSIGN TO "CRAPS-CFGCAL.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CALENDAR-TEMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD LIMITS-FILE.
    02 PAY-HORN-HI-DEN  PIC 9(2).
    02 PAY-HORN-LO-MULT PIC 9(2).

FD RATE-FILE.
01 RATE-RECORD.
    02 FXR-CURRENCY     PIC X(3).
    02 FXR-EFFECTIVE    PIC X(8).
    02 FXR-BUY-RATE     PIC 9(3)V9(6).

FD RATE-TEMP-FILE.
01 RATE-TEMP-RECORD     PIC X(20).

*> Same layout CONFIG-CALENDAR reads. CAL-DATA holds the image of
*> the record the change stands in for.
FD CALENDAR-FILE.
01 CALENDAR-RECORD.
    02 CAL-CHANGE       PIC 9(5).
    02 CAL-KIND         PIC X(1).
    02 CAL-TABLE        PIC 9(1).
    02 CAL-START        PIC X(12).
    02 CAL-END          PIC X(12).
    02 CAL-STATUS       PIC X(1).
    02 CAL-WHO          PIC X(3).
    02 CAL-ENTERED      PIC X(8).
    02 CAL-DATA         PIC X(58).
    02 CAL-DATA-LIMITS REDEFINES CAL-DATA.
        03 CAL-LIM-MIN      PIC 9(5)V99.
        03 CAL-LIM-MAX      PIC 9(5)V99.
        03 FILLER           PIC X(44).
    02 CAL-DATA-PAYOUT REDEFINES CAL-DATA.
        03 CAL-PAY-ID       PIC X(8).
        03 FILLER           PIC X(50).
    02 CAL-DATA-THEME REDEFINES CAL-DATA.
        03 CAL-THEME        PIC X(1).
        03 FILLER           PIC X(57).

FD CALENDAR-TEMP-FILE.
01 CALENDAR-TEMP-RECORD PIC X(101).

WORKING-STORAGE SECTION.
01 LIMITS-STATUS        PIC X(2).
01 THEME-STATUS         PIC X(2).
01 WS-MIN-DISP          PIC $$$,$$9.99.
01 WS-MAX-DISP          PIC $$$,$$9.99.
01 WS-LOG-TEXT          PIC X(60).
01 RATE-STATUS          PIC X(2).
01 RATE-TEMP-STATUS     PIC X(2).
01 WS-RATE-TMP-NAME     PIC X(16) VALUE "CRAPS-FXRATE.TMP".
01 WS-RATE-FINAL-NAME   PIC X(16) VALUE "CRAPS-FXRATE.CFG".
01 WS-FX-CURRENCY       PIC X(3) VALUE SPACES.
01 WS-FX-EFFECTIVE      PIC X(8) VALUE SPACES.
01 WS-FX-RATE           PIC 9(3)V9(6) VALUE 0.
01 WS-FX-RATE-DISP      PIC ZZ9.999999.
01 WS-FX-ROWS           PIC 9(4) VALUE 0.
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GAMING-DAY        PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 CALENDAR-STATUS      PIC X(2).
01 CALENDAR-TEMP-STATUS PIC X(2).
01 WS-CAL-TMP-NAME      PIC X(16) VALUE "CRAPS-CFGCAL.TMP".
01 WS-CAL-FINAL-NAME    PIC X(16) VALUE "CRAPS-CFGCAL.DAT".
01 WS-THEME-OK          PIC X(1) VALUE 'N'.
01 WS-CAL-KIND          PIC X(1).
01 WS-CAL-LAST          PIC 9(5) VALUE 0.
01 WS-CAL-NEW-NO        PIC 9(5) VALUE 0.
01 WS-CAL-NEW-DATA      PIC X(58).
01 WS-CAL-SUMMARY       PIC X(21).
01 WS-CAL-STATE         PIC X(9).
01 WS-CAL-NOTE          PIC X(19).
01 WS-CAL-RESULT        PIC X(1).
01 WS-CAL-IN-FORCE      PIC 9(5).
01 WS-CAL-IN-FORCE-DATA PIC X(58).
01 WS-NOW-STAMP         PIC X(12).
01 WS-NEW-START         PIC X(12).
01 WS-NEW-END           PIC X(12).
01 WS-ASK-DATE          PIC X(8).
01 WS-ASK-DATE-N        PIC 9(8).
01 WS-ASK-TIME          PIC X(4).
01 WS-ASK-STAMP         PIC X(12).
01 WS-STAMP-OK          PIC X(1).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> validated (min above zero, max above min, known theme codes)
    *> and written in the exact formats LOAD-LIMITS and LOAD-THEME
    *> expect, and every change lands in CRAPS-CONFIG.LOG with who
    *> made it and when. The same screen posts the daily foreign
    *> currency buy rates the tables and the cage convert at, and
    *> keeps the calendar of limits, payout and theme changes
    *> entered ahead to start and stop on their own.
    DISPLAY "Configuration maintenance - operator initials: ".
    ACCEPT WS-OPERATOR.
    DISPLAY "L=table limits, T=theme, P=payout schedule,"
        " X=exchange rates,".
    DISPLAY "S=schedule a change, C=change calendar,"
        " D=cancel a scheduled change: ".
    ACCEPT WS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN 'L'
        WHEN 'P'
        WHEN 'p'
            PERFORM MAINTAIN-PAYOUTS
        WHEN 'X'
        WHEN 'x'
            PERFORM MAINTAIN-FX-RATES
        WHEN 'S'
        WHEN 's'
            PERFORM SCHEDULE-CHANGE
        WHEN 'C'
        WHEN 'c'
            PERFORM LIST-CALENDAR
        WHEN 'D'
        WHEN 'd'
            PERFORM CANCEL-CHANGE
        WHEN OTHER
            DISPLAY "Nothing maintained."
    END-EVALUATE.
    *> schedule id plus the changed figures, and putting the house
    *> schedule back is running this again with the defaults. The
    *> schedule id lands on the audit trail at every SESS-START.
    PERFORM ACCEPT-PAYOUT-FIGURES.
    IF WS-PAY-OK = 'Y'
        OPEN OUTPUT PAYOUT-FILE
        WRITE PAYOUT-RECORD
        CLOSE PAYOUT-FILE
        IF PAYOUT-STATUS = "00"
            DISPLAY "Payout schedule " PAY-ID " written. Run"
                " CRAPS-SIM to see its house edge before the"
                " floor opens on it."
            MOVE SPACES TO WS-LOG-TEXT
            STRING "PAYOUT SCHEDULE SET " PAY-ID
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM WRITE-CONFIG-LOG
        ELSE
            DISPLAY "Error writing the payout file (FILE"
                " STATUS " PAYOUT-STATUS ")."
        END-IF
    END-IF.

ACCEPT-PAYOUT-FIGURES.
    *> Prompts a whole schedule into PAYOUT-RECORD, for the payout
    *> file or for a change on the configuration calendar. WS-PAY-OK
    *> comes back 'Y' only when every figure passed.
    DISPLAY "Schedule id (e.g. HOUSE or 3XFLD12): ".
    MOVE SPACES TO PAY-ID.
    ACCEPT PAY-ID.
    IF PAY-ID = SPACES
        DISPLAY "A schedule id is required. Nothing written."
        MOVE 'N' TO WS-PAY-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-PAY-OK.
    MOVE 99 TO WS-PAY-LIMIT.
    DISPLAY "Field pays on 2 (x bet, house 2): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-FIELD-2-MULT.
    DISPLAY "Field pays on 12 (x bet, house 3): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-FIELD-12-MULT.
    DISPLAY "Place 4/10 numerator (house 9): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-PLACE-410-NUM.
    DISPLAY "Place 4/10 denominator (house 5): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-PLACE-410-DEN.
    DISPLAY "Place 5/9 numerator (house 7): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-PLACE-59-NUM.
    DISPLAY "Place 5/9 denominator (house 5): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-PLACE-59-DEN.
    DISPLAY "Place 6/8 numerator (house 7): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-PLACE-68-NUM.
    DISPLAY "Place 6/8 denominator (house 6): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-PLACE-68-DEN.
    DISPLAY "Hard 4/10 pays (x bet, house 7): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-HARD-410-MULT.
    DISPLAY "Hard 6/8 pays (x bet, house 9): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-HARD-68-MULT.
    DISPLAY "Any seven pays (x bet, house 4): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-ANY7-MULT.
    DISPLAY "Horn 2/12 numerator (house 27): ".
    *> The horn numerator is the one three-digit field on the
    *> schedule; everything else holds two.
    MOVE 999 TO WS-PAY-LIMIT.
    PERFORM ACCEPT-PAY-MULT.
    MOVE 99 TO WS-PAY-LIMIT.
    MOVE WS-PAY-IN TO PAY-HORN-HI-NUM.
    DISPLAY "Horn 2/12 denominator (house 4): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-HORN-HI-DEN.
    DISPLAY "Horn 3/11 pays (x bet, house 3): ".
    PERFORM ACCEPT-PAY-MULT.
    MOVE WS-PAY-IN TO PAY-HORN-LO-MULT.
    IF WS-PAY-OK NOT = 'Y'
        DISPLAY "A figure was zero or out of range."
            " Nothing written."
    END-IF.

ACCEPT-PAY-MULT.
        DISPLAY "No limits file on record here; the game falls"
            " back to $5/$500."
    END-IF.
    PERFORM ACCEPT-LIMITS-FIGURES.
    IF WS-CLASS-OK = 'Y'
        OPEN OUTPUT LIMITS-FILE
        WRITE LIMITS-RECORD
        CLOSE LIMITS-FILE
        IF LIMITS-STATUS = "00"
            MOVE WS-NEW-MIN TO WS-MIN-DISP
            MOVE WS-NEW-MAX TO WS-MAX-DISP
            DISPLAY "Limits written: " WS-MIN-DISP " to "
                WS-MAX-DISP
            MOVE SPACES TO WS-LOG-TEXT
            *> The file name is delimited by its own padding so
            *> the full min-max pair always fits the log record.
            STRING "LIMITS " DELIMITED BY SIZE
                WS-LIMITS-NAME DELIMITED BY SPACE
                " SET " WS-MIN-DISP "-" WS-MAX-DISP
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM WRITE-CONFIG-LOG
        ELSE
            DISPLAY "Error writing the limits file (FILE"
                " STATUS " LIMITS-STATUS ")."
        END-IF
    END-IF.

ACCEPT-LIMITS-FIGURES.
    *> Prompts a full limits record into LIMITS-RECORD, for a limits
    *> file or for a change on the configuration calendar.
    *> WS-CLASS-OK comes back 'Y' only when the table pair and every
    *> class pair passed.
    MOVE 'N' TO WS-CLASS-OK.
    DISPLAY "New table minimum (e.g. 5.00): ".
    ACCEPT WS-NEW-MIN.
    DISPLAY "New table maximum (e.g. 500.00): ".
    ACCEPT WS-NEW-MAX.
    IF WS-NEW-MIN = 0
        DISPLAY "Minimum must be above zero. Nothing written."
        EXIT PARAGRAPH
    END-IF.
    IF WS-NEW-MAX NOT > WS-NEW-MIN
        DISPLAY "Maximum must be above the minimum."
            " Nothing written."
        EXIT PARAGRAPH
    END-IF.
    PERFORM ACCEPT-CLASS-LIMITS.
    IF WS-CLASS-OK NOT = 'Y'
        DISPLAY "Nothing written."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-NEW-MIN TO LIM-TABLE-MIN.
    MOVE WS-NEW-MAX TO LIM-TABLE-MAX.
    MOVE WS-NEW-LINE-MIN TO LIM-LINE-MIN.
    MOVE WS-NEW-LINE-MAX TO LIM-LINE-MAX.
    MOVE WS-NEW-PLACE-MIN TO LIM-PLACE-MIN.
    MOVE WS-NEW-PLACE-MAX TO LIM-PLACE-MAX.
    MOVE WS-NEW-PROP-MIN TO LIM-PROP-MIN.
    MOVE WS-NEW-PROP-MAX TO LIM-PROP-MAX.
    MOVE WS-NEW-ODDS-MULT TO LIM-ODDS-MULT.

ACCEPT-CLASS-LIMITS.
    *> Per-class pairs, each defaulting to the table pair when the
    END-IF.
    DISPLAY "Current theme: " WS-CUR-THEME
        " (1=Classic, 2=Colorblind, 3=High-contrast)".
    PERFORM ACCEPT-THEME-CODE.
    IF WS-THEME-OK = 'Y'
        MOVE WS-NEW-THEME TO THEME-RECORD
        OPEN OUTPUT THEME-FILE
        WRITE THEME-RECORD
            DISPLAY "Error writing the theme file (FILE STATUS "
                THEME-STATUS ")."
        END-IF
    END-IF.

ACCEPT-THEME-CODE.
    MOVE 'N' TO WS-THEME-OK.
    DISPLAY "New theme code: ".
    MOVE SPACES TO WS-NEW-THEME.
    ACCEPT WS-NEW-THEME.
    IF WS-NEW-THEME = '1' OR WS-NEW-THEME = '2'
        OR WS-NEW-THEME = '3'
        MOVE 'Y' TO WS-THEME-OK
    ELSE
        DISPLAY "Not a known theme code. Nothing written."
    END-IF.

MAINTAIN-FX-RATES.
    *> A buy rate is dollars paid per unit of the currency, posted
    *> from a gaming day on until a later rate for the same currency
    *> takes over. Earlier rates are kept so a past day can always be
    *> priced as it was; a rate may be posted ahead but never back-
    *> dated, and re-posting the same currency and day replaces it.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-GAMING-DAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    DISPLAY "Currency code (e.g. CAD, EUR, MXN): ".
    MOVE SPACES TO WS-FX-CURRENCY.
    ACCEPT WS-FX-CURRENCY.
    INSPECT WS-FX-CURRENCY CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF WS-FX-CURRENCY(3:1) = SPACE
        OR WS-FX-CURRENCY IS NOT ALPHABETIC
        OR WS-FX-CURRENCY = "USD"
        DISPLAY "Not a foreign currency code. Nothing written."
        EXIT PARAGRAPH
    END-IF.
    PERFORM LIST-FX-RATES.
    DISPLAY "Effective gaming day (YYYYMMDD, ENTER = "
        WS-GAMING-DAY "): ".
    MOVE SPACES TO WS-FX-EFFECTIVE.
    ACCEPT WS-FX-EFFECTIVE.
    IF WS-FX-EFFECTIVE = SPACES
        MOVE WS-GAMING-DAY TO WS-FX-EFFECTIVE
    END-IF.
    IF WS-FX-EFFECTIVE IS NOT NUMERIC
        OR WS-FX-EFFECTIVE < WS-GAMING-DAY
        DISPLAY "A rate takes effect today or later. Nothing"
            " written."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Buy rate - dollars paid per " WS-FX-CURRENCY
        " (e.g. 0.731500): ".
    MOVE 0 TO WS-FX-RATE.
    ACCEPT WS-FX-RATE.
    IF WS-FX-RATE = 0
        DISPLAY "Rate must be above zero. Nothing written."
        EXIT PARAGRAPH
    END-IF.
    PERFORM WRITE-FX-RATE.
    IF RATE-TEMP-STATUS = "00"
        MOVE WS-FX-RATE TO WS-FX-RATE-DISP
        DISPLAY WS-FX-CURRENCY " buys at " WS-FX-RATE-DISP
            " from " WS-FX-EFFECTIVE "."
        MOVE SPACES TO WS-LOG-TEXT
        STRING "FXRATE " WS-FX-CURRENCY " " WS-FX-RATE-DISP
            " FROM " WS-FX-EFFECTIVE
            DELIMITED BY SIZE INTO WS-LOG-TEXT
        PERFORM WRITE-CONFIG-LOG
    ELSE
        DISPLAY "Error writing the rate file (FILE STATUS "
            RATE-TEMP-STATUS ")."
    END-IF.

LIST-FX-RATES.
    MOVE 0 TO WS-FX-ROWS.
    OPEN INPUT RATE-FILE.
    IF RATE-STATUS = "00"
        PERFORM UNTIL RATE-STATUS = "10"
            READ RATE-FILE
                AT END MOVE "10" TO RATE-STATUS
            END-READ
            IF RATE-STATUS = "00" AND FXR-CURRENCY = WS-FX-CURRENCY
                ADD 1 TO WS-FX-ROWS
                MOVE FXR-BUY-RATE TO WS-FX-RATE-DISP
                DISPLAY "  from " FXR-EFFECTIVE "  " WS-FX-RATE-DISP
            END-IF
        END-PERFORM
        CLOSE RATE-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-FX-ROWS = 0
        DISPLAY "No rate posted yet for " WS-FX-CURRENCY "."
    END-IF.

WRITE-FX-RATE.
    *> Every other row is copied through a temp file, the new one
    *> goes on the end, and the temp replaces the rate file.
    OPEN OUTPUT RATE-TEMP-FILE.
    IF RATE-TEMP-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT RATE-FILE.
    IF RATE-STATUS = "00"
        PERFORM UNTIL RATE-STATUS = "10"
            READ RATE-FILE
                AT END MOVE "10" TO RATE-STATUS
            END-READ
            IF RATE-STATUS = "00"
                AND NOT (FXR-CURRENCY = WS-FX-CURRENCY
                         AND FXR-EFFECTIVE = WS-FX-EFFECTIVE)
                WRITE RATE-TEMP-RECORD FROM RATE-RECORD
            END-IF
        END-PERFORM
        CLOSE RATE-FILE
    ELSE
        CONTINUE
    END-IF.
    MOVE WS-FX-CURRENCY TO FXR-CURRENCY.
    MOVE WS-FX-EFFECTIVE TO FXR-EFFECTIVE.
    MOVE WS-FX-RATE TO FXR-BUY-RATE.
    WRITE RATE-TEMP-RECORD FROM RATE-RECORD.
    CLOSE RATE-TEMP-FILE.
    IF RATE-TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING WS-RATE-TMP-NAME
            WS-RATE-FINAL-NAME
    END-IF.

SCHEDULE-CHANGE.
    *> A limits record, payout schedule or theme entered ahead of
    *> time for one table or the whole floor, in force from a clock
    *> date and time up to (not including) an end date and time.
    *> The standing files are left alone: MAIN-PROGRAM and
    *> CRAPS-ENGINE ask CONFIG-CALENDAR what is in force as a session
    *> or hand starts, and fall back to the files once it lapses.
    PERFORM TAKE-CLOCK-MINUTE.
    DISPLAY "Change to schedule - L=table limits, P=payout"
        " schedule, T=theme: ".
    MOVE SPACES TO WS-CAL-KIND.
    ACCEPT WS-CAL-KIND.
    INSPECT WS-CAL-KIND CONVERTING "lpt" TO "LPT".
    IF WS-CAL-KIND NOT = 'L' AND WS-CAL-KIND NOT = 'P'
        AND WS-CAL-KIND NOT = 'T'
        DISPLAY "Not a kind of change. Nothing written."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Table number (1-9, 0 = floor-wide): ".
    MOVE 0 TO WS-TABLE-SEL.
    ACCEPT WS-TABLE-SEL.
    DISPLAY "In force from - date (YYYYMMDD): ".
    MOVE SPACES TO WS-ASK-DATE.
    ACCEPT WS-ASK-DATE.
    DISPLAY "In force from - time (HHMM, 24-hour): ".
    MOVE SPACES TO WS-ASK-TIME.
    ACCEPT WS-ASK-TIME.
    PERFORM EDIT-CALENDAR-STAMP.
    IF WS-STAMP-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ASK-STAMP TO WS-NEW-START.
    IF WS-NEW-START < WS-NOW-STAMP
        DISPLAY "A change starts now or later. Nothing written."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "In force until - date (YYYYMMDD): ".
    MOVE SPACES TO WS-ASK-DATE.
    ACCEPT WS-ASK-DATE.
    DISPLAY "In force until - time (HHMM, 24-hour): ".
    MOVE SPACES TO WS-ASK-TIME.
    ACCEPT WS-ASK-TIME.
    PERFORM EDIT-CALENDAR-STAMP.
    IF WS-STAMP-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ASK-STAMP TO WS-NEW-END.
    IF WS-NEW-END NOT > WS-NEW-START
        DISPLAY "The end must come after the start. Nothing"
            " written."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-CAL-NEW-DATA.
    EVALUATE WS-CAL-KIND
        WHEN 'L'
            PERFORM ACCEPT-LIMITS-FIGURES
            IF WS-CLASS-OK NOT = 'Y'
                EXIT PARAGRAPH
            END-IF
            MOVE LIMITS-RECORD TO WS-CAL-NEW-DATA
            MOVE WS-NEW-MIN TO WS-MIN-DISP
            MOVE WS-NEW-MAX TO WS-MAX-DISP
            MOVE SPACES TO WS-CAL-SUMMARY
            STRING WS-MIN-DISP "-" WS-MAX-DISP
                DELIMITED BY SIZE INTO WS-CAL-SUMMARY
        WHEN 'P'
            PERFORM ACCEPT-PAYOUT-FIGURES
            IF WS-PAY-OK NOT = 'Y'
                EXIT PARAGRAPH
            END-IF
            MOVE PAYOUT-RECORD TO WS-CAL-NEW-DATA
            MOVE PAY-ID TO WS-CAL-SUMMARY
        WHEN 'T'
            DISPLAY "(1=Classic, 2=Colorblind, 3=High-contrast)"
            PERFORM ACCEPT-THEME-CODE
            IF WS-THEME-OK NOT = 'Y'
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NEW-THEME TO WS-CAL-NEW-DATA
            MOVE SPACES TO WS-CAL-SUMMARY
            STRING "THEME " WS-NEW-THEME
                DELIMITED BY SIZE INTO WS-CAL-SUMMARY
    END-EVALUATE.
    PERFORM SCAN-CALENDAR-OVERLAPS.
    ADD 1 TO WS-CAL-LAST GIVING WS-CAL-NEW-NO.
    MOVE WS-CAL-NEW-NO TO CAL-CHANGE.
    MOVE WS-CAL-KIND TO CAL-KIND.
    MOVE WS-TABLE-SEL TO CAL-TABLE.
    MOVE WS-NEW-START TO CAL-START.
    MOVE WS-NEW-END TO CAL-END.
    MOVE SPACE TO CAL-STATUS.
    MOVE WS-OPERATOR TO CAL-WHO.
    MOVE WS-CLOCK-DATE TO CAL-ENTERED.
    MOVE WS-CAL-NEW-DATA TO CAL-DATA.
    OPEN EXTEND CALENDAR-FILE.
    IF CALENDAR-STATUS = "35"
        OPEN OUTPUT CALENDAR-FILE
    END-IF.
    IF CALENDAR-STATUS NOT = "00"
        DISPLAY "Error opening the calendar (FILE STATUS "
            CALENDAR-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    WRITE CALENDAR-RECORD.
    CLOSE CALENDAR-FILE.
    DISPLAY "Change " WS-CAL-NEW-NO " scheduled: " WS-CAL-KIND
        " table " WS-TABLE-SEL " " WS-CAL-SUMMARY.
    DISPLAY "  in force " WS-NEW-START " to " WS-NEW-END ".".
    MOVE SPACES TO WS-LOG-TEXT.
    STRING "SCHEDULED " WS-CAL-KIND WS-CAL-NEW-NO " T" WS-TABLE-SEL
        " " WS-NEW-START "-" WS-NEW-END
        DELIMITED BY SIZE INTO WS-LOG-TEXT.
    PERFORM WRITE-CONFIG-LOG.

EDIT-CALENDAR-STAMP.
    *> WS-ASK-DATE/WS-ASK-TIME as the operator keyed them, joined
    *> into WS-ASK-STAMP when they make a real clock date and time.
    MOVE 'N' TO WS-STAMP-OK.
    IF WS-ASK-DATE IS NOT NUMERIC
        OR WS-ASK-TIME IS NOT NUMERIC
        DISPLAY "Dates are YYYYMMDD and times HHMM. Nothing"
            " written."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ASK-DATE TO WS-ASK-DATE-N.
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-DATE-N) NOT = 0
        OR WS-ASK-TIME(1:2) > "23" OR WS-ASK-TIME(3:2) > "59"
        DISPLAY "Not a calendar date and time. Nothing written."
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ASK-DATE TO WS-ASK-STAMP(1:8).
    MOVE WS-ASK-TIME TO WS-ASK-STAMP(9:4).
    MOVE 'Y' TO WS-STAMP-OK.

SCAN-CALENDAR-OVERLAPS.
    *> One pass for the highest change number on file and a warning
    *> for every live change of the same kind and reach whose time
    *> overlaps the new one. Overlaps are allowed - the later start
    *> wins while both are in force - but the operator should know.
    MOVE 0 TO WS-CAL-LAST.
    OPEN INPUT CALENDAR-FILE.
    IF CALENDAR-STATUS = "00"
        PERFORM UNTIL CALENDAR-STATUS NOT = "00"
            READ CALENDAR-FILE
                AT END MOVE "10" TO CALENDAR-STATUS
            END-READ
            IF CALENDAR-STATUS = "00" AND CAL-CHANGE IS NUMERIC
                IF CAL-CHANGE > WS-CAL-LAST
                    MOVE CAL-CHANGE TO WS-CAL-LAST
                END-IF
                IF CAL-KIND = WS-CAL-KIND
                    AND CAL-TABLE = WS-TABLE-SEL
                    AND CAL-STATUS NOT = 'X'
                    AND CAL-END > WS-NOW-STAMP
                    AND CAL-START < WS-NEW-END
                    AND CAL-END > WS-NEW-START
                    DISPLAY "Warning: overlaps change " CAL-CHANGE
                        " (" CAL-START " to " CAL-END ")."
                END-IF
            END-IF
        END-PERFORM
        CLOSE CALENDAR-FILE
    ELSE
        CONTINUE
    END-IF.

LIST-CALENDAR.
    *> Every change on the calendar with where it stands now. An
    *> active change another change outranks (a table-specific one,
    *> or a later start) is flagged with the change actually in
    *> force at that reach.
    PERFORM TAKE-CLOCK-MINUTE.
    MOVE 0 TO WS-FX-ROWS.
    DISPLAY "CHG   K T START        END          STATE     BY"
        "  VALUES".
    OPEN INPUT CALENDAR-FILE.
    IF CALENDAR-STATUS = "00"
        PERFORM UNTIL CALENDAR-STATUS NOT = "00"
            READ CALENDAR-FILE
                AT END MOVE "10" TO CALENDAR-STATUS
            END-READ
            IF CALENDAR-STATUS = "00"
                ADD 1 TO WS-FX-ROWS
                PERFORM SHOW-CALENDAR-ROW
            END-IF
        END-PERFORM
        CLOSE CALENDAR-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-FX-ROWS = 0
        DISPLAY "No changes on the calendar."
    END-IF.

SHOW-CALENDAR-ROW.
    MOVE SPACES TO WS-CAL-NOTE.
    EVALUATE TRUE
        WHEN CAL-STATUS = 'X'
            MOVE "CANCELLED" TO WS-CAL-STATE
        WHEN CAL-START > WS-NOW-STAMP
            MOVE "SCHEDULED" TO WS-CAL-STATE
        WHEN CAL-END NOT > WS-NOW-STAMP
            MOVE "EXPIRED" TO WS-CAL-STATE
        WHEN OTHER
            MOVE "ACTIVE" TO WS-CAL-STATE
            CALL "CONFIG-CALENDAR" USING CAL-KIND CAL-TABLE
                WS-CLOCK-DATE WS-CLOCK-TIME WS-CAL-IN-FORCE-DATA
                WS-CAL-IN-FORCE
            IF WS-CAL-IN-FORCE NOT = CAL-CHANGE
                MOVE SPACES TO WS-CAL-NOTE
                STRING "overridden by " WS-CAL-IN-FORCE
                    DELIMITED BY SIZE INTO WS-CAL-NOTE
            END-IF
    END-EVALUATE.
    MOVE SPACES TO WS-CAL-SUMMARY.
    EVALUATE CAL-KIND
        WHEN 'L'
            MOVE CAL-LIM-MIN TO WS-MIN-DISP
            MOVE CAL-LIM-MAX TO WS-MAX-DISP
            STRING WS-MIN-DISP "-" WS-MAX-DISP
                DELIMITED BY SIZE INTO WS-CAL-SUMMARY
        WHEN 'P'
            MOVE CAL-PAY-ID TO WS-CAL-SUMMARY
        WHEN 'T'
            STRING "THEME " CAL-THEME
                DELIMITED BY SIZE INTO WS-CAL-SUMMARY
    END-EVALUATE.
    DISPLAY CAL-CHANGE " " CAL-KIND " " CAL-TABLE " "
        CAL-START " " CAL-END " " WS-CAL-STATE " " CAL-WHO " "
        WS-CAL-SUMMARY " " WS-CAL-NOTE.

CANCEL-CHANGE.
    *> A change not yet started is cancelled outright; one already
    *> in force is cut short at this minute, so the next session or
    *> hand goes back to what stood before it. An expired change is
    *> history and stays as it ran. The row is kept either way.
    PERFORM TAKE-CLOCK-MINUTE.
    DISPLAY "Change number to cancel: ".
    MOVE 0 TO WS-CAL-NEW-NO.
    ACCEPT WS-CAL-NEW-NO.
    MOVE SPACE TO WS-CAL-RESULT.
    OPEN INPUT CALENDAR-FILE.
    IF CALENDAR-STATUS NOT = "00"
        DISPLAY "No changes on the calendar."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT CALENDAR-TEMP-FILE.
    IF CALENDAR-TEMP-STATUS NOT = "00"
        CLOSE CALENDAR-FILE
        DISPLAY "Error opening the calendar work file (FILE"
            " STATUS " CALENDAR-TEMP-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL CALENDAR-STATUS NOT = "00"
        READ CALENDAR-FILE
            AT END MOVE "10" TO CALENDAR-STATUS
        END-READ
        IF CALENDAR-STATUS = "00"
            IF CAL-CHANGE = WS-CAL-NEW-NO
                PERFORM DECIDE-CANCELLATION
            END-IF
            WRITE CALENDAR-TEMP-RECORD FROM CALENDAR-RECORD
        END-IF
    END-PERFORM.
    CLOSE CALENDAR-FILE.
    CLOSE CALENDAR-TEMP-FILE.
    EVALUATE WS-CAL-RESULT
        WHEN 'C'
            CALL "CBL_RENAME_FILE" USING WS-CAL-TMP-NAME
                WS-CAL-FINAL-NAME
            DISPLAY "Change " WS-CAL-NEW-NO " cancelled before it"
                " started."
            MOVE SPACES TO WS-LOG-TEXT
            STRING "CANCELLED " WS-CAL-KIND WS-CAL-NEW-NO
                " T" WS-TABLE-SEL " " WS-NEW-START "-" WS-NEW-END
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM WRITE-CONFIG-LOG
        WHEN 'S'
            CALL "CBL_RENAME_FILE" USING WS-CAL-TMP-NAME
                WS-CAL-FINAL-NAME
            DISPLAY "Change " WS-CAL-NEW-NO " stopped at "
                WS-NOW-STAMP "."
            MOVE SPACES TO WS-LOG-TEXT
            STRING "STOPPED " WS-CAL-KIND WS-CAL-NEW-NO
                " T" WS-TABLE-SEL " " WS-NEW-START "-" WS-NOW-STAMP
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM WRITE-CONFIG-LOG
        WHEN 'E'
            DISPLAY "Change " WS-CAL-NEW-NO " has already run its"
                " course. Nothing changed."
        WHEN 'X'
            DISPLAY "Change " WS-CAL-NEW-NO " is already cancelled."
        WHEN OTHER
            DISPLAY "No change " WS-CAL-NEW-NO " on the calendar."
    END-EVALUATE.
    IF WS-CAL-RESULT NOT = 'C' AND WS-CAL-RESULT NOT = 'S'
        CALL "CBL_DELETE_FILE" USING WS-CAL-TMP-NAME
    END-IF.

DECIDE-CANCELLATION.
    *> CALENDAR-RECORD is the matched change; it is changed in place
    *> before being copied to the work file.
    MOVE CAL-KIND TO WS-CAL-KIND.
    MOVE CAL-TABLE TO WS-TABLE-SEL.
    MOVE CAL-START TO WS-NEW-START.
    MOVE CAL-END TO WS-NEW-END.
    EVALUATE TRUE
        WHEN CAL-STATUS = 'X'
            MOVE 'X' TO WS-CAL-RESULT
        WHEN CAL-END NOT > WS-NOW-STAMP
            MOVE 'E' TO WS-CAL-RESULT
        WHEN CAL-START > WS-NOW-STAMP
            MOVE 'X' TO CAL-STATUS
            MOVE 'C' TO WS-CAL-RESULT
        WHEN OTHER
            MOVE WS-NOW-STAMP TO CAL-END
            MOVE 'S' TO WS-CAL-RESULT
    END-EVALUATE.

TAKE-CLOCK-MINUTE.
    *> Calendar times are wall-clock, to the minute.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    MOVE WS-CLOCK-DATE TO WS-NOW-STAMP(1:8).
    MOVE WS-CLOCK-TIME(1:4) TO WS-NOW-STAMP(9:4).

WRITE-CONFIG-LOG.
    ACCEPT CLG-DATE FROM DATE YYYYMMDD.
    ACCEPT CLG-TIME FROM TIME.
