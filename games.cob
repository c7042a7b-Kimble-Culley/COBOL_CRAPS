IDENTIFICATION DIVISION.
PROGRAM-ID. MASTER-GAMES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT CATALOG-FILE ASSIGN TO "CRAPS-ARCHIVE.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT SLIP-FILE ASSIGN TO DYNAMIC WS-SLIP-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SLIP-STATUS.

    SELECT FLOAT-FILE ASSIGN TO DYNAMIC WS-FLOAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS FLOAT-STATUS.

    SELECT HOLD-FILE ASSIGN TO "CRAPS-HOLD.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HOLD-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
01 AUDIT-RECORD.
    02 AUD-DATE         PIC X(8).
    02 AUD-TIMESTAMP    PIC X(8).
    02 AUD-SESSION      PIC X(14).
    02 AUD-EVENT        PIC X(10).
    02 AUD-PLAYER       PIC X(20).
    02 AUD-GAMESTATE    PIC 9(1).
    02 AUD-POINT        PIC 9(2).
    02 AUD-AMOUNT       PIC 9(5)V99.
    02 AUD-REASON       PIC X(8).
    02 AUD-DEALER       PIC X(4).
    02 AUD-SEQ          PIC 9(7).
    02 AUD-ACCOUNT      PIC 9(5).

FD CATALOG-FILE.
01 CATALOG-RECORD.
    02 CAT-TABLE        PIC 9(1).
    02 CAT-TYPE         PIC X(1).
    02 CAT-DATE         PIC X(8).
    02 CAT-NAME         PIC X(40).

FD SLIP-FILE.
01 SLIP-RECORD.
    02 SLP-NUMBER       PIC 9(5).
    02 SLP-TYPE         PIC X(1).
    02 SLP-DATE         PIC X(8).
    02 SLP-TIME         PIC X(8).
    02 SLP-SESSION      PIC X(14).
    02 SLP-WHO          PIC X(3).
    02 SLP-COUNTS.
        03 SLP-DENOM-CNT OCCURS 5 TIMES PIC 9(5).
    02 SLP-AMOUNT       PIC 9(7)V99.

FD FLOAT-FILE.
01 FLOAT-RECORD.
    02 FLT-AMOUNT       PIC 9(7)V99.
    02 FLT-COUNTS.
        03 FLT-DENOM-CNT OCCURS 5 TIMES PIC 9(5).

FD HOLD-FILE.
01 HOLD-RECORD.
    02 HLD-LOW-PCT      PIC 9(3)V99.
    02 HLD-HIGH-PCT     PIC 9(3)V99.

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "MASTER-GAMES".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 CATALOG-STATUS       PIC X(2).
01 SLIP-STATUS          PIC X(2).
01 FLOAT-STATUS         PIC X(2).
01 HOLD-STATUS          PIC X(2).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-SLIP-NAME         PIC X(30).
01 WS-FLOAT-NAME        PIC X(30).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-REPORT-DAY        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-SH-IDX            PIC 9(1).
01 WS-EVENT-STAMP       PIC X(16).
*> The hold band the pit manager expects a craps game to land in
*> over a day. CRAPS-HOLD.CFG overrides it; a table outside the band
*> is not wrong by itself, but it is the one to walk over and count.
01 WS-HOLD-LOW          PIC 9(3)V99 VALUE 8.00.
01 WS-HOLD-HIGH         PIC 9(3)V99 VALUE 25.00.
01 WS-WIN               PIC S9(8)V99 VALUE 0.
01 WS-HOLD-PCT          PIC S9(5)V99 VALUE 0.
01 WS-FLOOR-OPENER      PIC 9(8)V99 VALUE 0.
01 WS-FLOOR-CLOSER      PIC 9(8)V99 VALUE 0.
01 WS-FLOOR-FILLS       PIC 9(8)V99 VALUE 0.
01 WS-FLOOR-CREDITS     PIC 9(8)V99 VALUE 0.
01 WS-FLOOR-DROP        PIC 9(8)V99 VALUE 0.
01 WS-FLOOR-TOKE-PAID   PIC 9(8)V99 VALUE 0.
01 WS-FLOOR-TOKE-TAKEN  PIC 9(8)V99 VALUE 0.
01 WS-FLOOR-WIN         PIC S9(8)V99 VALUE 0.
01 WS-TABLES-SHOWN      PIC 9(1) VALUE 0.
01 WS-OUT-OF-BAND       PIC 9(1) VALUE 0.
01 WS-INCOMPLETE        PIC 9(1) VALUE 0.
01 WS-FLAG              PIC X(30).
01 WS-AMT-DISP          PIC $$$,$$$,$$9.99.
01 WS-WIN-DISP          PIC $$,$$$,$$9.99-.
01 WS-PCT-DISP          PIC ZZZ9.99-.
01 WS-BAND-LO-DISP      PIC ZZ9.99.
01 WS-BAND-HI-DISP      PIC ZZ9.99.
*> One bucket per table for the report day. The opener is the
*> earliest OPENER rack count of the day and the closer the latest
*> CLOSER count, so a table that opened and closed several sessions
*> is judged on its first and last inventory, the way the day's
*> table games sheet is.
01 WS-GAME-TABLE.
    02 WS-GAME-ENTRY OCCURS 9 TIMES.
        03 WS-GM-ACTIVE     PIC X(1).
        03 WS-GM-HAS-OPEN   PIC X(1).
        03 WS-GM-OPEN-TIME  PIC X(16).
        03 WS-GM-OPENER     PIC 9(7)V99.
        03 WS-GM-HAS-CLOSE  PIC X(1).
        03 WS-GM-CLOSE-TIME PIC X(16).
        03 WS-GM-CLOSER     PIC 9(7)V99.
        03 WS-GM-CLOSE-SRC  PIC X(1).
        03 WS-GM-FILLS      PIC 9(7)V99.
        03 WS-GM-CREDITS    PIC 9(7)V99.
        03 WS-GM-DROP       PIC 9(7)V99.
        03 WS-GM-SLIP-FILLS PIC 9(7)V99.
        03 WS-GM-SLIP-CREDS PIC 9(7)V99.
        03 WS-GM-TOKE-PAID  PIC 9(7)V99.
        03 WS-GM-TOKE-TAKEN PIC 9(7)V99.
        03 WS-GM-XFER-IN    PIC 9(7)V99.
        03 WS-GM-XFER-OUT   PIC 9(7)V99.
*> Floor drop, fills and credits by shift of the gaming day.
01 WS-SHIFT-TOTALS.
    02 WS-SHIFT-ROW OCCURS 3 TIMES.
        03 WS-SHT-CODE      PIC X(1) VALUE SPACE.
        03 WS-SHT-DROP      PIC 9(8)V99 VALUE 0.
        03 WS-SHT-FILLS     PIC 9(8)V99 VALUE 0.
        03 WS-SHT-CREDITS   PIC 9(8)V99 VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Master Games report: each table's win for one day the way
    *> table games accounting books it -
    *>     win = (closer - opener) + credits - fills + drop
    *> where opener and closer are the rack counts, fills and credits
    *> are the chips in from and back to the cage, and the drop is
    *> the cash that went into the box (BUYIN and REBUY). Hold is win
    *> over drop. CAGE-RECON proves the seats and GL-EXTRACT posts the
    *> cash, but both skip the rack events; this is where win is set
    *> against the count. Toke bets move the rack too - the rack pays
    *> what they win (TOKE-WIN) and takes what they lose (TOKE-LOSS)
    *> - but they are the crew's play, so both are backed out of win
    *> and the hold; tokes never reach the drop at all. Chips a
    *> player walks in from another table on a transfer slip
    *> (XFER-IN) are not cash in the box either, so they are shown
    *> beside the drop but never in it. The day is a gaming day as
    *> GAMING-DAY draws it, so the graveyard's after-midnight play
    *> and the closing count stay with the night they belong to.
    MOVE 0 TO WS-RUN-RC.
    DISPLAY "Master Games report - gaming day (YYYYMMDD): ".
    ACCEPT WS-REPORT-DAY.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    IF WS-REPORT-DAY = SPACES
        MOVE WS-TODAY TO WS-REPORT-DAY
    END-IF.
    PERFORM LOAD-HOLD-BAND.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE 'N' TO WS-GM-ACTIVE(WS-TBL)
        MOVE 'N' TO WS-GM-HAS-OPEN(WS-TBL)
        MOVE 'N' TO WS-GM-HAS-CLOSE(WS-TBL)
        MOVE SPACES TO WS-GM-CLOSE-SRC(WS-TBL)
        MOVE SPACES TO WS-GM-OPEN-TIME(WS-TBL)
        MOVE SPACES TO WS-GM-CLOSE-TIME(WS-TBL)
        MOVE 0 TO WS-GM-OPENER(WS-TBL)
        MOVE 0 TO WS-GM-CLOSER(WS-TBL)
        MOVE 0 TO WS-GM-FILLS(WS-TBL)
        MOVE 0 TO WS-GM-CREDITS(WS-TBL)
        MOVE 0 TO WS-GM-DROP(WS-TBL)
        MOVE 0 TO WS-GM-SLIP-FILLS(WS-TBL)
        MOVE 0 TO WS-GM-SLIP-CREDS(WS-TBL)
        MOVE 0 TO WS-GM-TOKE-PAID(WS-TBL)
        MOVE 0 TO WS-GM-TOKE-TAKEN(WS-TBL)
        MOVE 0 TO WS-GM-XFER-IN(WS-TBL)
        MOVE 0 TO WS-GM-XFER-OUT(WS-TBL)
    END-PERFORM.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
            DELIMITED BY SIZE INTO WS-AUDIT-NAME
        PERFORM SCAN-AUDIT-LOG
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        PERFORM SUM-SLIP-FILE
        PERFORM TAKE-FLOAT-AS-CLOSER
    END-PERFORM.
    PERFORM PRINT-MASTER-GAMES.
    IF WS-OUT-OF-BAND > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "table hold outside the configured band"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

LOAD-HOLD-BAND.
    OPEN INPUT HOLD-FILE.
    IF HOLD-STATUS = "00"
        READ HOLD-FILE
            AT END MOVE "10" TO HOLD-STATUS
        END-READ
        IF HOLD-STATUS = "00"
            AND HLD-HIGH-PCT > 0 AND HLD-HIGH-PCT > HLD-LOW-PCT
            MOVE HLD-LOW-PCT TO WS-HOLD-LOW
            MOVE HLD-HIGH-PCT TO WS-HOLD-HIGH
        END-IF
        CLOSE HOLD-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-ARCHIVED-GENERATIONS.
    *> A table already closed for the day has its trail under a dated
    *> name in the catalog; the per-record gaming day in the scan
    *> keeps other days out. The table number comes from the catalog
    *> entry rather than the file name.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                AND CAT-DATE >= WS-REPORT-DAY
                AND CAT-TABLE >= 1 AND CAT-TABLE <= 9
                MOVE CAT-TABLE TO WS-TBL
                MOVE CAT-NAME TO WS-AUDIT-NAME
                PERFORM SCAN-AUDIT-LOG
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-AUDIT-LOG.
    *> WS-TBL names the table whose bucket the log feeds.
    OPEN INPUT AUDIT-FILE.
    EVALUATE AUDIT-STATUS
        WHEN "00"
            PERFORM UNTIL AUDIT-STATUS = "10"
                READ AUDIT-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                    IF WS-GD-DAY = WS-REPORT-DAY
                        PERFORM APPLY-AUDIT-RECORD
                    END-IF
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening " WS-AUDIT-NAME
                " (FILE STATUS " AUDIT-STATUS
                "). Win figures may be incomplete."
            MOVE 'W' TO WS-OPS-SEVERITY
            MOVE "audit log unreadable; master games incomplete"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            IF WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF
    END-EVALUATE.

APPLY-AUDIT-RECORD.
    *> RACK-TRUE repeats the count it follows, so only RACK-COUNT is
    *> taken as the inventory. A gaming day runs past midnight, so
    *> counts are ordered on date and time together.
    MOVE SPACES TO WS-EVENT-STAMP.
    STRING AUD-DATE AUD-TIMESTAMP DELIMITED BY SIZE
        INTO WS-EVENT-STAMP.
    MOVE WS-GD-SHIFT TO WS-SHT-CODE(WS-GD-SHIFT-NO).
    EVALUATE AUD-EVENT
        WHEN "RACK-COUNT"
            MOVE 'Y' TO WS-GM-ACTIVE(WS-TBL)
            IF AUD-REASON = "OPENER"
                IF WS-GM-HAS-OPEN(WS-TBL) NOT = 'Y'
                    OR WS-EVENT-STAMP < WS-GM-OPEN-TIME(WS-TBL)
                    MOVE 'Y' TO WS-GM-HAS-OPEN(WS-TBL)
                    MOVE WS-EVENT-STAMP TO WS-GM-OPEN-TIME(WS-TBL)
                    MOVE AUD-AMOUNT TO WS-GM-OPENER(WS-TBL)
                END-IF
            END-IF
            IF AUD-REASON = "CLOSER"
                IF WS-GM-HAS-CLOSE(WS-TBL) NOT = 'Y'
                    OR WS-EVENT-STAMP > WS-GM-CLOSE-TIME(WS-TBL)
                    MOVE 'Y' TO WS-GM-HAS-CLOSE(WS-TBL)
                    MOVE 'C' TO WS-GM-CLOSE-SRC(WS-TBL)
                    MOVE WS-EVENT-STAMP TO WS-GM-CLOSE-TIME(WS-TBL)
                    MOVE AUD-AMOUNT TO WS-GM-CLOSER(WS-TBL)
                END-IF
            END-IF
        WHEN "FILL-SLIP"
            MOVE 'Y' TO WS-GM-ACTIVE(WS-TBL)
            ADD AUD-AMOUNT TO WS-GM-FILLS(WS-TBL)
            ADD AUD-AMOUNT TO WS-SHT-FILLS(WS-GD-SHIFT-NO)
        WHEN "CRED-SLIP"
            MOVE 'Y' TO WS-GM-ACTIVE(WS-TBL)
            ADD AUD-AMOUNT TO WS-GM-CREDITS(WS-TBL)
            ADD AUD-AMOUNT TO WS-SHT-CREDITS(WS-GD-SHIFT-NO)
        WHEN "BUYIN"
            MOVE 'Y' TO WS-GM-ACTIVE(WS-TBL)
            ADD AUD-AMOUNT TO WS-GM-DROP(WS-TBL)
            ADD AUD-AMOUNT TO WS-SHT-DROP(WS-GD-SHIFT-NO)
        WHEN "REBUY"
            MOVE 'Y' TO WS-GM-ACTIVE(WS-TBL)
            ADD AUD-AMOUNT TO WS-GM-DROP(WS-TBL)
            ADD AUD-AMOUNT TO WS-SHT-DROP(WS-GD-SHIFT-NO)
        WHEN "SESS-START"
            MOVE 'Y' TO WS-GM-ACTIVE(WS-TBL)
        WHEN "TOKE-WIN"
            ADD AUD-AMOUNT TO WS-GM-TOKE-PAID(WS-TBL)
        WHEN "TOKE-LOSS"
            ADD AUD-AMOUNT TO WS-GM-TOKE-TAKEN(WS-TBL)
        WHEN "XFER-IN"
            MOVE 'Y' TO WS-GM-ACTIVE(WS-TBL)
            ADD AUD-AMOUNT TO WS-GM-XFER-IN(WS-TBL)
        WHEN "XFER-OUT"
            ADD AUD-AMOUNT TO WS-GM-XFER-OUT(WS-TBL)
    END-EVALUATE.

SUM-SLIP-FILE.
    *> The numbered slips in CRAPS-SLIPS.T<n>.DAT are the paper behind
    *> the FILL-SLIP and CRED-SLIP events; the report totals them
    *> independently so a slip without its event (or the reverse)
    *> shows up as a difference.
    MOVE SPACES TO WS-SLIP-NAME.
    STRING "CRAPS-SLIPS.T" WS-TBL-DIGIT ".DAT"
        DELIMITED BY SIZE INTO WS-SLIP-NAME.
    OPEN INPUT SLIP-FILE.
    IF SLIP-STATUS = "00"
        PERFORM UNTIL SLIP-STATUS = "10"
            READ SLIP-FILE
                AT END MOVE "10" TO SLIP-STATUS
            END-READ
            IF SLIP-STATUS = "00"
                CALL "GAMING-DAY" USING SLP-DATE SLP-TIME
                    WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
            END-IF
            IF SLIP-STATUS = "00" AND WS-GD-DAY = WS-REPORT-DAY
                MOVE 'Y' TO WS-GM-ACTIVE(WS-TBL)
                IF SLP-TYPE = 'F'
                    ADD SLP-AMOUNT TO WS-GM-SLIP-FILLS(WS-TBL)
                END-IF
                IF SLP-TYPE = 'C'
                    ADD SLP-AMOUNT TO WS-GM-SLIP-CREDS(WS-TBL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE SLIP-FILE
    ELSE
        CONTINUE
    END-IF.

TAKE-FLOAT-AS-CLOSER.
    *> A table still open today has no closing count yet; the rack
    *> as CRAPS-FLOAT.T<n>.DAT carries it stands in, marked so, so
    *> the pit manager can read a mid-shift win.
    IF WS-GM-ACTIVE(WS-TBL) = 'Y'
        AND WS-GM-HAS-CLOSE(WS-TBL) NOT = 'Y'
        AND WS-REPORT-DAY = WS-TODAY
        MOVE SPACES TO WS-FLOAT-NAME
        STRING "CRAPS-FLOAT.T" WS-TBL-DIGIT ".DAT"
            DELIMITED BY SIZE INTO WS-FLOAT-NAME
        OPEN INPUT FLOAT-FILE
        IF FLOAT-STATUS = "00"
            READ FLOAT-FILE
                AT END MOVE "10" TO FLOAT-STATUS
            END-READ
            IF FLOAT-STATUS = "00"
                MOVE FLT-AMOUNT TO WS-GM-CLOSER(WS-TBL)
                MOVE 'Y' TO WS-GM-HAS-CLOSE(WS-TBL)
                MOVE 'F' TO WS-GM-CLOSE-SRC(WS-TBL)
            END-IF
            CLOSE FLOAT-FILE
        ELSE
            CONTINUE
        END-IF
    END-IF.

PRINT-MASTER-GAMES.
    MOVE WS-HOLD-LOW TO WS-BAND-LO-DISP.
    MOVE WS-HOLD-HIGH TO WS-BAND-HI-DISP.
    DISPLAY "===== MASTER GAMES REPORT (" WS-REPORT-DAY ") =====".
    DISPLAY "Hold band " WS-BAND-LO-DISP "% to " WS-BAND-HI-DISP "%".
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        IF WS-GM-ACTIVE(WS-TBL) = 'Y'
            PERFORM PRINT-TABLE-GAME
        END-IF
    END-PERFORM.
    IF WS-TABLES-SHOWN = 0
        DISPLAY "No table activity on file for this day."
    ELSE
        COMPUTE WS-FLOOR-WIN = WS-FLOOR-CLOSER - WS-FLOOR-OPENER
            + WS-FLOOR-CREDITS - WS-FLOOR-FILLS + WS-FLOOR-DROP
            + WS-FLOOR-TOKE-PAID - WS-FLOOR-TOKE-TAKEN
        DISPLAY " "
        DISPLAY "-- FLOOR TOTAL (" WS-TABLES-SHOWN " tables) --"
        MOVE WS-FLOOR-DROP TO WS-AMT-DISP
        DISPLAY "  Drop:     " WS-AMT-DISP
        MOVE WS-FLOOR-WIN TO WS-WIN-DISP
        DISPLAY "  Win:      " WS-WIN-DISP
        IF WS-FLOOR-DROP > 0
            COMPUTE WS-HOLD-PCT ROUNDED =
                WS-FLOOR-WIN * 100 / WS-FLOOR-DROP
            MOVE WS-HOLD-PCT TO WS-PCT-DISP
            DISPLAY "  Hold:     " WS-PCT-DISP "%"
        END-IF
        PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
            IF WS-SHT-CODE(WS-SH-IDX) NOT = SPACE
                DISPLAY "  Shift " WS-SHT-CODE(WS-SH-IDX) ":"
                MOVE WS-SHT-DROP(WS-SH-IDX) TO WS-AMT-DISP
                DISPLAY "    Drop:     " WS-AMT-DISP
                MOVE WS-SHT-FILLS(WS-SH-IDX) TO WS-AMT-DISP
                DISPLAY "    Fills:    " WS-AMT-DISP
                MOVE WS-SHT-CREDITS(WS-SH-IDX) TO WS-AMT-DISP
                DISPLAY "    Credits:  " WS-AMT-DISP
            END-IF
        END-PERFORM
        DISPLAY "Tables outside the hold band: " WS-OUT-OF-BAND
            "  without a full count: " WS-INCOMPLETE
    END-IF.

PRINT-TABLE-GAME.
    ADD 1 TO WS-TABLES-SHOWN.
    COMPUTE WS-WIN = WS-GM-CLOSER(WS-TBL) - WS-GM-OPENER(WS-TBL)
        + WS-GM-CREDITS(WS-TBL) - WS-GM-FILLS(WS-TBL)
        + WS-GM-DROP(WS-TBL)
        + WS-GM-TOKE-PAID(WS-TBL) - WS-GM-TOKE-TAKEN(WS-TBL).
    ADD WS-GM-OPENER(WS-TBL) TO WS-FLOOR-OPENER.
    ADD WS-GM-TOKE-PAID(WS-TBL) TO WS-FLOOR-TOKE-PAID.
    ADD WS-GM-TOKE-TAKEN(WS-TBL) TO WS-FLOOR-TOKE-TAKEN.
    ADD WS-GM-CLOSER(WS-TBL) TO WS-FLOOR-CLOSER.
    ADD WS-GM-FILLS(WS-TBL) TO WS-FLOOR-FILLS.
    ADD WS-GM-CREDITS(WS-TBL) TO WS-FLOOR-CREDITS.
    ADD WS-GM-DROP(WS-TBL) TO WS-FLOOR-DROP.
    DISPLAY " ".
    DISPLAY "Table " WS-TBL ":".
    MOVE WS-GM-OPENER(WS-TBL) TO WS-AMT-DISP.
    IF WS-GM-HAS-OPEN(WS-TBL) = 'Y'
        DISPLAY "  Opener:   " WS-AMT-DISP
    ELSE
        DISPLAY "  Opener:   " WS-AMT-DISP "  (NO OPENER COUNT)"
    END-IF.
    MOVE WS-GM-CLOSER(WS-TBL) TO WS-AMT-DISP.
    EVALUATE WS-GM-CLOSE-SRC(WS-TBL)
        WHEN 'C'
            DISPLAY "  Closer:   " WS-AMT-DISP
        WHEN 'F'
            DISPLAY "  Closer:   " WS-AMT-DISP
                "  (recorded float - table not yet counted)"
        WHEN OTHER
            DISPLAY "  Closer:   " WS-AMT-DISP "  (NO CLOSER COUNT)"
    END-EVALUATE.
    MOVE WS-GM-CREDITS(WS-TBL) TO WS-AMT-DISP.
    DISPLAY "  Credits:  " WS-AMT-DISP.
    MOVE WS-GM-FILLS(WS-TBL) TO WS-AMT-DISP.
    DISPLAY "  Fills:    " WS-AMT-DISP.
    MOVE WS-GM-DROP(WS-TBL) TO WS-AMT-DISP.
    DISPLAY "  Drop:     " WS-AMT-DISP.
    IF WS-GM-XFER-IN(WS-TBL) > 0 OR WS-GM-XFER-OUT(WS-TBL) > 0
        MOVE WS-GM-XFER-IN(WS-TBL) TO WS-AMT-DISP
        DISPLAY "  Chips walked in  " WS-AMT-DISP
        MOVE WS-GM-XFER-OUT(WS-TBL) TO WS-AMT-DISP
        DISPLAY "           and out " WS-AMT-DISP
            "  (transfer slips, not drop)"
    END-IF.
    IF WS-GM-TOKE-PAID(WS-TBL) > 0 OR WS-GM-TOKE-TAKEN(WS-TBL) > 0
        MOVE WS-GM-TOKE-PAID(WS-TBL) TO WS-AMT-DISP
        DISPLAY "  Toke bets paid " WS-AMT-DISP
        MOVE WS-GM-TOKE-TAKEN(WS-TBL) TO WS-AMT-DISP
        DISPLAY "       and taken " WS-AMT-DISP "  (out of win)"
    END-IF.
    MOVE WS-WIN TO WS-WIN-DISP.
    DISPLAY "  Win:      " WS-WIN-DISP.
    IF WS-GM-SLIP-FILLS(WS-TBL) NOT = WS-GM-FILLS(WS-TBL)
        OR WS-GM-SLIP-CREDS(WS-TBL) NOT = WS-GM-CREDITS(WS-TBL)
        MOVE WS-GM-SLIP-FILLS(WS-TBL) TO WS-AMT-DISP
        DISPLAY "  SLIP FILE DIFFERS - fills on slips " WS-AMT-DISP
        MOVE WS-GM-SLIP-CREDS(WS-TBL) TO WS-AMT-DISP
        DISPLAY "                      credits on slips " WS-AMT-DISP
    END-IF.
    IF WS-GM-HAS-OPEN(WS-TBL) NOT = 'Y'
        OR WS-GM-HAS-CLOSE(WS-TBL) NOT = 'Y'
        ADD 1 TO WS-INCOMPLETE
    END-IF.
    MOVE SPACES TO WS-FLAG.
    IF WS-GM-DROP(WS-TBL) = 0
        DISPLAY "  Hold:     n/a (no drop)"
    ELSE
        COMPUTE WS-HOLD-PCT ROUNDED =
            WS-WIN * 100 / WS-GM-DROP(WS-TBL)
        IF WS-HOLD-PCT < WS-HOLD-LOW
            MOVE "** BELOW HOLD BAND **" TO WS-FLAG
            ADD 1 TO WS-OUT-OF-BAND
        END-IF
        IF WS-HOLD-PCT > WS-HOLD-HIGH
            MOVE "** ABOVE HOLD BAND **" TO WS-FLAG
            ADD 1 TO WS-OUT-OF-BAND
        END-IF
        MOVE WS-HOLD-PCT TO WS-PCT-DISP
        DISPLAY "  Hold:     " WS-PCT-DISP "%  " WS-FLAG
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
