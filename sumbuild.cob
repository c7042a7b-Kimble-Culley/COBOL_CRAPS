IDENTIFICATION DIVISION.
PROGRAM-ID. SUMMARY-BUILD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO "CRAPS-DAYSUM.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUMMARY-STATUS.

    SELECT W2G-FILE ASSIGN TO "CRAPS-W2G.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS W2G-STATUS.

    SELECT SORT-FILE ASSIGN TO "CRAPS-DAYSUM.SRT".

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
    02 AUD-ACCOUNT-X REDEFINES AUD-ACCOUNT PIC X(5).

*> The daily summary of one table's trail. Every row but the header
*> and the control trailer carries the gaming day, shift and
*> calendar date its events fell on, so a generation that straddles
*> days still files each event under its own day.
*>   H  header: table, generation day, the gaming days covered, when
*>      it was built, from which trail, and the W-2G threshold the
*>      W rows were cut at
*>   A  per account: one row per session, player, event and (for a
*>      foreign buy-in) currency, with the bet class of BET-* events
*>   D  per dealer: one row per dealer id and event
*>   R  per clock hour: ROLL and ROUND counts
*>   S  per session: minutes from SESS-START to SESS-END and seats
*>   W  one row per PAYOUT at or above the W-2G threshold
*>   C  control trailer: records and amount read from the trail, and
*>      the same totals summed back out of the A and D rows
FD SUMMARY-FILE.
01 SUMMARY-RECORD.
    02 SUM-TYPE         PIC X(1).
    02 SUM-GD-DAY       PIC X(8).
    02 SUM-SHIFT-NO     PIC 9(1).
    02 SUM-SHIFT        PIC X(1).
    02 SUM-CAL-DATE     PIC X(8).
    02 SUM-SESSION      PIC X(14).
    02 SUM-ACCOUNT      PIC 9(5).
    02 SUM-PLAYER       PIC X(20).
    02 SUM-DEALER       PIC X(4).
    02 SUM-EVENT        PIC X(10).
    02 SUM-CLASS        PIC X(1).
    02 SUM-CURRENCY     PIC X(3).
    02 SUM-TIME         PIC X(8).
    02 SUM-COUNT        PIC 9(7).
    02 SUM-AMOUNT       PIC 9(9)V99.
    02 SUM-LARGEST      PIC 9(5)V99.
    02 SUM-PAIRED       PIC 9(9)V99.
01 SUMMARY-HEADER.
    02 SUM-H-TYPE       PIC X(1).
    02 SUM-H-TABLE      PIC 9(1).
    02 SUM-H-DAY        PIC X(8).
    02 SUM-H-FIRST-DAY  PIC X(8).
    02 SUM-H-LAST-DAY   PIC X(8).
    02 SUM-H-BUILT-DATE PIC X(8).
    02 SUM-H-BUILT-TIME PIC X(8).
    02 SUM-H-W2G        PIC 9(5)V99.
    02 SUM-H-SOURCE     PIC X(40).
    02 FILLER           PIC X(31).
01 SUMMARY-CONTROL.
    02 SUM-C-TYPE       PIC X(1).
    02 SUM-C-RECORDS    PIC 9(7).
    02 SUM-C-AMOUNT     PIC 9(11)V99.
    02 SUM-C-FIRST-SEQ  PIC 9(7).
    02 SUM-C-LAST-SEQ   PIC 9(7).
    02 SUM-C-ROWS       PIC 9(7).
    02 SUM-C-ACCT-COUNT PIC 9(7).
    02 SUM-C-ACCT-AMT   PIC 9(11)V99.
    02 SUM-C-DLR-COUNT  PIC 9(7).
    02 SUM-C-DLR-AMT    PIC 9(11)V99.
    02 FILLER           PIC X(38).

FD W2G-FILE.
01 W2G-RECORD.
    02 W2G-THRESHOLD    PIC 9(5)V99.

*> The sort key is the image of a summary row up to its figures;
*> rows that share a key are added together. SRT-ORDER keeps the
*> one-per-event S and W rows apart, in trail order.
SD SORT-FILE.
01 SORT-RECORD.
    02 SRT-KEY          PIC X(84).
    02 SRT-ORDER        PIC 9(7).
    02 SRT-COUNT        PIC 9(7).
    02 SRT-AMOUNT       PIC 9(9)V99.
    02 SRT-LARGEST      PIC 9(5)V99.
    02 SRT-PAIRED       PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 SUMMARY-STATUS       PIC X(2).
01 W2G-STATUS           PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "SUMMARY-BUILD".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TEMP-NAME         PIC X(16) VALUE "CRAPS-DAYSUM.TMP".
01 WS-TARGET-NAME       PIC X(40).
01 WS-W2G-THRESHOLD     PIC 9(5)V99 VALUE 1200.
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-BUILT-DATE        PIC X(8).
01 WS-BUILT-TIME        PIC X(8).
01 WS-SORT-DONE         PIC X(1) VALUE 'N'.
01 WS-TRAIL-OK          PIC X(1) VALUE 'N'.
01 WS-ORDER             PIC 9(7) VALUE 0.
01 WS-LAST-BUYIN        PIC 9(5)V99 VALUE 0.
*> Control totals as the trail is read ...
01 WS-READ-COUNT        PIC 9(7) VALUE 0.
01 WS-READ-AMOUNT       PIC 9(11)V99 VALUE 0.
01 WS-FIRST-SEQ         PIC 9(7) VALUE 0.
01 WS-LAST-SEQ          PIC 9(7) VALUE 0.
01 WS-FIRST-DAY         PIC X(8) VALUE SPACES.
01 WS-LAST-DAY          PIC X(8) VALUE SPACES.
*> ... and as the rows are written back out.
01 WS-ROW-COUNT         PIC 9(7) VALUE 0.
01 WS-ACCT-COUNT        PIC 9(7) VALUE 0.
01 WS-ACCT-AMOUNT       PIC 9(11)V99 VALUE 0.
01 WS-DLR-COUNT         PIC 9(7) VALUE 0.
01 WS-DLR-AMOUNT        PIC 9(11)V99 VALUE 0.
*> The row being built for the sort, laid out as SUMMARY-RECORD.
01 WS-ROW.
    02 ROW-TYPE         PIC X(1).
    02 ROW-GD-DAY       PIC X(8).
    02 ROW-SHIFT-NO     PIC 9(1).
    02 ROW-SHIFT        PIC X(1).
    02 ROW-CAL-DATE     PIC X(8).
    02 ROW-SESSION      PIC X(14).
    02 ROW-ACCOUNT-X    PIC X(5).
    02 ROW-PLAYER       PIC X(20).
    02 ROW-DEALER       PIC X(4).
    02 ROW-EVENT        PIC X(10).
    02 ROW-CLASS        PIC X(1).
    02 ROW-CURRENCY     PIC X(3).
    02 ROW-TIME         PIC X(8).
01 WS-ROW-HOUR REDEFINES WS-ROW.
    02 FILLER           PIC X(19).
    02 ROW-HOUR         PIC X(2).
    02 FILLER           PIC X(63).
01 WS-ROW-SESSION REDEFINES WS-ROW.
    02 FILLER           PIC X(33).
    02 ROW-S-END-DAY    PIC X(8).
    02 ROW-S-MINUTES    PIC 9(5).
    02 ROW-S-SEATS      PIC 9(1).
    02 ROW-S-ENDED      PIC X(1).
    02 FILLER           PIC X(36).
*> The row being added up from the sorted stream.
01 WS-HELD-KEY          PIC X(84).
01 WS-HELD-ORDER        PIC 9(7).
01 WS-HELD-COUNT        PIC 9(7).
01 WS-HELD-AMOUNT       PIC 9(9)V99.
01 WS-HELD-LARGEST      PIC 9(5)V99.
01 WS-HELD-PAIRED       PIC 9(9)V99.
01 WS-HOLDING           PIC X(1) VALUE 'N'.
*> The session in progress as the trail is read, the way
*> PACE-REPORT brackets SESS-START and SESS-END.
01 WS-SESS-OPEN         PIC X(1) VALUE 'N'.
01 WS-SESS-SEATS        PIC 9(1) VALUE 0.
01 WS-SESS-ID           PIC X(14).
01 WS-SESS-DAY          PIC X(8).
01 WS-SESS-SHIFT        PIC X(1).
01 WS-SESS-SHIFT-NO     PIC 9(1).
01 WS-SESS-DATE         PIC X(8).
01 WS-SESS-END-DAY      PIC X(8).
01 WS-SESS-ENDED        PIC X(1).
01 WS-HH                PIC 9(2).
01 WS-MM                PIC 9(2).
01 WS-NOW-MIN           PIC S9(5).
01 WS-START-MIN         PIC S9(5).
01 WS-ELAPSED           PIC S9(5).

LINKAGE SECTION.
01 LK-SB-SOURCE         PIC X(40).
01 LK-SB-TARGET         PIC X(40).
01 LK-SB-TABLE          PIC 9(1).
01 LK-SB-DAY            PIC X(8).
01 LK-SB-RESULT.
    02 LK-SB-RECORDS    PIC 9(7).
    02 LK-SB-AMOUNT     PIC 9(11)V99.
    02 LK-SB-ROWS       PIC 9(7).

PROCEDURE DIVISION USING LK-SB-SOURCE LK-SB-TARGET LK-SB-TABLE
    LK-SB-DAY LK-SB-RESULT.
MAIN-PROGRAM.
    *> Summarize one audit trail - a table's live log at close, or
    *> an archived generation being rebuilt - into LK-SB-TARGET,
    *> the daily summary the date-range reports read in place of
    *> the raw trail. The trail is read once; every record lands in
    *> exactly one account row and one dealer row, so the control
    *> trailer can prove the summary adds back to the trail. The
    *> summary is written under a work name and only renamed into
    *> place once it balances, so a summary on file is always a
    *> complete one. RETURN-CODE 8 when the trail cannot be read or
    *> the summary cannot be written or does not balance; the file
    *> already on file, if any, is left alone.
    INITIALIZE LK-SB-RESULT.
    PERFORM CLEAR-RUN-TOTALS.
    MOVE LK-SB-SOURCE TO WS-AUDIT-NAME.
    MOVE LK-SB-TARGET TO WS-TARGET-NAME.
    ACCEPT WS-BUILT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-BUILT-TIME FROM TIME.
    PERFORM LOAD-W2G-THRESHOLD.
    SORT SORT-FILE
        ON ASCENDING KEY SRT-KEY SRT-ORDER
        INPUT PROCEDURE IS SUMMARIZE-TRAIL
        OUTPUT PROCEDURE IS WRITE-SUMMARY.
    IF WS-SORT-DONE NOT = 'Y'
        CALL "CBL_DELETE_FILE" USING WS-TEMP-NAME
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    CALL "CBL_RENAME_FILE" USING WS-TEMP-NAME WS-TARGET-NAME.
    IF RETURN-CODE NOT = 0
        DISPLAY "Could not file the summary as " WS-TARGET-NAME
            "."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "daily summary rename failed" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        CALL "CBL_DELETE_FILE" USING WS-TEMP-NAME
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-READ-COUNT TO LK-SB-RECORDS.
    MOVE WS-READ-AMOUNT TO LK-SB-AMOUNT.
    MOVE WS-ROW-COUNT TO LK-SB-ROWS.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

CLEAR-RUN-TOTALS.
    *> The rebuild calls once per table, so nothing may carry over
    *> from the previous trail.
    MOVE 'N' TO WS-SORT-DONE.
    MOVE 'N' TO WS-TRAIL-OK.
    MOVE 'N' TO WS-HOLDING.
    MOVE 0 TO WS-ORDER.
    MOVE 0 TO WS-LAST-BUYIN.
    MOVE 0 TO WS-READ-COUNT.
    MOVE 0 TO WS-READ-AMOUNT.
    MOVE 0 TO WS-FIRST-SEQ.
    MOVE 0 TO WS-LAST-SEQ.
    MOVE SPACES TO WS-FIRST-DAY.
    MOVE SPACES TO WS-LAST-DAY.
    MOVE 0 TO WS-ROW-COUNT.
    MOVE 0 TO WS-ACCT-COUNT.
    MOVE 0 TO WS-ACCT-AMOUNT.
    MOVE 0 TO WS-DLR-COUNT.
    MOVE 0 TO WS-DLR-AMOUNT.

LOAD-W2G-THRESHOLD.
    *> The threshold the table and W2G-REPORT use; it is stamped in
    *> the header so the report knows what the W rows were cut at.
    OPEN INPUT W2G-FILE.
    IF W2G-STATUS = "00"
        READ W2G-FILE
            AT END MOVE "10" TO W2G-STATUS
        END-READ
        IF W2G-STATUS = "00" AND W2G-THRESHOLD > 0
            MOVE W2G-THRESHOLD TO WS-W2G-THRESHOLD
        END-IF
        CLOSE W2G-FILE
    ELSE
        CONTINUE
    END-IF.

SUMMARIZE-TRAIL.
    MOVE 'N' TO WS-SESS-OPEN.
    OPEN INPUT AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00"
        DISPLAY "Error opening " WS-AUDIT-NAME
            " (FILE STATUS " AUDIT-STATUS "); no summary built."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "audit trail unreadable; daily summary not built"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL AUDIT-STATUS NOT = "00"
        READ AUDIT-FILE
            AT END MOVE "10" TO AUDIT-STATUS
        END-READ
        IF AUDIT-STATUS = "00"
            PERFORM SUMMARIZE-ONE-RECORD
        END-IF
    END-PERFORM.
    IF AUDIT-STATUS NOT = "10"
        DISPLAY "Error reading " WS-AUDIT-NAME
            " (FILE STATUS " AUDIT-STATUS "); no summary built."
        CLOSE AUDIT-FILE
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "audit trail read error; daily summary not built"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        EXIT PARAGRAPH
    END-IF.
    CLOSE AUDIT-FILE.
    IF WS-SESS-OPEN = 'Y'
        *> Still open at the cut: counted, but with no elapsed time.
        PERFORM RELEASE-OPEN-SESSION
    END-IF.
    MOVE 'Y' TO WS-TRAIL-OK.

SUMMARIZE-ONE-RECORD.
    ADD 1 TO WS-READ-COUNT.
    ADD AUD-AMOUNT TO WS-READ-AMOUNT.
    IF AUD-SEQ IS NUMERIC
        IF WS-FIRST-SEQ = 0
            MOVE AUD-SEQ TO WS-FIRST-SEQ
        END-IF
        MOVE AUD-SEQ TO WS-LAST-SEQ
    END-IF.
    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP WS-GD-DAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    IF WS-FIRST-DAY = SPACES OR WS-GD-DAY < WS-FIRST-DAY
        MOVE WS-GD-DAY TO WS-FIRST-DAY
    END-IF.
    IF WS-LAST-DAY = SPACES OR WS-GD-DAY > WS-LAST-DAY
        MOVE WS-GD-DAY TO WS-LAST-DAY
    END-IF.
    PERFORM RELEASE-ACCOUNT-ROW.
    PERFORM RELEASE-DEALER-ROW.
    IF AUD-EVENT = "ROLL" OR AUD-EVENT = "ROUND"
        PERFORM RELEASE-HOUR-ROW
    END-IF.
    IF AUD-EVENT = "PAYOUT" AND AUD-AMOUNT >= WS-W2G-THRESHOLD
        PERFORM RELEASE-PAYOUT-ROW
    END-IF.
    PERFORM TRACK-SESSION.
    IF AUD-EVENT = "BUYIN"
        MOVE AUD-AMOUNT TO WS-LAST-BUYIN
    END-IF.

START-ROW.
    *> The day, shift and date every row is filed under.
    MOVE SPACES TO WS-ROW.
    MOVE WS-GD-DAY TO ROW-GD-DAY.
    MOVE WS-GD-SHIFT-NO TO ROW-SHIFT-NO.
    MOVE WS-GD-SHIFT TO ROW-SHIFT.
    MOVE AUD-DATE TO ROW-CAL-DATE.
    MOVE 0 TO SRT-ORDER.
    MOVE 1 TO SRT-COUNT.
    MOVE AUD-AMOUNT TO SRT-AMOUNT.
    MOVE AUD-AMOUNT TO SRT-LARGEST.
    MOVE 0 TO SRT-PAIRED.

RELEASE-ACCOUNT-ROW.
    *> The account goes in as the trail wrote it, spaces and all;
    *> the reports fold merged numbers into their survivors when
    *> they read it, so a later merge needs no rebuild.
    PERFORM START-ROW.
    MOVE 'A' TO ROW-TYPE.
    MOVE AUD-SESSION TO ROW-SESSION.
    MOVE AUD-ACCOUNT-X TO ROW-ACCOUNT-X.
    MOVE AUD-PLAYER TO ROW-PLAYER.
    MOVE AUD-EVENT TO ROW-EVENT.
    PERFORM ASSIGN-BET-CLASS.
    IF AUD-EVENT = "FX-BUYIN"
        *> The foreign amount tendered, with the dollars of the
        *> BUYIN it follows carried alongside for the CTR.
        MOVE AUD-REASON(1:3) TO ROW-CURRENCY
        MOVE WS-LAST-BUYIN TO SRT-PAIRED
        MOVE 0 TO WS-LAST-BUYIN
    END-IF.
    MOVE WS-ROW TO SRT-KEY.
    RELEASE SORT-RECORD.

RELEASE-DEALER-ROW.
    PERFORM START-ROW.
    MOVE 'D' TO ROW-TYPE.
    MOVE AUD-DEALER TO ROW-DEALER.
    MOVE AUD-EVENT TO ROW-EVENT.
    PERFORM ASSIGN-BET-CLASS.
    MOVE WS-ROW TO SRT-KEY.
    RELEASE SORT-RECORD.

RELEASE-HOUR-ROW.
    PERFORM START-ROW.
    MOVE 'R' TO ROW-TYPE.
    MOVE AUD-TIMESTAMP(1:2) TO ROW-HOUR.
    MOVE AUD-EVENT TO ROW-EVENT.
    MOVE 0 TO SRT-AMOUNT.
    MOVE 0 TO SRT-LARGEST.
    MOVE WS-ROW TO SRT-KEY.
    RELEASE SORT-RECORD.

RELEASE-PAYOUT-ROW.
    PERFORM START-ROW.
    MOVE 'W' TO ROW-TYPE.
    MOVE AUD-SESSION TO ROW-SESSION.
    MOVE AUD-ACCOUNT-X TO ROW-ACCOUNT-X.
    MOVE AUD-PLAYER TO ROW-PLAYER.
    MOVE AUD-DEALER TO ROW-DEALER.
    MOVE AUD-EVENT TO ROW-EVENT.
    MOVE AUD-TIMESTAMP TO ROW-TIME.
    ADD 1 TO WS-ORDER.
    MOVE WS-ORDER TO SRT-ORDER.
    MOVE WS-ROW TO SRT-KEY.
    RELEASE SORT-RECORD.

ASSIGN-BET-CLASS.
    *> The classes THEO-CALC prices action by.
    EVALUATE AUD-EVENT
        WHEN "BET-PASS"
        WHEN "BET-DPASS"
        WHEN "BET-COME"
        WHEN "BET-DCOME"
            MOVE 'L' TO ROW-CLASS
        WHEN "BET-ODDS"
        WHEN "BET-CODDS"
            MOVE 'O' TO ROW-CLASS
        WHEN "BET-PLACE"
        WHEN "BET-PRESS"
        WHEN "BET-BUY"
        WHEN "BET-LAY"
            MOVE 'P' TO ROW-CLASS
        WHEN "BET-FIELD"
            MOVE 'F' TO ROW-CLASS
        WHEN "BET-HARD"
            MOVE 'H' TO ROW-CLASS
        WHEN "BET-ANY7"
            MOVE 'A' TO ROW-CLASS
        WHEN "BET-HORN"
            MOVE 'R' TO ROW-CLASS
        WHEN "BET-BIG6"
        WHEN "BET-BIG8"
            MOVE 'B' TO ROW-CLASS
        WHEN "BET-FIRE"
            MOVE 'X' TO ROW-CLASS
        WHEN OTHER
            MOVE SPACE TO ROW-CLASS
    END-EVALUATE.

TRACK-SESSION.
    *> Seats are the buy-ins and transfers in while the session is
    *> open, four at most; minutes run from SESS-START to SESS-END,
    *> across midnight if need be.
    EVALUATE AUD-EVENT
        WHEN "BUYIN"
        WHEN "XFER-IN"
            IF WS-SESS-OPEN = 'Y' AND WS-SESS-SEATS < 4
                ADD 1 TO WS-SESS-SEATS
            END-IF
        WHEN "SESS-START"
            IF WS-SESS-OPEN = 'Y'
                PERFORM RELEASE-OPEN-SESSION
            END-IF
            MOVE 'Y' TO WS-SESS-OPEN
            MOVE 0 TO WS-SESS-SEATS
            MOVE AUD-SESSION TO WS-SESS-ID
            MOVE WS-GD-DAY TO WS-SESS-DAY
            MOVE WS-GD-SHIFT TO WS-SESS-SHIFT
            MOVE WS-GD-SHIFT-NO TO WS-SESS-SHIFT-NO
            MOVE AUD-DATE TO WS-SESS-DATE
            PERFORM TIME-TO-MINUTES
            MOVE WS-NOW-MIN TO WS-START-MIN
        WHEN "SESS-END"
            IF WS-SESS-OPEN = 'Y'
                PERFORM TIME-TO-MINUTES
                COMPUTE WS-ELAPSED = WS-NOW-MIN - WS-START-MIN
                IF WS-ELAPSED < 0
                    ADD 1440 TO WS-ELAPSED
                END-IF
                MOVE WS-GD-DAY TO WS-SESS-END-DAY
                MOVE 'Y' TO WS-SESS-ENDED
                PERFORM RELEASE-SESSION-ROW
                MOVE 'N' TO WS-SESS-OPEN
            END-IF
    END-EVALUATE.

RELEASE-OPEN-SESSION.
    MOVE 0 TO WS-ELAPSED.
    MOVE SPACES TO WS-SESS-END-DAY.
    MOVE 'N' TO WS-SESS-ENDED.
    PERFORM RELEASE-SESSION-ROW.

RELEASE-SESSION-ROW.
    *> WS-ELAPSED, WS-SESS-END-DAY and WS-SESS-ENDED are staged by
    *> the caller.
    MOVE SPACES TO WS-ROW.
    MOVE 'S' TO ROW-TYPE.
    MOVE WS-SESS-DAY TO ROW-GD-DAY.
    MOVE WS-SESS-SHIFT-NO TO ROW-SHIFT-NO.
    MOVE WS-SESS-SHIFT TO ROW-SHIFT.
    MOVE WS-SESS-DATE TO ROW-CAL-DATE.
    MOVE WS-SESS-ID TO ROW-SESSION.
    MOVE WS-SESS-END-DAY TO ROW-S-END-DAY.
    MOVE WS-ELAPSED TO ROW-S-MINUTES.
    MOVE WS-SESS-SEATS TO ROW-S-SEATS.
    MOVE WS-SESS-ENDED TO ROW-S-ENDED.
    ADD 1 TO WS-ORDER.
    MOVE WS-ORDER TO SRT-ORDER.
    MOVE 1 TO SRT-COUNT.
    MOVE 0 TO SRT-AMOUNT.
    MOVE 0 TO SRT-LARGEST.
    MOVE 0 TO SRT-PAIRED.
    MOVE WS-ROW TO SRT-KEY.
    RELEASE SORT-RECORD.

TIME-TO-MINUTES.
    MOVE AUD-TIMESTAMP(1:2) TO WS-HH.
    MOVE AUD-TIMESTAMP(3:2) TO WS-MM.
    COMPUTE WS-NOW-MIN = WS-HH * 60 + WS-MM.

WRITE-SUMMARY.
    IF WS-TRAIL-OK NOT = 'Y'
        PERFORM DRAIN-SORTED-ROWS
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT SUMMARY-FILE.
    IF SUMMARY-STATUS NOT = "00"
        DISPLAY "Error opening the summary work file (FILE STATUS "
            SUMMARY-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "daily summary work file could not be opened"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        PERFORM DRAIN-SORTED-ROWS
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO SUMMARY-HEADER.
    MOVE 'H' TO SUM-H-TYPE.
    MOVE LK-SB-TABLE TO SUM-H-TABLE.
    MOVE LK-SB-DAY TO SUM-H-DAY.
    MOVE WS-FIRST-DAY TO SUM-H-FIRST-DAY.
    MOVE WS-LAST-DAY TO SUM-H-LAST-DAY.
    MOVE WS-BUILT-DATE TO SUM-H-BUILT-DATE.
    MOVE WS-BUILT-TIME TO SUM-H-BUILT-TIME.
    MOVE WS-W2G-THRESHOLD TO SUM-H-W2G.
    MOVE WS-AUDIT-NAME TO SUM-H-SOURCE.
    WRITE SUMMARY-HEADER.
    MOVE 'N' TO WS-HOLDING.
    MOVE "00" TO AUDIT-STATUS.
    PERFORM UNTIL AUDIT-STATUS = "10"
        RETURN SORT-FILE
            AT END MOVE "10" TO AUDIT-STATUS
        END-RETURN
        IF AUDIT-STATUS NOT = "10"
            PERFORM ADD-SORTED-ROW
        END-IF
    END-PERFORM.
    IF WS-HOLDING = 'Y'
        PERFORM WRITE-HELD-ROW
    END-IF.
    MOVE SPACES TO SUMMARY-CONTROL.
    MOVE 'C' TO SUM-C-TYPE.
    MOVE WS-READ-COUNT TO SUM-C-RECORDS.
    MOVE WS-READ-AMOUNT TO SUM-C-AMOUNT.
    MOVE WS-FIRST-SEQ TO SUM-C-FIRST-SEQ.
    MOVE WS-LAST-SEQ TO SUM-C-LAST-SEQ.
    MOVE WS-ROW-COUNT TO SUM-C-ROWS.
    MOVE WS-ACCT-COUNT TO SUM-C-ACCT-COUNT.
    MOVE WS-ACCT-AMOUNT TO SUM-C-ACCT-AMT.
    MOVE WS-DLR-COUNT TO SUM-C-DLR-COUNT.
    MOVE WS-DLR-AMOUNT TO SUM-C-DLR-AMT.
    WRITE SUMMARY-CONTROL.
    CLOSE SUMMARY-FILE.
    IF SUMMARY-STATUS NOT = "00"
        DISPLAY "Error writing the summary work file (FILE STATUS "
            SUMMARY-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "daily summary not completed" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        EXIT PARAGRAPH
    END-IF.
    IF WS-ACCT-COUNT NOT = WS-READ-COUNT
        OR WS-ACCT-AMOUNT NOT = WS-READ-AMOUNT
        OR WS-DLR-COUNT NOT = WS-READ-COUNT
        OR WS-DLR-AMOUNT NOT = WS-READ-AMOUNT
        DISPLAY "Summary does not balance to " WS-AUDIT-NAME
            ": trail " WS-READ-COUNT " records " WS-READ-AMOUNT
            ", account rows " WS-ACCT-COUNT " " WS-ACCT-AMOUNT
            ", dealer rows " WS-DLR-COUNT " " WS-DLR-AMOUNT "."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "daily summary out of balance with its trail"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-SORT-DONE.

ADD-SORTED-ROW.
    IF WS-HOLDING = 'Y'
        AND (SRT-KEY NOT = WS-HELD-KEY
             OR SRT-ORDER NOT = WS-HELD-ORDER)
        PERFORM WRITE-HELD-ROW
    END-IF.
    IF WS-HOLDING = 'Y'
        ADD SRT-COUNT TO WS-HELD-COUNT
        ADD SRT-AMOUNT TO WS-HELD-AMOUNT
        ADD SRT-PAIRED TO WS-HELD-PAIRED
        IF SRT-LARGEST > WS-HELD-LARGEST
            MOVE SRT-LARGEST TO WS-HELD-LARGEST
        END-IF
    ELSE
        MOVE 'Y' TO WS-HOLDING
        MOVE SRT-KEY TO WS-HELD-KEY
        MOVE SRT-ORDER TO WS-HELD-ORDER
        MOVE SRT-COUNT TO WS-HELD-COUNT
        MOVE SRT-AMOUNT TO WS-HELD-AMOUNT
        MOVE SRT-LARGEST TO WS-HELD-LARGEST
        MOVE SRT-PAIRED TO WS-HELD-PAIRED
    END-IF.

WRITE-HELD-ROW.
    MOVE SPACES TO SUMMARY-RECORD.
    MOVE WS-HELD-KEY TO SUMMARY-RECORD(1:84).
    MOVE WS-HELD-COUNT TO SUM-COUNT.
    MOVE WS-HELD-AMOUNT TO SUM-AMOUNT.
    MOVE WS-HELD-LARGEST TO SUM-LARGEST.
    MOVE WS-HELD-PAIRED TO SUM-PAIRED.
    WRITE SUMMARY-RECORD.
    ADD 1 TO WS-ROW-COUNT.
    IF SUM-TYPE = 'A'
        ADD SUM-COUNT TO WS-ACCT-COUNT
        ADD SUM-AMOUNT TO WS-ACCT-AMOUNT
    END-IF.
    IF SUM-TYPE = 'D'
        ADD SUM-COUNT TO WS-DLR-COUNT
        ADD SUM-AMOUNT TO WS-DLR-AMOUNT
    END-IF.
    MOVE 'N' TO WS-HOLDING.

DRAIN-SORTED-ROWS.
    MOVE "00" TO AUDIT-STATUS.
    PERFORM UNTIL AUDIT-STATUS = "10"
        RETURN SORT-FILE
            AT END MOVE "10" TO AUDIT-STATUS
        END-RETURN
    END-PERFORM.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
