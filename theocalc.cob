IDENTIFICATION DIVISION.
PROGRAM-ID. THEO-CALC.

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

    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUMMARY-STATUS.

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

*> The daily summary EOD-CLOSE cuts from each table's trail (see
*> SUMMARY-BUILD for the row types).
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

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 SUMMARY-STATUS       PIC X(2).
01 WS-SUMMARY-NAME      PIC X(40).
01 WS-SUMMARY-USED      PIC X(1).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
*> House edge by bet class, in percent of action, as CRAPS-SIM
*> documents them. Where one audit event covers several prices the
*> figure is a mid-table blend: place 4.00 sits between the 6.67 of
*> the 4/10 and the 1.52 of the 6/8, hardways 10.00 between 11.11
*> and 9.09. Odds carry no edge, and buy/lay theo is the vig the
*> house actually collected, not a percentage guess.
01 WS-EDGE-LINE         PIC 9(2)V99 VALUE 1.40.
01 WS-EDGE-PLACE        PIC 9(2)V99 VALUE 4.00.
01 WS-EDGE-FIELD        PIC 9(2)V99 VALUE 2.78.
01 WS-EDGE-HARD         PIC 9(2)V99 VALUE 10.00.
01 WS-EDGE-ANY7         PIC 9(2)V99 VALUE 16.67.
01 WS-EDGE-HORN         PIC 9(2)V99 VALUE 12.50.
01 WS-EDGE-BIG          PIC 9(2)V99 VALUE 9.09.
01 WS-EDGE-FIRE         PIC 9(2)V99 VALUE 20.00.
01 WS-SESS-IDX          PIC 9(3).
01 WS-FOUND             PIC X(1).
01 WS-MATCHED           PIC X(1).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-SESS-KEY          PIC X(14).
*> Action by bet class for each session, the raw material the
*> edges above turn into theo.
01 WS-CLASS-TABLE.
    02 WS-CLASS-ROW OCCURS 100 TIMES.
        03 WS-SR-LINE       PIC 9(7)V99.
        03 WS-SR-ODDS       PIC 9(7)V99.
        03 WS-SR-PLACE      PIC 9(7)V99.
        03 WS-SR-FIELD      PIC 9(7)V99.
        03 WS-SR-HARD       PIC 9(7)V99.
        03 WS-SR-ANY7       PIC 9(7)V99.
        03 WS-SR-HORN       PIC 9(7)V99.
        03 WS-SR-BIG        PIC 9(7)V99.
        03 WS-SR-FIRE       PIC 9(7)V99.
        03 WS-SR-VIG        PIC 9(7)V99.

LINKAGE SECTION.
01 LK-TC-ACCOUNT        PIC 9(5).
01 LK-TC-NAME           PIC X(20).
01 LK-TC-FROM           PIC X(8).
01 LK-TC-TO             PIC X(8).
01 LK-TC-RESULT.
    02 LK-TC-SESS-COUNT     PIC 9(3).
    02 LK-TC-TOT-ACTION     PIC 9(9)V99.
    02 LK-TC-TOT-THEO       PIC 9(7)V99.
    02 LK-TC-TOT-ACTUAL     PIC S9(9)V99.
    02 LK-TC-SESS-ROW OCCURS 100 TIMES.
        03 LK-TC-ID         PIC X(14).
        03 LK-TC-DATE       PIC X(8).
        03 LK-TC-SHIFT      PIC X(1).
        03 LK-TC-SHIFT-NO   PIC 9(1).
        03 LK-TC-ACTION     PIC 9(9)V99.
        03 LK-TC-THEO       PIC 9(7)V99.
        03 LK-TC-ACTUAL     PIC S9(7)V99.

PROCEDURE DIVISION USING LK-TC-ACCOUNT LK-TC-NAME LK-TC-FROM
    LK-TC-TO LK-TC-RESULT.
MAIN-PROGRAM.
    *> The theoretical-win calculation behind THEO-REPORT, and behind
    *> anything else that prices a player on theo: action by bet
    *> class times the house edge on that class, next to the actual
    *> result, for one account over a range of gaming days, from
    *> every live table log and every archived generation. Action
    *> comes from the BET-* events the trail already carries; actual
    *> result is the player's payouts less losses and vig. A closed
    *> day is read from its daily summary rather than its raw
    *> generation; only the live logs are read record by record.
    *> Sessions
    *> come back in LK-TC-RESULT under the gaming day and shift they
    *> were played in, with range totals.
    INITIALIZE LK-TC-RESULT.
    INITIALIZE WS-CLASS-TABLE.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
            DELIMITED BY SIZE INTO WS-AUDIT-NAME
        PERFORM SCAN-AUDIT-LOG
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
            UNTIL WS-SESS-IDX > LK-TC-SESS-COUNT
        PERFORM PRICE-SESSION
    END-PERFORM.
    GOBACK.

SCAN-ARCHIVED-GENERATIONS.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                PERFORM SCAN-DAY-SUMMARY
                IF WS-SUMMARY-USED = 'N'
                    MOVE CAT-NAME TO WS-AUDIT-NAME
                    PERFORM SCAN-AUDIT-LOG
                END-IF
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-AUDIT-LOG.
    OPEN INPUT AUDIT-FILE.
    EVALUATE AUDIT-STATUS
        WHEN "00"
            PERFORM UNTIL AUDIT-STATUS = "10"
                READ AUDIT-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    PERFORM CREDIT-TO-SURVIVOR
                END-IF
                IF AUDIT-STATUS NOT = "10"
                    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                END-IF
                IF AUDIT-STATUS NOT = "10"
                    AND WS-GD-DAY >= LK-TC-FROM
                    AND WS-GD-DAY <= LK-TC-TO
                    PERFORM MATCH-THE-PLAYER
                    IF WS-MATCHED = 'Y'
                        PERFORM TALLY-AUDIT-RECORD
                    END-IF
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening " WS-AUDIT-NAME
                " (FILE STATUS " AUDIT-STATUS
                "). Rating may be incomplete."
    END-EVALUATE.

MATCH-THE-PLAYER.
    *> Records carrying an account number match on it; records from
    *> before accounts rode the trail fall back to the name.
    MOVE 'N' TO WS-MATCHED.
    IF AUD-ACCOUNT IS NUMERIC
        AND AUD-ACCOUNT = LK-TC-ACCOUNT
        MOVE 'Y' TO WS-MATCHED
    ELSE
        IF AUD-ACCOUNT IS NOT NUMERIC
            AND AUD-PLAYER = LK-TC-NAME
            MOVE 'Y' TO WS-MATCHED
        END-IF
    END-IF.

TALLY-AUDIT-RECORD.
    MOVE AUD-SESSION TO WS-SESS-KEY.
    EVALUATE AUD-EVENT
        WHEN "BET-PASS"
        WHEN "BET-DPASS"
        WHEN "BET-COME"
        WHEN "BET-DCOME"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-LINE(WS-SESS-IDX)
        WHEN "BET-ODDS"
        WHEN "BET-CODDS"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-ODDS(WS-SESS-IDX)
        WHEN "BET-PLACE"
        WHEN "BET-PRESS"
        WHEN "BET-BUY"
        WHEN "BET-LAY"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-PLACE(WS-SESS-IDX)
        WHEN "BET-FIELD"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-FIELD(WS-SESS-IDX)
        WHEN "BET-HARD"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-HARD(WS-SESS-IDX)
        WHEN "BET-ANY7"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-ANY7(WS-SESS-IDX)
        WHEN "BET-HORN"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-HORN(WS-SESS-IDX)
        WHEN "BET-BIG6"
        WHEN "BET-BIG8"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-BIG(WS-SESS-IDX)
        WHEN "BET-FIRE"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-FIRE(WS-SESS-IDX)
        WHEN "VIG"
            *> The commission counts twice, on purpose: it is the
            *> house's certain take (theo) AND money the player
            *> actually paid, so it also comes off their result.
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO WS-SR-VIG(WS-SESS-IDX)
            SUBTRACT AUD-AMOUNT FROM LK-TC-ACTUAL(WS-SESS-IDX)
        WHEN "PAYOUT"
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO LK-TC-ACTUAL(WS-SESS-IDX)
        WHEN "LOSS"
            PERFORM FIND-SESSION-ROW
            SUBTRACT AUD-AMOUNT FROM LK-TC-ACTUAL(WS-SESS-IDX)
        WHEN "CPN-WIN"
            *> A coupon's face (CPN-REDEEM) is promotional play and
            *> is never rated as action, but what it won is money
            *> the player walked away with.
            PERFORM FIND-SESSION-ROW
            ADD AUD-AMOUNT TO LK-TC-ACTUAL(WS-SESS-IDX)
    END-EVALUATE.

FIND-SESSION-ROW.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
            UNTIL WS-SESS-IDX > LK-TC-SESS-COUNT OR WS-FOUND = 'Y'
        IF LK-TC-ID(WS-SESS-IDX) = WS-SESS-KEY
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-SESS-IDX
    ELSE
        IF LK-TC-SESS-COUNT < 100
            ADD 1 TO LK-TC-SESS-COUNT
            MOVE LK-TC-SESS-COUNT TO WS-SESS-IDX
            MOVE WS-SESS-KEY TO LK-TC-ID(WS-SESS-IDX)
            MOVE WS-GD-DAY TO LK-TC-DATE(WS-SESS-IDX)
            MOVE WS-GD-SHIFT TO LK-TC-SHIFT(WS-SESS-IDX)
            MOVE WS-GD-SHIFT-NO TO LK-TC-SHIFT-NO(WS-SESS-IDX)
        ELSE
            MOVE 100 TO WS-SESS-IDX
        END-IF
    END-IF.

SCAN-DAY-SUMMARY.
    *> The summary EOD-CLOSE cut from the generation, filed under
    *> the same table and gaming day. WS-SUMMARY-USED stays 'N' when
    *> there is none (a day closed before summaries were kept, or
    *> one awaiting SUMMARY-REBUILD) and the raw generation is read.
    MOVE 'N' TO WS-SUMMARY-USED.
    MOVE SPACES TO WS-SUMMARY-NAME.
    STRING "CRAPS-DAYSUM.T" CAT-TABLE ".D" CAT-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-SUMMARY-NAME.
    OPEN INPUT SUMMARY-FILE.
    IF SUMMARY-STATUS = "00"
        READ SUMMARY-FILE
            AT END MOVE "10" TO SUMMARY-STATUS
        END-READ
        IF SUMMARY-STATUS = "00" AND SUM-H-TYPE = 'H'
            MOVE 'Y' TO WS-SUMMARY-USED
            IF SUM-H-LAST-DAY >= LK-TC-FROM
                AND SUM-H-FIRST-DAY <= LK-TC-TO
                PERFORM UNTIL SUMMARY-STATUS NOT = "00"
                    READ SUMMARY-FILE
                        AT END MOVE "10" TO SUMMARY-STATUS
                    END-READ
                    IF SUMMARY-STATUS = "00" AND SUM-TYPE = 'A'
                        AND SUM-GD-DAY >= LK-TC-FROM
                        AND SUM-GD-DAY <= LK-TC-TO
                        PERFORM TALLY-SUMMARY-ROW
                    END-IF
                END-PERFORM
            END-IF
        END-IF
        CLOSE SUMMARY-FILE
    ELSE
        CONTINUE
    END-IF.

TALLY-SUMMARY-ROW.
    *> One account row: a session's total for one event, with the
    *> bet class the summary already assigned it. Matched and folded
    *> into a survivor exactly as a trail record is.
    IF SUM-ACCOUNT IS NUMERIC AND SUM-ACCOUNT > 0
        CALL "ACCT-SURVIVOR" USING SUM-ACCOUNT
    END-IF.
    IF (SUM-ACCOUNT IS NUMERIC AND SUM-ACCOUNT = LK-TC-ACCOUNT)
        OR (SUM-ACCOUNT IS NOT NUMERIC AND SUM-PLAYER = LK-TC-NAME)
        MOVE SUM-SESSION TO WS-SESS-KEY
        MOVE SUM-GD-DAY TO WS-GD-DAY
        MOVE SUM-SHIFT TO WS-GD-SHIFT
        MOVE SUM-SHIFT-NO TO WS-GD-SHIFT-NO
        PERFORM PRICE-SUMMARY-ROW
    END-IF.

PRICE-SUMMARY-ROW.
    EVALUATE TRUE
        WHEN SUM-CLASS = 'L'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-LINE(WS-SESS-IDX)
        WHEN SUM-CLASS = 'O'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-ODDS(WS-SESS-IDX)
        WHEN SUM-CLASS = 'P'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-PLACE(WS-SESS-IDX)
        WHEN SUM-CLASS = 'F'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-FIELD(WS-SESS-IDX)
        WHEN SUM-CLASS = 'H'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-HARD(WS-SESS-IDX)
        WHEN SUM-CLASS = 'A'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-ANY7(WS-SESS-IDX)
        WHEN SUM-CLASS = 'R'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-HORN(WS-SESS-IDX)
        WHEN SUM-CLASS = 'B'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-BIG(WS-SESS-IDX)
        WHEN SUM-CLASS = 'X'
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-FIRE(WS-SESS-IDX)
        WHEN SUM-EVENT = "VIG"
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO WS-SR-VIG(WS-SESS-IDX)
            SUBTRACT SUM-AMOUNT FROM LK-TC-ACTUAL(WS-SESS-IDX)
        WHEN SUM-EVENT = "PAYOUT"
        WHEN SUM-EVENT = "CPN-WIN"
            PERFORM FIND-SESSION-ROW
            ADD SUM-AMOUNT TO LK-TC-ACTUAL(WS-SESS-IDX)
        WHEN SUM-EVENT = "LOSS"
            PERFORM FIND-SESSION-ROW
            SUBTRACT SUM-AMOUNT FROM LK-TC-ACTUAL(WS-SESS-IDX)
    END-EVALUATE.

PRICE-SESSION.
    COMPUTE LK-TC-THEO(WS-SESS-IDX) ROUNDED =
        (WS-SR-LINE(WS-SESS-IDX) * WS-EDGE-LINE / 100)
        + (WS-SR-PLACE(WS-SESS-IDX) * WS-EDGE-PLACE / 100)
        + (WS-SR-FIELD(WS-SESS-IDX) * WS-EDGE-FIELD / 100)
        + (WS-SR-HARD(WS-SESS-IDX) * WS-EDGE-HARD / 100)
        + (WS-SR-ANY7(WS-SESS-IDX) * WS-EDGE-ANY7 / 100)
        + (WS-SR-HORN(WS-SESS-IDX) * WS-EDGE-HORN / 100)
        + (WS-SR-BIG(WS-SESS-IDX) * WS-EDGE-BIG / 100)
        + (WS-SR-FIRE(WS-SESS-IDX) * WS-EDGE-FIRE / 100)
        + WS-SR-VIG(WS-SESS-IDX).
    COMPUTE LK-TC-ACTION(WS-SESS-IDX) =
        WS-SR-LINE(WS-SESS-IDX) + WS-SR-ODDS(WS-SESS-IDX)
        + WS-SR-PLACE(WS-SESS-IDX) + WS-SR-FIELD(WS-SESS-IDX)
        + WS-SR-HARD(WS-SESS-IDX) + WS-SR-ANY7(WS-SESS-IDX)
        + WS-SR-HORN(WS-SESS-IDX) + WS-SR-BIG(WS-SESS-IDX)
        + WS-SR-FIRE(WS-SESS-IDX).
    ADD LK-TC-ACTION(WS-SESS-IDX) TO LK-TC-TOT-ACTION.
    ADD LK-TC-THEO(WS-SESS-IDX) TO LK-TC-TOT-THEO.
    ADD LK-TC-ACTUAL(WS-SESS-IDX) TO LK-TC-TOT-ACTUAL.

CREDIT-TO-SURVIVOR.
    *> An event written under a number ACCT-MERGE has since retired
    *> belongs to the account it was folded into.
    IF AUD-ACCOUNT IS NUMERIC AND AUD-ACCOUNT > 0
        CALL "ACCT-SURVIVOR" USING AUD-ACCOUNT
    END-IF.
