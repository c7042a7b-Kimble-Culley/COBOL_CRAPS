IDENTIFICATION DIVISION.
PROGRAM-ID. TIER-CYCLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LADDER-FILE ASSIGN TO "CRAPS-TIER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LADDER-STATUS.

    SELECT POLICY-FILE ASSIGN TO "CRAPS-TIERPOL.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POLICY-STATUS.

    SELECT TIER-FILE ASSIGN TO "CRAPS-TIERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TIER-STATUS.

    SELECT TIER-TEMP-FILE ASSIGN TO "CRAPS-TIERS.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT CATALOG-FILE ASSIGN TO "CRAPS-ARCHIVE.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD LADDER-FILE.
01 LADDER-RECORD.
    02 TLD-CODE         PIC X(1).
    02 TLD-NAME         PIC X(12).
    02 TLD-CREDITS      PIC 9(7).
    02 TLD-MULTIPLIER   PIC 9(1)V99.

*> How many gaming days of play a re-tier qualifies on, and how many
*> days the tier it awards is good for.
FD POLICY-FILE.
01 POLICY-RECORD.
    02 POL-WINDOW-DAYS  PIC 9(3).
    02 POL-TERM-DAYS    PIC 9(3).

FD TIER-FILE.
01 TIER-RECORD.
    02 TR-ACCOUNT       PIC 9(5).
    02 TR-NAME          PIC X(20).
    02 TR-TIER          PIC X(1).
    02 TR-CREDITS       PIC 9(9)V99.
    02 TR-QUAL-DATE     PIC X(8).
    02 TR-EXPIRE-DATE   PIC X(8).
    02 TR-PRIOR-TIER    PIC X(1).

FD TIER-TEMP-FILE.
01 TIER-TEMP-RECORD     PIC X(54).

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

WORKING-STORAGE SECTION.
01 LADDER-STATUS        PIC X(2).
01 POLICY-STATUS        PIC X(2).
01 TIER-STATUS          PIC X(2).
01 TEMP-STATUS          PIC X(2).
01 AUDIT-STATUS         PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "TIER-CYCLE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 WS-TIER-TMP-NAME     PIC X(15) VALUE "CRAPS-TIERS.TMP".
01 WS-TIER-FINAL-NAME   PIC X(15) VALUE "CRAPS-TIERS.DAT".
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-FROM-DAY          PIC X(8).
01 WS-EXPIRE-DAY        PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-DAY-NUM           PIC 9(8).
01 WS-DAY-INT           PIC 9(7).
01 WS-WINDOW-DAYS       PIC 9(3) VALUE 365.
01 WS-TERM-DAYS         PIC 9(3) VALUE 365.
01 WS-FOUND             PIC X(1).
01 WS-LDR-IDX           PIC 9(2).
01 WS-LDR-COUNT         PIC 9(2) VALUE 0.
01 WS-OLD-RANK          PIC 9(2).
01 WS-NEW-RANK          PIC 9(2).
01 WS-ACC-IDX           PIC 9(4).
01 WS-ACC-COUNT         PIC 9(4) VALUE 0.
01 WS-ACC-DROPPED       PIC 9(5) VALUE 0.
01 WS-LOAD-DROPPED      PIC 9(5) VALUE 0.
01 WS-ROW-COUNT         PIC 9(5) VALUE 0.
01 WS-PROMOTED          PIC 9(5) VALUE 0.
01 WS-DEMOTED           PIC 9(5) VALUE 0.
01 WS-RETAINED          PIC 9(5) VALUE 0.
01 WS-CHANGE-WORD       PIC X(8).
01 WS-CREDITS-DISP      PIC ZZZ,ZZZ,ZZ9.
01 WS-LADDER.
    02 WS-LDR-ROW OCCURS 9 TIMES.
        03 WS-LD-CODE       PIC X(1).
        03 WS-LD-NAME       PIC X(12).
        03 WS-LD-CREDITS    PIC 9(7).
        03 WS-LD-MULT       PIC 9(1)V99.
        03 WS-LD-HOLDERS    PIC 9(5).
*> Every account on the tier master or with tier credits in the
*> window: the tier it held going in and the credits it earned.
01 WS-ACCOUNT-TABLE.
    02 WS-ACC-ROW OCCURS 2000 TIMES.
        03 WS-AC-ACCOUNT    PIC 9(5).
        03 WS-AC-NAME       PIC X(20).
        03 WS-AC-OLD-TIER   PIC X(1).
        03 WS-AC-OLD-EXPIRE PIC X(8).
        03 WS-AC-CREDITS    PIC 9(9)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Annual loyalty re-tier. Tier credits are the comp points a
    *> player earned at base rate - the COMP-ACCR events on every
    *> live table trail and archived generation - over the rolling
    *> qualification window ending today (CRAPS-TIERPOL.CFG, default
    *> 365 gaming days). Every account is placed on the highest rung
    *> of the CRAPS-TIER.CFG ladder its credits reach, promoted or
    *> demoted from what it held, and the tier is good for the term
    *> (default 365 days). CRAPS-TIERS.DAT is rebuilt through a temp
    *> file and the changes are listed. Return code 4 when accounts
    *> would not fit in the run, 8 when the tier master could not be
    *> read or replaced.
    MOVE 0 TO WS-RUN-RC.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    PERFORM LOAD-LADDER.
    PERFORM LOAD-POLICY.
    MOVE WS-TODAY TO WS-DAY-NUM.
    COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
        - WS-WINDOW-DAYS + 1.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-NUM.
    MOVE WS-DAY-NUM TO WS-FROM-DAY.
    MOVE WS-TODAY TO WS-DAY-NUM.
    COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
        + WS-TERM-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-NUM.
    MOVE WS-DAY-NUM TO WS-EXPIRE-DAY.
    DISPLAY "===== LOYALTY RE-TIER (" WS-TODAY ") =====".
    DISPLAY "Qualifying play " WS-FROM-DAY " through " WS-TODAY
        "; tiers good through " WS-EXPIRE-DAY.
    PERFORM LOAD-TIER-MASTER.
    IF WS-RUN-RC = 8
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot read tier master; re-tier stopped"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE WS-RUN-RC TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
            DELIMITED BY SIZE INTO WS-AUDIT-NAME
        PERFORM SCAN-AUDIT-LOG
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    DISPLAY " ".
    DISPLAY "ACCOUNT NAME                 FROM         TO           "
        "    CREDITS".
    OPEN OUTPUT TIER-TEMP-FILE.
    PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
            UNTIL WS-ACC-IDX > WS-ACC-COUNT
        PERFORM RETIER-ONE-ACCOUNT
    END-PERFORM.
    IF WS-LOAD-DROPPED > 0
        PERFORM COPY-UNLOADED-ROWS
    END-IF.
    CLOSE TIER-TEMP-FILE.
    IF TEMP-STATUS NOT = "00"
        DISPLAY "Error writing the tier temp file; tiers not"
            " changed."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write tier temp file; re-tier not applied"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
        MOVE WS-RUN-RC TO RETURN-CODE
        GOBACK
    END-IF.
    CALL "CBL_RENAME_FILE" USING WS-TIER-TMP-NAME
        WS-TIER-FINAL-NAME.
    IF RETURN-CODE NOT = 0
        DISPLAY "Error replacing the tier master; re-tier left in"
            " CRAPS-TIERS.TMP."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot replace tier master; re-tier not applied"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
        MOVE WS-RUN-RC TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY " ".
    DISPLAY "Promoted:       " WS-PROMOTED.
    DISPLAY "Demoted:        " WS-DEMOTED.
    DISPLAY "Unchanged:      " WS-RETAINED.
    PERFORM VARYING WS-LDR-IDX FROM 1 BY 1
            UNTIL WS-LDR-IDX > WS-LDR-COUNT
        DISPLAY "  " WS-LD-NAME(WS-LDR-IDX) "  "
            WS-LD-HOLDERS(WS-LDR-IDX)
    END-PERFORM.
    IF WS-ACC-DROPPED > 0
        DISPLAY WS-ACC-DROPPED " account(s) would not fit in the"
            " run and keep their old tier."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "accounts over the re-tier table size were skipped"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

LOAD-LADDER.
    *> The same ladder LOYALTY-TIER reads, with the same house
    *> default, lowest tier first.
    MOVE 0 TO WS-LDR-COUNT.
    OPEN INPUT LADDER-FILE.
    IF LADDER-STATUS = "00"
        PERFORM UNTIL LADDER-STATUS = "10"
            READ LADDER-FILE
                AT END MOVE "10" TO LADDER-STATUS
            END-READ
            IF LADDER-STATUS = "00" AND WS-LDR-COUNT < 9
                AND TLD-CODE NOT = SPACE
                AND TLD-CREDITS IS NUMERIC
                AND TLD-MULTIPLIER IS NUMERIC
                ADD 1 TO WS-LDR-COUNT
                MOVE TLD-CODE TO WS-LD-CODE(WS-LDR-COUNT)
                MOVE TLD-NAME TO WS-LD-NAME(WS-LDR-COUNT)
                MOVE TLD-CREDITS TO WS-LD-CREDITS(WS-LDR-COUNT)
                MOVE TLD-MULTIPLIER TO WS-LD-MULT(WS-LDR-COUNT)
                MOVE 0 TO WS-LD-HOLDERS(WS-LDR-COUNT)
            END-IF
        END-PERFORM
        CLOSE LADDER-FILE
    END-IF.
    IF WS-LDR-COUNT = 0
        MOVE 4 TO WS-LDR-COUNT
        MOVE 'C' TO WS-LD-CODE(1)
        MOVE "CLASSIC" TO WS-LD-NAME(1)
        MOVE 0 TO WS-LD-CREDITS(1)
        MOVE 1.00 TO WS-LD-MULT(1)
        MOVE 'G' TO WS-LD-CODE(2)
        MOVE "GOLD" TO WS-LD-NAME(2)
        MOVE 2500 TO WS-LD-CREDITS(2)
        MOVE 1.25 TO WS-LD-MULT(2)
        MOVE 'P' TO WS-LD-CODE(3)
        MOVE "PLATINUM" TO WS-LD-NAME(3)
        MOVE 10000 TO WS-LD-CREDITS(3)
        MOVE 1.50 TO WS-LD-MULT(3)
        MOVE 'S' TO WS-LD-CODE(4)
        MOVE "SEVEN STAR" TO WS-LD-NAME(4)
        MOVE 25000 TO WS-LD-CREDITS(4)
        MOVE 2.00 TO WS-LD-MULT(4)
        PERFORM VARYING WS-LDR-IDX FROM 1 BY 1
                UNTIL WS-LDR-IDX > 4
            MOVE 0 TO WS-LD-HOLDERS(WS-LDR-IDX)
        END-PERFORM
    END-IF.

LOAD-POLICY.
    OPEN INPUT POLICY-FILE.
    IF POLICY-STATUS = "00"
        READ POLICY-FILE
            AT END MOVE "10" TO POLICY-STATUS
        END-READ
        IF POLICY-STATUS = "00"
            IF POL-WINDOW-DAYS IS NUMERIC AND POL-WINDOW-DAYS > 0
                MOVE POL-WINDOW-DAYS TO WS-WINDOW-DAYS
            END-IF
            IF POL-TERM-DAYS IS NUMERIC AND POL-TERM-DAYS > 0
                MOVE POL-TERM-DAYS TO WS-TERM-DAYS
            END-IF
        END-IF
        CLOSE POLICY-FILE
    ELSE
        CONTINUE
    END-IF.

LOAD-TIER-MASTER.
    *> Every account already tiered is re-tiered, so one that
    *> stopped playing is demoted rather than left where it was. No
    *> tier master yet means the first re-tier.
    OPEN INPUT TIER-FILE.
    EVALUATE TIER-STATUS
        WHEN "00"
            PERFORM UNTIL TIER-STATUS = "10"
                READ TIER-FILE
                    AT END MOVE "10" TO TIER-STATUS
                END-READ
                IF TIER-STATUS = "00"
                    PERFORM TAKE-TIER-ROW
                END-IF
            END-PERFORM
            CLOSE TIER-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening the tier master (FILE STATUS "
                TIER-STATUS "); nothing re-tiered."
            MOVE 8 TO WS-RUN-RC
    END-EVALUATE.

TAKE-TIER-ROW.
    IF WS-ACC-COUNT < 2000
        ADD 1 TO WS-ACC-COUNT
        MOVE TR-ACCOUNT TO WS-AC-ACCOUNT(WS-ACC-COUNT)
        MOVE TR-NAME TO WS-AC-NAME(WS-ACC-COUNT)
        MOVE TR-EXPIRE-DATE TO WS-AC-OLD-EXPIRE(WS-ACC-COUNT)
        MOVE 0 TO WS-AC-CREDITS(WS-ACC-COUNT)
        *> A tier that already ran out counts as the first tier
        *> going in, so re-earning it reads as a promotion.
        IF TR-EXPIRE-DATE < WS-TODAY
            MOVE WS-LD-CODE(1) TO WS-AC-OLD-TIER(WS-ACC-COUNT)
        ELSE
            MOVE TR-TIER TO WS-AC-OLD-TIER(WS-ACC-COUNT)
        END-IF
    ELSE
        ADD 1 TO WS-ACC-DROPPED
        ADD 1 TO WS-LOAD-DROPPED
    END-IF.

COPY-UNLOADED-ROWS.
    *> Tier rows past what the run could hold go back on the master
    *> as they were, so the overflow keeps its tier until next time.
    MOVE 0 TO WS-ROW-COUNT.
    OPEN INPUT TIER-FILE.
    IF TIER-STATUS = "00"
        PERFORM UNTIL TIER-STATUS = "10"
            READ TIER-FILE
                AT END MOVE "10" TO TIER-STATUS
            END-READ
            IF TIER-STATUS = "00"
                ADD 1 TO WS-ROW-COUNT
                IF WS-ROW-COUNT > 2000
                    WRITE TIER-TEMP-RECORD FROM TIER-RECORD
                END-IF
            END-IF
        END-PERFORM
        CLOSE TIER-FILE
    END-IF.

SCAN-ARCHIVED-GENERATIONS.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                MOVE CAT-NAME TO WS-AUDIT-NAME
                PERFORM SCAN-AUDIT-LOG
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-AUDIT-LOG.
    *> Only accrual on an account counts; points from before the
    *> account rode the trail cannot be tied to a tier.
    OPEN INPUT AUDIT-FILE.
    EVALUATE AUDIT-STATUS
        WHEN "00"
            PERFORM UNTIL AUDIT-STATUS = "10"
                READ AUDIT-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    AND AUD-EVENT = "COMP-ACCR"
                    AND AUD-ACCOUNT IS NUMERIC
                    AND AUD-ACCOUNT > 0
                    PERFORM CREDIT-ACCRUAL
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening " WS-AUDIT-NAME
                " (FILE STATUS " AUDIT-STATUS
                "). Tier credits may be incomplete."
    END-EVALUATE.

CREDIT-ACCRUAL.
    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO.
    IF WS-GD-DAY < WS-FROM-DAY OR WS-GD-DAY > WS-TODAY
        EXIT PARAGRAPH
    END-IF.
    *> Credits earned under a number ACCT-MERGE has since retired
    *> belong to the account it was folded into.
    CALL "ACCT-SURVIVOR" USING AUD-ACCOUNT.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
            UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WS-FOUND = 'Y'
        IF WS-AC-ACCOUNT(WS-ACC-IDX) = AUD-ACCOUNT
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-ACC-IDX
    ELSE
        IF WS-ACC-COUNT < 2000
            ADD 1 TO WS-ACC-COUNT
            MOVE WS-ACC-COUNT TO WS-ACC-IDX
            MOVE AUD-ACCOUNT TO WS-AC-ACCOUNT(WS-ACC-IDX)
            MOVE WS-LD-CODE(1) TO WS-AC-OLD-TIER(WS-ACC-IDX)
            MOVE SPACES TO WS-AC-OLD-EXPIRE(WS-ACC-IDX)
            MOVE 0 TO WS-AC-CREDITS(WS-ACC-IDX)
        ELSE
            ADD 1 TO WS-ACC-DROPPED
            EXIT PARAGRAPH
        END-IF
    END-IF.
    *> The name the player last earned under is the one listed.
    MOVE AUD-PLAYER TO WS-AC-NAME(WS-ACC-IDX).
    ADD AUD-AMOUNT TO WS-AC-CREDITS(WS-ACC-IDX).

RETIER-ONE-ACCOUNT.
    *> The highest rung the credits reach. The old tier's rung is
    *> found by code; a code the ladder no longer carries ranks as
    *> the first tier.
    MOVE 1 TO WS-NEW-RANK.
    PERFORM VARYING WS-LDR-IDX FROM 2 BY 1
            UNTIL WS-LDR-IDX > WS-LDR-COUNT
        IF WS-AC-CREDITS(WS-ACC-IDX) >= WS-LD-CREDITS(WS-LDR-IDX)
            MOVE WS-LDR-IDX TO WS-NEW-RANK
        END-IF
    END-PERFORM.
    MOVE 1 TO WS-OLD-RANK.
    PERFORM VARYING WS-LDR-IDX FROM 1 BY 1
            UNTIL WS-LDR-IDX > WS-LDR-COUNT
        IF WS-LD-CODE(WS-LDR-IDX) = WS-AC-OLD-TIER(WS-ACC-IDX)
            MOVE WS-LDR-IDX TO WS-OLD-RANK
        END-IF
    END-PERFORM.
    ADD 1 TO WS-LD-HOLDERS(WS-NEW-RANK).
    EVALUATE TRUE
        WHEN WS-NEW-RANK > WS-OLD-RANK
            ADD 1 TO WS-PROMOTED
            MOVE "PROMOTED" TO WS-CHANGE-WORD
        WHEN WS-NEW-RANK < WS-OLD-RANK
            ADD 1 TO WS-DEMOTED
            MOVE "DEMOTED" TO WS-CHANGE-WORD
        WHEN OTHER
            ADD 1 TO WS-RETAINED
            MOVE SPACES TO WS-CHANGE-WORD
    END-EVALUATE.
    IF WS-CHANGE-WORD NOT = SPACES
        MOVE WS-AC-CREDITS(WS-ACC-IDX) TO WS-CREDITS-DISP
        DISPLAY WS-AC-ACCOUNT(WS-ACC-IDX) "   "
            WS-AC-NAME(WS-ACC-IDX) " "
            WS-LD-NAME(WS-OLD-RANK) " "
            WS-LD-NAME(WS-NEW-RANK) " " WS-CREDITS-DISP "  "
            WS-CHANGE-WORD
    END-IF.
    *> An account that earned nothing and holds the first tier has
    *> nothing to carry; it drops off the master.
    IF WS-NEW-RANK = 1 AND WS-AC-CREDITS(WS-ACC-IDX) = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-AC-ACCOUNT(WS-ACC-IDX) TO TR-ACCOUNT.
    MOVE WS-AC-NAME(WS-ACC-IDX) TO TR-NAME.
    MOVE WS-LD-CODE(WS-NEW-RANK) TO TR-TIER.
    MOVE WS-AC-CREDITS(WS-ACC-IDX) TO TR-CREDITS.
    MOVE WS-TODAY TO TR-QUAL-DATE.
    MOVE WS-EXPIRE-DAY TO TR-EXPIRE-DATE.
    MOVE WS-LD-CODE(WS-OLD-RANK) TO TR-PRIOR-TIER.
    WRITE TIER-TEMP-RECORD FROM TIER-RECORD.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
