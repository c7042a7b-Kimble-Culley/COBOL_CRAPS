INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMP-FILE ASSIGN TO "CRAPS-COMPS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CMP-KEY
        LOCK MODE IS MANUAL
        SHARING WITH ALL OTHER
        FILE STATUS IS COMP-STATUS.

    SELECT COMP-CFG-FILE ASSIGN TO "CRAPS-COMP.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
FILE SECTION.
FD COMP-FILE.
01 COMP-RECORD.
    02 CMP-KEY.
        03 CMP-ACCOUNT  PIC 9(5).
        03 CMP-NAME     PIC X(20).
    02 CMP-POINTS       PIC 9(7)V99.

FD COMP-CFG-FILE.
01 COMP-CFG-RECORD.
    02 CFG-LINE-RATE    PIC 9(3)V99.
01 WS-OPS-PROGRAM       PIC X(18) VALUE "COMP-POINTS".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 CFG-STATUS           PIC X(2).
01 WS-LINE-RATE         PIC 9(3)V99 VALUE 0.50.
01 WS-ODDS-RATE         PIC 9(3)V99 VALUE 0.10.
01 WS-PLACE-RATE        PIC 9(3)V99 VALUE 1.00.
01 WS-PROP-RATE         PIC 9(3)V99 VALUE 2.00.
01 WS-ACCRUED           PIC S9(7)V99 VALUE 0.
01 WS-BONUS             PIC 9(7)V99 VALUE 0.
01 WS-TIER-RESULT.
    02 WS-TIER-CODE         PIC X(1).
    02 WS-TIER-NAME         PIC X(12).
    02 WS-TIER-MULT         PIC 9(1)V99.
    02 WS-TIER-CREDITS      PIC 9(9)V99.
    02 WS-TIER-EXPIRE       PIC X(8).
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-OPEN-OK           PIC X(1) VALUE 'N'.
01 WS-FOUND-KEY         PIC X(25).
*> A record another table holds (status 51), or the file while it
*> is being opened (61), is waited out a second at a time and never
*> given up on; every thirty tries the wait is reported.
01 WS-LOCK-TRIES        PIC 9(5) VALUE 0.
01 WS-LOCK-WAIT         PIC 9(4) COMP-5 VALUE 1.
01 WS-LOCK-REPORT       PIC 9(5) VALUE 0.

LINKAGE SECTION.
01 LK-FUNCTION          PIC X(1).
01 LK-PROP-ACTION       PIC 9(7)V99.
01 LK-POINTS            PIC 9(7)V99.
01 LK-STATUS            PIC X(1).
01 LK-BONUS             PIC 9(7)V99.

PROCEDURE DIVISION USING LK-FUNCTION LK-NAME LK-ACCOUNT
    LK-LINE-ACTION LK-ODDS-ACTION LK-PLACE-ACTION LK-PROP-ACTION
    LK-POINTS LK-STATUS LK-BONUS.
MAIN-PROGRAM.
    *> Marketing's comp ledger, keyed by account number so two
    *> regulars who share a name no longer share a points balance
    *> rates read from CRAPS-COMP.CFG (line/odds/place/prop, four
    *> 9(3)V99 fields on one row) and sensible defaults when the
    *> file is absent. Functions: 'A' accrues from the action totals
    *> and returns the points earned at base rate in LK-POINTS -
    *> the player's tier credits - and the extra the player's
    *> loyalty tier multiplier adds on top in LK-BONUS, both going
    *> onto the balance; 'R' redeems LK-POINTS from the balance;
    *> 'Q' returns the balance.
    *> LK-STATUS comes back 'Y' on success. The ledger is keyed on
    *> account and name and updated a record at a time under a
    *> record lock.
    MOVE 'N' TO LK-STATUS.
    PERFORM LOAD-COMP-RATES.
    EVALUATE LK-FUNCTION
                + (LK-PLACE-ACTION * WS-PLACE-RATE / 100)
                + (LK-PROP-ACTION * WS-PROP-RATE / 100)
            MOVE WS-ACCRUED TO LK-POINTS
            PERFORM APPLY-TIER-MULTIPLIER
            MOVE WS-BONUS TO LK-BONUS
            ADD WS-BONUS TO WS-ACCRUED
            IF WS-ACCRUED > 0
                PERFORM UPDATE-COMP-BALANCE
            ELSE
        CONTINUE
    END-IF.

APPLY-TIER-MULTIPLIER.
    *> The first tier's multiplier is normally 1.00 and earns no
    *> bonus; account zero never has a tier above it.
    MOVE 0 TO WS-BONUS.
    IF WS-ACCRUED > 0 AND LK-ACCOUNT > 0
        CALL "LOYALTY-TIER" USING LK-ACCOUNT WS-TIER-RESULT
        IF WS-TIER-MULT > 1
            COMPUTE WS-BONUS ROUNDED =
                WS-ACCRUED * (WS-TIER-MULT - 1)
        END-IF
    END-IF.

QUERY-COMP-BALANCE.
    MOVE 0 TO LK-POINTS.
    MOVE 'Y' TO LK-STATUS.
    OPEN INPUT COMP-FILE.
    IF COMP-STATUS = "00"
        PERFORM FIND-COMP-RECORD
        IF WS-FOUND = 'Y'
            MOVE CMP-POINTS TO LK-POINTS
        END-IF
        CLOSE COMP-FILE
    ELSE
        CONTINUE
    END-IF.

FIND-COMP-RECORD.
    *> An account's record is the first on the key at or after the
    *> account number; an account-zero record is found by its name.
    *> The key found is left in WS-FOUND-KEY for the locked read.
    MOVE 'N' TO WS-FOUND.
    IF LK-ACCOUNT > 0
        MOVE LK-ACCOUNT TO CMP-ACCOUNT
        MOVE LOW-VALUES TO CMP-NAME
    ELSE
        MOVE 0 TO CMP-ACCOUNT
        MOVE LK-NAME TO CMP-NAME
    END-IF.
    START COMP-FILE KEY IS >= CMP-KEY
        INVALID KEY MOVE "23" TO COMP-STATUS
    END-START.
    IF COMP-STATUS = "00"
        READ COMP-FILE NEXT RECORD
            AT END MOVE "10" TO COMP-STATUS
        END-READ
        IF COMP-STATUS = "00" OR COMP-STATUS = "02"
            IF (LK-ACCOUNT > 0
                AND CMP-ACCOUNT = LK-ACCOUNT)
                OR (LK-ACCOUNT = 0 AND CMP-ACCOUNT = 0
                    AND CMP-NAME = LK-NAME)
                MOVE 'Y' TO WS-FOUND
                MOVE CMP-KEY TO WS-FOUND-KEY
            END-IF
        END-IF
    END-IF.

UPDATE-COMP-BALANCE.
    *> WS-ACCRUED carries the signed movement: positive accrual,
    *> negative redemption. A redemption larger than the balance is
    *> refused. The player's record is read under a lock, changed
    *> and rewritten in place, so two tables posting to the same
    *> player queue behind each other instead of one losing the
    *> other's points. A player's first points add a record; if
    *> another table adds it first, the movement goes on top.
    PERFORM OPEN-COMP-I-O.
    IF WS-OPEN-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE "22" TO COMP-STATUS.
    PERFORM UNTIL COMP-STATUS NOT = "22"
        PERFORM FIND-COMP-RECORD
        IF WS-FOUND = 'Y'
            PERFORM READ-COMP-LOCKED
            IF WS-FOUND = 'Y'
                PERFORM APPLY-COMP-MOVEMENT
            END-IF
        ELSE
            IF WS-ACCRUED < 0
                DISPLAY "COMP-POINTS: no points on file to redeem."
                MOVE "00" TO COMP-STATUS
            ELSE
                MOVE LK-ACCOUNT TO CMP-ACCOUNT
                MOVE LK-NAME TO CMP-NAME
                MOVE WS-ACCRUED TO CMP-POINTS
                WRITE COMP-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
                IF COMP-STATUS = "00"
                    MOVE 'Y' TO LK-STATUS
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    IF COMP-STATUS NOT = "00" AND COMP-STATUS NOT = "02"
        DISPLAY "COMP-POINTS: error updating comp master (FILE"
            " STATUS " COMP-STATUS "); movement not saved."
        MOVE 'N' TO LK-STATUS
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot update comp master; movement lost"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.
    CLOSE COMP-FILE.

APPLY-COMP-MOVEMENT.
    IF WS-ACCRUED < 0
        AND CMP-POINTS < (0 - WS-ACCRUED)
        DISPLAY "COMP-POINTS: balance too low to redeem."
        UNLOCK COMP-FILE
    ELSE
        ADD WS-ACCRUED TO CMP-POINTS
        REWRITE COMP-RECORD
            INVALID KEY CONTINUE
        END-REWRITE
        IF COMP-STATUS = "00"
            MOVE 'Y' TO LK-STATUS
        END-IF
    END-IF.

OPEN-COMP-I-O.
    *> The ledger is created empty the first time a movement is
    *> posted to it.
    MOVE 'N' TO WS-OPEN-OK.
    MOVE 0 TO WS-LOCK-TRIES.
    OPEN I-O COMP-FILE.
    IF COMP-STATUS = "35"
        OPEN OUTPUT COMP-FILE
        CLOSE COMP-FILE
        OPEN I-O COMP-FILE
    END-IF.
    PERFORM UNTIL COMP-STATUS NOT = "61"
        PERFORM WAIT-FOR-LOCK
        OPEN I-O COMP-FILE
    END-PERFORM.
    IF COMP-STATUS = "00"
        MOVE 'Y' TO WS-OPEN-OK
    ELSE
        DISPLAY "COMP-POINTS: cannot open comp master (FILE"
            " STATUS " COMP-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot open comp master; movement lost"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

READ-COMP-LOCKED.
    MOVE 0 TO WS-LOCK-TRIES.
    MOVE "51" TO COMP-STATUS.
    PERFORM UNTIL COMP-STATUS NOT = "51"
        MOVE WS-FOUND-KEY TO CMP-KEY
        READ COMP-FILE WITH LOCK KEY IS CMP-KEY
            INVALID KEY CONTINUE
        END-READ
        IF COMP-STATUS = "51"
            PERFORM WAIT-FOR-LOCK
        END-IF
    END-PERFORM.
    IF COMP-STATUS NOT = "00" AND COMP-STATUS NOT = "02"
        MOVE 'N' TO WS-FOUND
    END-IF.

WAIT-FOR-LOCK.
    ADD 1 TO WS-LOCK-TRIES.
    DIVIDE WS-LOCK-TRIES BY 30 GIVING WS-LOCK-REPORT
        REMAINDER WS-LOCK-REPORT.
    IF WS-LOCK-REPORT = 0
        DISPLAY "COMP-POINTS: waiting on a lock for account "
            LK-ACCOUNT " (" WS-LOCK-TRIES " tries)."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "waiting on lock, comp account " LK-ACCOUNT
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.
    CALL "C$SLEEP" USING WS-LOCK-WAIT.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
