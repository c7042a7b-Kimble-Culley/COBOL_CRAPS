INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIFETIME-FILE ASSIGN TO "CRAPS-LIFETIME.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LT-KEY
        LOCK MODE IS MANUAL
        SHARING WITH ALL OTHER
        FILE STATUS IS LIFETIME-STATUS.

DATA DIVISION.
FILE SECTION.
FD LIFETIME-FILE.
01 LIFETIME-RECORD.
    02 LT-KEY.
        03 LT-ACCOUNT   PIC 9(5).
        03 LT-NAME      PIC X(20).
    02 LT-SESSIONS      PIC 9(5).
    02 LT-WAG-PASS      PIC 9(7)V99.
    02 LT-WAG-DPASS     PIC 9(7)V99.
    02 LT-TOTAL-LOST    PIC 9(7)V99.
    02 LT-BIGGEST-WIN   PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 LIFETIME-STATUS      PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "LIFETIME-STATS".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-NET-WIN           PIC S9(6)V99 VALUE 0.
01 WS-FOUND-KEY         PIC X(25).
*> A record another table holds (status 51), or the file while it
*> is being opened (61), is waited out a second at a time and never
*> given up on; every thirty tries the wait is reported.
01 WS-LOCK-TRIES        PIC 9(5) VALUE 0.
01 WS-LOCK-WAIT         PIC 9(4) COMP-5 VALUE 1.
01 WS-LOCK-REPORT       PIC 9(5) VALUE 0.

LINKAGE SECTION.
01 LK-NAME              PIC X(20).
    *> before the account key, loaded with account zero, still
    *> match by name): per-bet-type action, total won and lost,
    *> sessions played, and the biggest single-session net win. The
    *> master is keyed on account and name; the player's line is
    *> read under a record lock, folded and rewritten in place, so
    *> sessions closing at two tables at once both get counted.
    COMPUTE WS-NET-WIN = LK-TOTAL-WON - LK-TOTAL-LOST.
    MOVE 0 TO WS-LOCK-TRIES.
    OPEN I-O LIFETIME-FILE.
    IF LIFETIME-STATUS = "35"
        OPEN OUTPUT LIFETIME-FILE
        CLOSE LIFETIME-FILE
        OPEN I-O LIFETIME-FILE
    END-IF.
    PERFORM UNTIL LIFETIME-STATUS NOT = "61"
        PERFORM WAIT-FOR-LOCK
        OPEN I-O LIFETIME-FILE
    END-PERFORM.
    IF LIFETIME-STATUS NOT = "00"
        DISPLAY "LIFETIME-STATS: cannot open master (FILE"
            " STATUS " LIFETIME-STATUS "); session not folded in."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot open lifetime master; session lost"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        GOBACK
    END-IF.
    *> A player's first session adds the line; if another table adds
    *> it first, this session is folded into theirs.
    MOVE "22" TO LIFETIME-STATUS.
    PERFORM UNTIL LIFETIME-STATUS NOT = "22"
        PERFORM FIND-LIFETIME-RECORD
        IF WS-FOUND = 'Y'
            PERFORM READ-LIFETIME-LOCKED
            IF WS-FOUND = 'Y'
                PERFORM FOLD-IN-SESSION
                REWRITE LIFETIME-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF
        ELSE
            PERFORM BUILD-FRESH-RECORD
            WRITE LIFETIME-RECORD
                INVALID KEY CONTINUE
            END-WRITE
        END-IF
    END-PERFORM.
    IF LIFETIME-STATUS NOT = "00" AND LIFETIME-STATUS NOT = "02"
        DISPLAY "LIFETIME-STATS: error updating master (FILE"
            " STATUS " LIFETIME-STATUS "); session not folded in."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "error updating lifetime master; session lost"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.
    CLOSE LIFETIME-FILE.
    GOBACK.

FIND-LIFETIME-RECORD.
    *> An account's line is the first on the key at or after the
    *> account number; an account-zero line is found by its name.
    MOVE 'N' TO WS-FOUND.
    IF LK-ACCOUNT > 0
        MOVE LK-ACCOUNT TO LT-ACCOUNT
        MOVE LOW-VALUES TO LT-NAME
    ELSE
        MOVE 0 TO LT-ACCOUNT
        MOVE LK-NAME TO LT-NAME
    END-IF.
    START LIFETIME-FILE KEY IS >= LT-KEY
        INVALID KEY MOVE "23" TO LIFETIME-STATUS
    END-START.
    IF LIFETIME-STATUS = "00"
        READ LIFETIME-FILE NEXT RECORD
            AT END MOVE "10" TO LIFETIME-STATUS
        END-READ
        IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
            IF (LK-ACCOUNT > 0
                AND LT-ACCOUNT = LK-ACCOUNT)
                OR (LK-ACCOUNT = 0 AND LT-ACCOUNT = 0
                    AND LT-NAME = LK-NAME)
                MOVE 'Y' TO WS-FOUND
                MOVE LT-KEY TO WS-FOUND-KEY
            END-IF
        END-IF
    END-IF.

READ-LIFETIME-LOCKED.
    MOVE 0 TO WS-LOCK-TRIES.
    MOVE "51" TO LIFETIME-STATUS.
    PERFORM UNTIL LIFETIME-STATUS NOT = "51"
        MOVE WS-FOUND-KEY TO LT-KEY
        READ LIFETIME-FILE WITH LOCK KEY IS LT-KEY
            INVALID KEY CONTINUE
        END-READ
        IF LIFETIME-STATUS = "51"
            PERFORM WAIT-FOR-LOCK
        END-IF
    END-PERFORM.
    IF LIFETIME-STATUS NOT = "00" AND LIFETIME-STATUS NOT = "02"
        MOVE 'N' TO WS-FOUND
    END-IF.

WAIT-FOR-LOCK.
    ADD 1 TO WS-LOCK-TRIES.
    DIVIDE WS-LOCK-TRIES BY 30 GIVING WS-LOCK-REPORT
        REMAINDER WS-LOCK-REPORT.
    IF WS-LOCK-REPORT = 0
        DISPLAY "LIFETIME-STATS: waiting on a lock for account "
            LK-ACCOUNT " (" WS-LOCK-TRIES " tries)."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "waiting on lock, lifetime account " LK-ACCOUNT
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.
    CALL "C$SLEEP" USING WS-LOCK-WAIT.

FOLD-IN-SESSION.
    ADD 1 TO LT-SESSIONS.
    ADD LK-WAG-PASS TO LT-WAG-PASS.
