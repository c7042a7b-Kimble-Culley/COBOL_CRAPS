        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GLCTL-TEMP-STATUS.

    SELECT PERIOD-FILE ASSIGN TO "CRAPS-PERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PERIOD-STATUS.

DATA DIVISION.
FILE SECTION.
FD PROBE-FILE.
FD GLCTL-TEMP-FILE.
01 GLCTL-TEMP-RECORD    PIC X(28).

FD PERIOD-FILE.
01 PERIOD-RECORD.
    02 PER-PERIOD       PIC X(6).
    02 PER-STATUS       PIC X(1).
    02 PER-CLOSE-DATE   PIC X(8).
    02 PER-CLOSE-TIME   PIC X(8).
    02 PER-CLOSED-BY    PIC X(4).

WORKING-STORAGE SECTION.
01 PROBE-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "EOD-ARCHIVE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 CATALOG-STATUS       PIC X(2).
01 CAT-TEMP-STATUS      PIC X(2).
01 RETAIN-STATUS        PIC X(2).
01 WS-TABLE-SEL         PIC 9(1) VALUE 1.
01 WS-RUN-DATE          PIC X(8).
01 WS-RUN-DATE-N        PIC 9(8).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-RETAIN-DAYS       PIC 9(3) VALUE 30.
01 WS-CUTOFF-INT        PIC 9(8).
01 WS-CUTOFF-N          PIC 9(8).
01 WS-GLCTL-NAME        PIC X(30).
01 WS-GLCTL-TMP-NAME    PIC X(15) VALUE "CRAPS-GLCTL.TMP".
01 WS-ARCHIVED-OK       PIC X(1) VALUE 'N'.
01 PERIOD-STATUS        PIC X(2).
01 WS-LAST-CLOSED       PIC X(6) VALUE "000000".
01 WS-HELD-COUNT        PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> (the game starts fresh files on its next write), every
    *> generation is recorded in CRAPS-ARCHIVE.CAT, and generations
    *> older than the retention window are deleted and dropped from
    *> the catalog. The daily summary DAY-SUMMARY cut from the log
    *> is filed and catalogued beside it (type 'S') and ages out
    *> with it. CRAPS-RETAIN.CFG holds the window in days
    *> (default 30 when absent). Generations are stamped with the
    *> gaming day being closed, not the calendar date, so a close
    *> run after midnight files the night under the day it belongs
    *> to and retention counts in gaming days. A generation dated in
    *> an accounting period PERIOD-CLOSE has closed is never purged:
    *> it is the trail behind balances that can no longer change.
    *> Table 0 is the comp desk: its trail is archived, catalogued
    *> and aged out like any table's, but the desk has no daily
    *> summary or history file to file beside it.
    MOVE 0 TO WS-RUN-RC.
    PERFORM GET-TABLE-SELECTION.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-RUN-DATE
        WS-GD-SHIFT WS-GD-SHIFT-NO.

    MOVE SPACES TO WS-OLD-NAME.
    STRING "CRAPS-AUDIT.T" WS-TABLE-SEL ".LOG"
        *> acknowledgment statuses stay).
        PERFORM RESET-GL-HIGH-WATER
    END-IF.
    IF WS-ARCHIVED-OK = 'Y' AND WS-TABLE-SEL > 0
        *> The day's summary, built from the log just archived, is
        *> filed under the same gaming day; left live if the log
        *> could not be archived, since it belongs to that log.
        MOVE SPACES TO WS-OLD-NAME
        STRING "CRAPS-DAYSUM.T" WS-TABLE-SEL ".DAT"
            DELIMITED BY SIZE INTO WS-OLD-NAME
        MOVE SPACES TO WS-NEW-NAME
        STRING "CRAPS-DAYSUM.T" WS-TABLE-SEL ".D" WS-RUN-DATE ".DAT"
            DELIMITED BY SIZE INTO WS-NEW-NAME
        MOVE 'S' TO CAT-TYPE
        PERFORM ARCHIVE-ONE-FILE
    END-IF.

    IF WS-TABLE-SEL > 0
        MOVE SPACES TO WS-OLD-NAME
        STRING "player-history.T" WS-TABLE-SEL ".idx"
            DELIMITED BY SIZE INTO WS-OLD-NAME
        MOVE SPACES TO WS-NEW-NAME
        STRING "player-history.T" WS-TABLE-SEL ".D" WS-RUN-DATE
            ".idx" DELIMITED BY SIZE INTO WS-NEW-NAME
        MOVE 'H' TO CAT-TYPE
        PERFORM ARCHIVE-ONE-FILE
    END-IF.

    PERFORM LOAD-RETENTION.
    PERFORM LOAD-CLOSED-PERIODS.
    PERFORM PURGE-OLD-GENERATIONS.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

GET-TABLE-SELECTION.
            AT END MOVE "10" TO RUNCARD-STATUS
        END-READ
        IF RUNCARD-STATUS = "00"
            AND RUN-TABLE IS NUMERIC
            MOVE RUN-TABLE TO WS-TABLE-SEL
            MOVE 'Y' TO WS-RUNCARD
        END-IF
        CONTINUE
    END-IF.
    IF WS-RUNCARD NOT = 'Y'
        DISPLAY "End-of-day archive - table number"
            " (1-9, 0=comp desk): "
        ACCEPT WS-TABLE-SEL
    END-IF.

ARCHIVE-ONE-FILE.
            MOVE "archive rename failed; live file left in place"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "No " WS-OLD-NAME " to archive."
        CONTINUE
    END-IF.

LOAD-CLOSED-PERIODS.
    *> Periods close in order, so every month up to the latest one
    *> on the period master is closed.
    OPEN INPUT PERIOD-FILE.
    IF PERIOD-STATUS = "00"
        PERFORM UNTIL PERIOD-STATUS NOT = "00"
            READ PERIOD-FILE
                AT END MOVE "10" TO PERIOD-STATUS
            END-READ
            IF PERIOD-STATUS = "00" AND PER-STATUS = 'C'
                AND PER-PERIOD > WS-LAST-CLOSED
                MOVE PER-PERIOD TO WS-LAST-CLOSED
            END-IF
        END-PERFORM
        CLOSE PERIOD-FILE
    ELSE
        CONTINUE
    END-IF.

PURGE-OLD-GENERATIONS.
    *> Walk the catalog, deleting any generation dated before the
    *> cutoff and rewriting the catalog without it. The rewrite goes
            END-READ
            IF CATALOG-STATUS = "00"
                IF CAT-DATE < WS-CUTOFF-DATE
                    AND CAT-DATE(1:6) <= WS-LAST-CLOSED
                    ADD 1 TO WS-HELD-COUNT
                END-IF
                IF CAT-DATE < WS-CUTOFF-DATE
                    AND CAT-DATE(1:6) > WS-LAST-CLOSED
                    MOVE CAT-NAME TO WS-OLD-NAME
                    CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                    ADD 1 TO WS-PURGED-COUNT
        DISPLAY "Retention (" WS-RETAIN-DAYS " days, cutoff "
            WS-CUTOFF-DATE "): purged " WS-PURGED-COUNT
            " generation(s), " WS-KEPT-COUNT " kept."
        IF WS-HELD-COUNT > 0
            DISPLAY "  " WS-HELD-COUNT " of those kept are past the"
                " window but in a closed period (through "
                WS-LAST-CLOSED ")."
        END-IF
    END-IF.

WRITE-OPS-LOG.
