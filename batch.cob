        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ACCEPT-STATUS.

    SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REJECT-STATUS.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS OUT-ROLL-STATUS.

    SELECT RESTART-FILE ASSIGN TO DYNAMIC WS-RESTART-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RESTART-STATUS.

    SELECT LIST-FILE ASSIGN TO "CRAPS-BATCH.LST"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LIST-STATUS.

    SELECT BATCH-CFG-FILE ASSIGN TO "CRAPS-BATCH.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BATCH-CFG-STATUS.

DATA DIVISION.
FILE SECTION.
FD TXN-FILE.
    02 OUT-DIE-A        PIC 9.
    02 OUT-DIE-B        PIC 9.

*> The restart record, rewritten whole at every commit: where the
*> replay of one transaction file has got to and everything needed
*> to carry on from there - the edit totals the file produced, the
*> accepted transactions and rolls already applied, the game state
*> and every seat's balance and working bets. RST-STATUS is 'I'
*> while a file is being applied, 'F' once it has finished, and 'C'
*> when the whole run has.
FD RESTART-FILE.
01 RESTART-RECORD.
    02 RST-STATUS           PIC X(1).
    02 RST-FILE-POS         PIC 9(3).
    02 RST-FILE             PIC X(40).
    02 RST-RUN-DATE         PIC X(8).
    02 RST-RUN-TIME         PIC X(8).
    02 RST-COMMIT-DATE      PIC X(8).
    02 RST-COMMIT-TIME      PIC X(8).
    02 RST-RESTARTS         PIC 9(3).
    02 RST-RUN-RC           PIC 9(4).
    02 RST-INPUT-COUNT      PIC 9(7).
    02 RST-INPUT-AMOUNT     PIC 9(9)V99.
    02 RST-ACCEPT-COUNT     PIC 9(7).
    02 RST-ACCEPT-AMOUNT    PIC 9(9)V99.
    02 RST-REJECT-COUNT     PIC 9(7).
    02 RST-REJECT-AMOUNT    PIC 9(9)V99.
    02 RST-APPLIED-COUNT    PIC 9(7).
    02 RST-APPLIED-AMOUNT   PIC 9(9)V99.
    02 RST-ROLL-POS         PIC 9(7).
    02 RST-NUM-PLAYERS      PIC 9(1).
    02 RST-GAMESTATE        PIC 9(1).
    02 RST-POINT            PIC 9(2).
    02 RST-ROUNDS-PLAYED    PIC 9(5).
    02 RST-SHOOTER          PIC 9(1).
    02 RST-PAY-CONTROL      PIC X(15).
    02 RST-BATCH-TABLE      PIC X(1936).

*> The transaction files to run, one name per line, in order.
FD LIST-FILE.
01 LIST-RECORD.
    02 LST-NAME             PIC X(40).

FD BATCH-CFG-FILE.
01 BATCH-CFG-RECORD.
    02 BCF-INTERVAL         PIC 9(5).

WORKING-STORAGE SECTION.
01 TXN-STATUS           PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "BATCH-RUNNER".
01 ACCEPT-STATUS        PIC X(2).
01 REJECT-STATUS        PIC X(2).
01 LIMITS-STATUS        PIC X(2).
01 WS-TXN-NAME          PIC X(40) VALUE "CRAPS-BATCH.DAT".
01 RESTART-STATUS       PIC X(2).
01 LIST-STATUS          PIC X(2).
01 BATCH-CFG-STATUS     PIC X(2).
01 WS-REJECT-NAME       PIC X(40) VALUE "CRAPS-BATCH.REJ".
01 WS-RESTART-NAME      PIC X(40).
01 WS-RESTART-LIVE      PIC X(40) VALUE "CRAPS-BATCH.RST".
01 WS-RESTART-WORK      PIC X(40) VALUE "CRAPS-BATCH.TMP".
01 WS-SOURCE-NAME       PIC X(40).
*> Restart control. The restart record is committed after every
*> WS-COMMIT-INTERVAL accepted transactions applied (CRAPS-BATCH.CFG,
*> default 100); a rerun picks up after the last commit.
01 WS-COMMIT-INTERVAL   PIC 9(5) VALUE 100.
01 WS-SINCE-COMMIT      PIC 9(5) VALUE 0.
01 WS-COMMIT-WARNED     PIC X(1) VALUE 'N'.
01 WS-RESTART-PENDING   PIC X(1) VALUE 'N'.
01 WS-RESTART-STATE     PIC X(1) VALUE SPACE.
01 WS-RESUME-POS        PIC 9(3) VALUE 0.
01 WS-RESUME-MID-FILE   PIC X(1) VALUE 'N'.
01 WS-RESUMED           PIC X(1) VALUE 'N'.
01 WS-RESUME-AFTER      PIC 9(7) VALUE 0.
01 WS-RESUME-ROLL       PIC 9(7) VALUE 0.
01 WS-RESUME-DATE       PIC X(8).
01 WS-RESUME-TIME       PIC X(8).
01 WS-RESTARTS          PIC 9(3) VALUE 0.
01 WS-RUN-DATE          PIC X(8).
01 WS-RUN-TIME          PIC X(8).
01 WS-TXN-SEQ           PIC 9(7) VALUE 0.
01 WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
01 WS-APPLIED-AMOUNT    PIC 9(9)V99 VALUE 0.
01 WS-ROLL-POS          PIC 9(7) VALUE 0.
01 WS-ROLL-SEEN         PIC 9(7) VALUE 0.
01 WS-FILE-RC           PIC 9(4) VALUE 0.
01 WS-RUN-RC            PIC 9(4) VALUE 0.
01 WS-RUN-HALTED        PIC X(1) VALUE 'N'.
01 WS-FILE-POS          PIC 9(3) VALUE 0.
01 WS-RC-DISP           PIC 9(4).
*> The control list, when there is one; without it the run is the
*> single file CRAPS-BATCH.DAT, as it always was.
01 WS-LIST-MODE         PIC X(1) VALUE 'N'.
01 WS-LIST-COUNT        PIC 9(3) VALUE 0.
01 WS-LIST-IDX          PIC 9(3).
01 WS-LIST-TABLE.
    02 WS-LIST-NAME OCCURS 99 TIMES PIC X(40).
*> Every seat and the payout control as they stand before the first
*> transaction, laid back under each file so no file inherits the
*> last one's table.
01 WS-CLEAN-TABLE       PIC X(1936).
01 WS-CLEAN-PAY         PIC X(15).
01 WS-TABLE-MIN         PIC 9(5)V99 VALUE 5.
01 WS-TABLE-MAX         PIC 9(5)V99 VALUE 500.
01 WS-LINE-MIN          PIC 9(5)V99 VALUE 5.
*> The replayer has no shooter rotation; the engine's fire-bet
*> tracking is pinned to seat 1 for batch runs.
01 WS-SHOOTER           PIC 9(1) VALUE 1.
*> The floor-wide payout schedule; the replayer keeps no trail, so
*> the engine's schedule-switch flag is not looked at.
01 WS-PAY-CONTROL.
    02 WS-PAY-TABLE         PIC 9(1) VALUE 0.
    02 WS-PAY-CHANGE        PIC 9(5) VALUE 0.
    02 WS-PAY-ID            PIC X(8) VALUE "HOUSE".
    02 WS-PAY-SWITCHED      PIC X(1) VALUE 'N'.
01 WS-BATCH-TABLE.
    02 WS-BATCH-ENTRY OCCURS 4 TIMES.
        03 WS-PT-NAME          PIC X(20) VALUE SPACES.
        03 WS-PT-LAY-10-BET PIC 9(5)V99 VALUE 0.
        03 WS-PT-FIRE-BET       PIC 9(5)V99 VALUE 0.
        03 WS-PT-FIRE-MASK      PIC X(6) VALUE SPACES.
        03 WS-PT-CPN-SPOT       PIC X(1) VALUE SPACE.
        03 WS-PT-CPN-KIND       PIC X(1) VALUE SPACE.
        03 WS-PT-CPN-FACE       PIC 9(5)V99 VALUE 0.
        03 WS-PT-CPN-SERIAL     PIC 9(8) VALUE 0.
        03 WS-PT-CPN-WON        PIC 9(5)V99 VALUE 0.
        03 WS-PT-TOKE-SPOT      PIC X(1) VALUE SPACE.
        03 WS-PT-TOKE-BET       PIC 9(5)V99 VALUE 0.
        03 WS-PT-TOKE-WON       PIC 9(5)V99 VALUE 0.
        03 WS-PT-TOKE-LOST      PIC 9(5)V99 VALUE 0.
        03 WS-PT-TOKE-DOWN      PIC 9(5)V99 VALUE 0.
        03 WS-PT-XFER-SLIP      PIC 9(7) VALUE 0.
        03 WS-PT-XFER-AMOUNT    PIC 9(5)V99 VALUE 0.
        03 WS-PT-FX-CURRENCY    PIC X(3) VALUE SPACES.
        03 WS-PT-FX-FOREIGN     PIC 9(5)V99 VALUE 0.
        03 WS-PT-FX-RATE        PIC 9(3)V9(6) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> failures to CRAPS-BATCH.REJ with a reason code, and the replay
    *> phases below run against the accepted file only, so one
    *> malformed record can no longer poison an overnight run.
    *> A control list, CRAPS-BATCH.LST, runs several transaction
    *> files one after another, each from a clean table, with its own
    *> return code in CRAPS-OPS.LOG; the run's return code is the
    *> worst of them. Progress is committed to CRAPS-BATCH.RST as the
    *> replay goes, and a rerun after an abend carries on from the
    *> last commit instead of starting the night over.
    MOVE WS-BATCH-TABLE TO WS-CLEAN-TABLE.
    MOVE WS-PAY-CONTROL TO WS-CLEAN-PAY.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    PERFORM LOAD-LIMITS.
    PERFORM LOAD-BATCH-CONFIG.
    PERFORM LOAD-CONTROL-LIST.
    PERFORM LOAD-RESTART-RECORD.
    IF WS-RUN-HALTED NOT = 'Y'
        IF WS-LIST-MODE = 'Y'
            PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                    UNTIL WS-LIST-IDX > WS-LIST-COUNT
                    OR WS-RUN-HALTED = 'Y'
                MOVE WS-LIST-NAME(WS-LIST-IDX) TO WS-SOURCE-NAME
                MOVE WS-LIST-IDX TO WS-FILE-POS
                PERFORM RUN-ONE-FILE
            END-PERFORM
        ELSE
            MOVE "CRAPS-BATCH.DAT" TO WS-SOURCE-NAME
            MOVE 0 TO WS-FILE-POS
            PERFORM RUN-ONE-FILE
        END-IF
    END-IF.
    IF WS-RUN-HALTED NOT = 'Y'
        MOVE 'C' TO WS-RESTART-STATE
        PERFORM COMMIT-RESTART
    END-IF.
    MOVE WS-RUN-RC TO WS-RC-DISP.
    IF WS-RUN-HALTED = 'Y'
        DISPLAY "===== BATCH RUN STOPPED, return code " WS-RC-DISP
            " ====="
    ELSE
        IF WS-LIST-MODE = 'Y'
            DISPLAY "===== BATCH RUN COMPLETE: " WS-LIST-COUNT
                " files, return code " WS-RC-DISP " ====="
        END-IF
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
    STOP RUN.

RUN-ONE-FILE.
    *> One transaction file, edit through report. A file the restart
    *> record shows as already finished is passed over; the one it
    *> shows in progress is resumed from its last commit.
    IF WS-RESTART-PENDING = 'Y' AND WS-FILE-POS < WS-RESUME-POS
        DISPLAY "Completed before the restart, not run again: "
            WS-SOURCE-NAME
        EXIT PARAGRAPH
    END-IF.
    PERFORM RESET-FILE-STATE.
    IF WS-LIST-MODE = 'Y'
        DISPLAY "===== BATCH FILE " WS-FILE-POS " OF " WS-LIST-COUNT
            " ====="
        DISPLAY "Transactions: " WS-SOURCE-NAME
        MOVE SPACES TO WS-REJECT-NAME
        STRING "CRAPS-BATCH.F" WS-FILE-POS ".REJ"
            DELIMITED BY SIZE INTO WS-REJECT-NAME
    END-IF.
    MOVE WS-SOURCE-NAME TO WS-TXN-NAME.
    OPEN INPUT TXN-FILE.
    IF TXN-STATUS NOT = "00"
        DISPLAY "File not run, cannot open (FILE STATUS " TXN-STATUS
            "): " WS-SOURCE-NAME
        MOVE 8 TO WS-FILE-RC
        PERFORM FINISH-ONE-FILE
        EXIT PARAGRAPH
    END-IF.
    CLOSE TXN-FILE.
    PERFORM VALIDATE-TRANSACTIONS.
    IF WS-RESTART-PENDING = 'Y' AND WS-RESUME-MID-FILE = 'Y'
        PERFORM RESUME-FROM-RESTART
        IF WS-RUN-HALTED = 'Y'
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 'N' TO WS-RESTART-PENDING.
    MOVE "CRAPS-BATCH.ACC" TO WS-TXN-NAME.
    PERFORM PREPARE-TEST-ROLLS.
    MOVE 'I' TO WS-RESTART-STATE.
    PERFORM COMMIT-RESTART.
    MOVE "00" TO TXN-STATUS.
    PERFORM PROCESS-TRANSACTIONS.
    PERFORM PRINT-BATCH-REPORT.
    *> silently hijack the very next interactive game's dice. Remove it
    *> now that this run's transactions have been fully consumed.
    CALL "CBL_DELETE_FILE" USING WS-ROLL-FILENAME.
    *> ROLL-TEST keeps its file open once it has found one; the next
    *> file's rolls must be read from the top of a fresh copy.
    CANCEL "ROLL-TEST".
    PERFORM FINISH-ONE-FILE.

FINISH-ONE-FILE.
    IF WS-FILE-RC > WS-RUN-RC
        MOVE WS-FILE-RC TO WS-RUN-RC
    END-IF.
    MOVE 'F' TO WS-RESTART-STATE.
    PERFORM COMMIT-RESTART.
    MOVE WS-FILE-RC TO WS-RC-DISP.
    EVALUATE TRUE
        WHEN WS-FILE-RC >= 8
            MOVE 'E' TO WS-OPS-SEVERITY
        WHEN WS-FILE-RC >= 4
            MOVE 'W' TO WS-OPS-SEVERITY
        WHEN OTHER
            MOVE 'I' TO WS-OPS-SEVERITY
    END-EVALUATE.
    MOVE SPACES TO WS-OPS-TEXT.
    STRING WS-SOURCE-NAME DELIMITED BY SPACE
        " rc " WS-RC-DISP " applied " WS-APPLIED-COUNT
        DELIMITED BY SIZE INTO WS-OPS-TEXT.
    PERFORM WRITE-OPS-LOG.

RESET-FILE-STATE.
    MOVE WS-CLEAN-TABLE TO WS-BATCH-TABLE.
    MOVE WS-CLEAN-PAY TO WS-PAY-CONTROL.
    INITIALIZE WS-SIM-BALANCES.
    MOVE 1 TO WS-NUM-PLAYERS WS-SHOOTER.
    MOVE 0 TO WS-GAMESTATE WS-POINT WS-ROUNDS-PLAYED.
    MOVE 0 TO WS-INPUT-COUNT WS-ACCEPT-COUNT WS-REJECT-COUNT.
    MOVE 0 TO WS-INPUT-AMOUNT WS-ACCEPT-AMOUNT WS-REJECT-AMOUNT.
    MOVE 0 TO WS-APPLIED-COUNT WS-APPLIED-AMOUNT WS-ROLL-POS.
    MOVE 0 TO WS-RESUME-AFTER WS-RESUME-ROLL WS-RESTARTS.
    MOVE 0 TO WS-SINCE-COMMIT WS-FILE-RC.
    MOVE 'N' TO WS-RESUMED WS-COMMIT-WARNED.
    MOVE "00" TO TXN-STATUS.

LOAD-BATCH-CONFIG.
    *> How many applied transactions go between restart commits; a
    *> missing or zero setting keeps the default of 100.
    OPEN INPUT BATCH-CFG-FILE.
    IF BATCH-CFG-STATUS = "00"
        READ BATCH-CFG-FILE
            AT END MOVE "10" TO BATCH-CFG-STATUS
        END-READ
        IF BATCH-CFG-STATUS = "00" AND BCF-INTERVAL IS NUMERIC
            AND BCF-INTERVAL > 0
            MOVE BCF-INTERVAL TO WS-COMMIT-INTERVAL
        END-IF
        CLOSE BATCH-CFG-FILE
    ELSE
        CONTINUE
    END-IF.

LOAD-CONTROL-LIST.
    *> Blank lines are passed over. Without a list the run is the
    *> single file CRAPS-BATCH.DAT.
    OPEN INPUT LIST-FILE.
    IF LIST-STATUS = "00"
        MOVE 'Y' TO WS-LIST-MODE
        PERFORM UNTIL LIST-STATUS NOT = "00"
            READ LIST-FILE
                AT END MOVE "10" TO LIST-STATUS
            END-READ
            IF LIST-STATUS = "00" AND LST-NAME NOT = SPACES
                IF WS-LIST-COUNT < 99
                    ADD 1 TO WS-LIST-COUNT
                    MOVE LST-NAME TO WS-LIST-NAME(WS-LIST-COUNT)
                ELSE
                    DISPLAY "More than 99 files in CRAPS-BATCH.LST; "
                        LST-NAME " not run."
                    MOVE 4 TO WS-RUN-RC
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIST-FILE
    ELSE
        CONTINUE
    END-IF.

LOAD-RESTART-RECORD.
    *> A restart record left 'I' or 'F' is a run that did not reach
    *> its end. It must describe the files this run is about to do -
    *> the same list position and name - or nothing is run: resuming
    *> the wrong file would report balances that never happened.
    MOVE WS-RESTART-LIVE TO WS-RESTART-NAME.
    OPEN INPUT RESTART-FILE.
    IF RESTART-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ RESTART-FILE
        AT END MOVE "10" TO RESTART-STATUS
    END-READ.
    IF RESTART-STATUS NOT = "00"
        CLOSE RESTART-FILE
        EXIT PARAGRAPH
    END-IF.
    CLOSE RESTART-FILE.
    IF RST-STATUS NOT = 'I' AND RST-STATUS NOT = 'F'
        EXIT PARAGRAPH
    END-IF.
    IF RST-STATUS = 'F' AND (RST-FILE-POS = 0
            OR RST-FILE-POS = WS-LIST-COUNT)
        *> The last file finished; only the closing mark was lost.
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Incomplete batch run found, started " RST-RUN-DATE " "
        RST-RUN-TIME ", last committed " RST-COMMIT-DATE " "
        RST-COMMIT-TIME ".".
    IF RST-FILE-POS = 0 AND WS-LIST-MODE = 'Y'
        OR RST-FILE-POS > 0 AND WS-LIST-MODE NOT = 'Y'
        OR RST-FILE-POS > WS-LIST-COUNT
        DISPLAY "It does not match the current control list."
        PERFORM REFUSE-RESTART
        EXIT PARAGRAPH
    END-IF.
    IF RST-FILE-POS = 0
        MOVE "CRAPS-BATCH.DAT" TO WS-SOURCE-NAME
    ELSE
        MOVE WS-LIST-NAME(RST-FILE-POS) TO WS-SOURCE-NAME
    END-IF.
    IF RST-FILE NOT = WS-SOURCE-NAME
        DISPLAY "It was working on " RST-FILE
        DISPLAY "not on " WS-SOURCE-NAME
        PERFORM REFUSE-RESTART
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-RESTART-PENDING.
    MOVE RST-RUN-DATE TO WS-RUN-DATE.
    MOVE RST-RUN-TIME TO WS-RUN-TIME.
    MOVE RST-RUN-RC TO WS-RUN-RC.
    IF RST-STATUS = 'F'
        COMPUTE WS-RESUME-POS = RST-FILE-POS + 1
        DISPLAY "Resuming with the file after " RST-FILE
    ELSE
        MOVE RST-FILE-POS TO WS-RESUME-POS
        MOVE 'Y' TO WS-RESUME-MID-FILE
        DISPLAY "Resuming after transaction " RST-APPLIED-COUNT
            " of " RST-FILE
    END-IF.

REFUSE-RESTART.
    DISPLAY "Nothing run. Put the original files back, or remove "
        "CRAPS-BATCH.RST to start the run over from the beginning.".
    MOVE 'E' TO WS-OPS-SEVERITY.
    MOVE "restart record does not match this run; nothing run"
        TO WS-OPS-TEXT.
    PERFORM WRITE-OPS-LOG.
    MOVE 'Y' TO WS-RUN-HALTED.
    MOVE 8 TO WS-RUN-RC.

RESUME-FROM-RESTART.
    *> The file has just been edited again; it must edit to exactly
    *> the totals it did the first time, or the committed position
    *> no longer points at the same transaction.
    IF WS-INPUT-COUNT NOT = RST-INPUT-COUNT
        OR WS-INPUT-AMOUNT NOT = RST-INPUT-AMOUNT
        OR WS-ACCEPT-COUNT NOT = RST-ACCEPT-COUNT
        OR WS-ACCEPT-AMOUNT NOT = RST-ACCEPT-AMOUNT
        OR WS-REJECT-COUNT NOT = RST-REJECT-COUNT
        OR WS-REJECT-AMOUNT NOT = RST-REJECT-AMOUNT
        OR RST-APPLIED-COUNT > WS-ACCEPT-COUNT
        DISPLAY "The file has changed since the interrupted run: it"
            " now edits to " WS-INPUT-COUNT " records, was "
            RST-INPUT-COUNT ": " WS-SOURCE-NAME
        PERFORM REFUSE-RESTART
        EXIT PARAGRAPH
    END-IF.
    MOVE RST-BATCH-TABLE TO WS-BATCH-TABLE.
    MOVE RST-PAY-CONTROL TO WS-PAY-CONTROL.
    MOVE RST-NUM-PLAYERS TO WS-NUM-PLAYERS.
    MOVE RST-GAMESTATE TO WS-GAMESTATE.
    MOVE RST-POINT TO WS-POINT.
    MOVE RST-ROUNDS-PLAYED TO WS-ROUNDS-PLAYED.
    MOVE RST-SHOOTER TO WS-SHOOTER.
    MOVE RST-APPLIED-COUNT TO WS-APPLIED-COUNT WS-RESUME-AFTER.
    MOVE RST-APPLIED-AMOUNT TO WS-APPLIED-AMOUNT.
    MOVE RST-ROLL-POS TO WS-ROLL-POS WS-RESUME-ROLL.
    MOVE RST-COMMIT-DATE TO WS-RESUME-DATE.
    MOVE RST-COMMIT-TIME TO WS-RESUME-TIME.
    COMPUTE WS-RESTARTS = RST-RESTARTS + 1.
    MOVE 'Y' TO WS-RESUMED.

COMMIT-RESTART.
    *> Written whole to a work file and renamed over the live record,
    *> so an abend in the middle of a commit leaves the previous one.
    MOVE WS-RESTART-STATE TO RST-STATUS.
    MOVE WS-FILE-POS TO RST-FILE-POS.
    MOVE WS-SOURCE-NAME TO RST-FILE.
    MOVE WS-RUN-DATE TO RST-RUN-DATE.
    MOVE WS-RUN-TIME TO RST-RUN-TIME.
    ACCEPT RST-COMMIT-DATE FROM DATE YYYYMMDD.
    ACCEPT RST-COMMIT-TIME FROM TIME.
    MOVE WS-RESTARTS TO RST-RESTARTS.
    MOVE WS-RUN-RC TO RST-RUN-RC.
    MOVE WS-INPUT-COUNT TO RST-INPUT-COUNT.
    MOVE WS-INPUT-AMOUNT TO RST-INPUT-AMOUNT.
    MOVE WS-ACCEPT-COUNT TO RST-ACCEPT-COUNT.
    MOVE WS-ACCEPT-AMOUNT TO RST-ACCEPT-AMOUNT.
    MOVE WS-REJECT-COUNT TO RST-REJECT-COUNT.
    MOVE WS-REJECT-AMOUNT TO RST-REJECT-AMOUNT.
    MOVE WS-APPLIED-COUNT TO RST-APPLIED-COUNT.
    MOVE WS-APPLIED-AMOUNT TO RST-APPLIED-AMOUNT.
    MOVE WS-ROLL-POS TO RST-ROLL-POS.
    MOVE WS-NUM-PLAYERS TO RST-NUM-PLAYERS.
    MOVE WS-GAMESTATE TO RST-GAMESTATE.
    MOVE WS-POINT TO RST-POINT.
    MOVE WS-ROUNDS-PLAYED TO RST-ROUNDS-PLAYED.
    MOVE WS-SHOOTER TO RST-SHOOTER.
    MOVE WS-PAY-CONTROL TO RST-PAY-CONTROL.
    MOVE WS-BATCH-TABLE TO RST-BATCH-TABLE.
    MOVE 0 TO WS-SINCE-COMMIT.
    MOVE WS-RESTART-WORK TO WS-RESTART-NAME.
    OPEN OUTPUT RESTART-FILE.
    IF RESTART-STATUS = "00"
        WRITE RESTART-RECORD
        CLOSE RESTART-FILE
        CALL "CBL_RENAME_FILE" USING WS-RESTART-WORK WS-RESTART-LIVE
        IF RETURN-CODE = 0
            EXIT PARAGRAPH
        END-IF
    END-IF.
    *> The replay carries on; it just cannot be resumed past the
    *> last commit that did land.
    IF WS-COMMIT-WARNED NOT = 'Y'
        MOVE 'Y' TO WS-COMMIT-WARNED
        DISPLAY "Restart record could not be written; a rerun will"
            " go back to the last good commit."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "restart record not written for this file"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

PREPARE-TEST-ROLLS.
    *> ROLL-TEST (req016) already knows how to replay a fixed sequence
    *> RNG. We stage every roll outcome from the transaction file into
    *> that same file up front, so APPLY-ROLL can drive the production
    *> ROLL-TEST logic unattended instead of duplicating its RNG choice.
    *> On a resumed file the rolls already thrown are left out, so
    *> the dice pick up where the committed replay stopped.
    MOVE 0 TO WS-ROLL-SEEN.
    OPEN INPUT TXN-FILE.
    OPEN OUTPUT OUT-ROLL-FILE.
    PERFORM UNTIL TXN-STATUS = "10"
            AT END MOVE "10" TO TXN-STATUS
        END-READ
        IF TXN-STATUS NOT = "10" AND TXN-TYPE = 'R'
            ADD 1 TO WS-ROLL-SEEN
            IF WS-ROLL-SEEN > WS-ROLL-POS
                MOVE TXN-DIE-A TO OUT-DIE-A
                MOVE TXN-DIE-B TO OUT-DIE-B
                WRITE OUT-ROLL-RECORD
            END-IF
        END-IF
    END-PERFORM.
    CLOSE TXN-FILE.

PROCESS-TRANSACTIONS.
    MOVE "00" TO TXN-STATUS.
    MOVE 0 TO WS-TXN-SEQ.
    OPEN INPUT TXN-FILE.
    PERFORM UNTIL TXN-STATUS = "10"
        READ TXN-FILE
            AT END MOVE "10" TO TXN-STATUS
        END-READ
        IF TXN-STATUS NOT = "10"
            ADD 1 TO WS-TXN-SEQ
        END-IF
        IF TXN-STATUS NOT = "10" AND WS-TXN-SEQ > WS-RESUME-AFTER
            EVALUATE TXN-TYPE
                WHEN 'S'
                    PERFORM APPLY-SETUP
                    PERFORM APPLY-BET
                WHEN 'R'
                    PERFORM APPLY-ROLL
                    ADD 1 TO WS-ROLL-POS
                WHEN OTHER
                    DISPLAY "Skipping unrecognized transaction type: " TXN-TYPE
            END-EVALUATE
            ADD 1 TO WS-APPLIED-COUNT WS-SINCE-COMMIT
            ADD TXN-AMOUNT TO WS-APPLIED-AMOUNT
            IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                PERFORM COMMIT-RESTART
            END-IF
        END-IF
    END-PERFORM.
    CLOSE TXN-FILE.
        WS-ACCEPT-AMOUNT.
    DISPLAY "Rejected: " WS-REJECT-COUNT " records, amount total "
        WS-REJECT-AMOUNT.
    IF WS-RESUMED = 'Y'
        DISPLAY "Applied:  " WS-APPLIED-COUNT " records, amount total "
            WS-APPLIED-AMOUNT " (" WS-RESUME-AFTER
            " before the restart)"
    ELSE
        DISPLAY "Applied:  " WS-APPLIED-COUNT " records, amount total "
            WS-APPLIED-AMOUNT
    END-IF.
    *> The totals are for the file as a whole, however many times the
    *> replay was restarted: everything edited must be accepted or
    *> rejected, and everything accepted applied exactly once.
    IF WS-INPUT-COUNT NOT = WS-ACCEPT-COUNT + WS-REJECT-COUNT
        OR WS-INPUT-AMOUNT NOT = WS-ACCEPT-AMOUNT + WS-REJECT-AMOUNT
        OR WS-APPLIED-COUNT NOT = WS-ACCEPT-COUNT
        OR WS-APPLIED-AMOUNT NOT = WS-ACCEPT-AMOUNT
        DISPLAY "*** CONTROL TOTALS OUT OF BALANCE ***"
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "control totals out of balance for " WS-SOURCE-NAME
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-FILE-RC
    ELSE
        DISPLAY "Control totals balance."
    END-IF.
    IF WS-REJECT-COUNT > 0
        DISPLAY "Rejects with reason codes are in " WS-REJECT-NAME
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "transactions rejected; see " WS-REJECT-NAME
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-FILE-RC < 4
            MOVE 4 TO WS-FILE-RC
        END-IF
    END-IF.

APPLY-SETUP.
    *> with the live game and the simulator.
    CALL "CRAPS-ENGINE" USING WS-NUM-PLAYERS WS-BATCH-TABLE
        WS-GAMESTATE WS-POINT WS-DieTotal WS-DIE-1 WS-DIE-2
        WS-ROUND-OUTCOME WS-RESOLVED-POINT WS-SHOOTER
        WS-PAY-CONTROL.
    IF NOT NO-RESOLUTION
        ADD 1 TO WS-ROUNDS-PLAYED
    END-IF.

PRINT-BATCH-REPORT.
    DISPLAY "===== BATCH REPLAY REPORT (" WS-ROUNDS-PLAYED " rounds played) =====".
    IF WS-RESUMED = 'Y'
        DISPLAY "Restarted (restart " WS-RESTARTS ") after transaction "
            WS-RESUME-AFTER " and roll " WS-RESUME-ROLL
            ", committed " WS-RESUME-DATE " " WS-RESUME-TIME
    END-IF.
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > WS-NUM-PLAYERS
        DISPLAY WS-PT-NAME(WS-PT-IDX) ": Final Balance $" WS-PT-BALANCE(WS-PT-IDX)
        DISPLAY "  Total Won: " WS-PT-TOTAL-WON(WS-PT-IDX)
