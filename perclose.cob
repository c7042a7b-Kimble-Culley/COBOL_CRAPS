IDENTIFICATION DIVISION.
PROGRAM-ID. PERIOD-CLOSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "CRAPS-PERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PERIOD-STATUS.

    SELECT BALANCE-FILE ASSIGN TO "CRAPS-GLBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BALANCE-STATUS.

    SELECT BALANCE-TEMP-FILE ASSIGN TO "CRAPS-GLBAL.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BALANCE-TEMP-STATUS.

    SELECT ROLL-FILE ASSIGN TO "CRAPS-GLROLL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ROLL-STATUS.

    SELECT ROLL-TEMP-FILE ASSIGN TO "CRAPS-GLROLL.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ROLL-TEMP-STATUS.

    SELECT GLCTL-FILE ASSIGN TO DYNAMIC WS-GLCTL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GLCTL-STATUS.

    SELECT POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-STATUS.

DATA DIVISION.
FILE SECTION.
*> The period master: one row per accounting month closed, in the
*> order they were closed. A month with no row is open.
FD PERIOD-FILE.
01 PERIOD-RECORD.
    02 PER-PERIOD       PIC X(6).
    02 PER-STATUS       PIC X(1).
    02 PER-CLOSE-DATE   PIC X(8).
    02 PER-CLOSE-TIME   PIC X(8).
    02 PER-CLOSED-BY    PIC X(4).

*> Sub-ledger balances per closed period and GL account: the
*> month's debits and credits and the year-to-date net (debit
*> positive).
FD BALANCE-FILE.
01 BALANCE-RECORD.
    02 GLB-PERIOD       PIC X(6).
    02 GLB-ACCOUNT      PIC X(4).
    02 GLB-MTD-DR       PIC 9(11)V99.
    02 GLB-MTD-CR       PIC 9(11)V99.
    02 GLB-YTD-NET      PIC S9(11)V99 SIGN LEADING SEPARATE.

FD BALANCE-TEMP-FILE.
01 BALANCE-TEMP-RECORD  PIC X(50).

*> Which drops each close rolled: the drop, the latest month its
*> legs were rolled through, the close that did it, and Y once
*> nothing in the drop is left to roll.
FD ROLL-FILE.
01 ROLL-RECORD.
    02 GLR-TABLE        PIC 9(1).
    02 GLR-SEQ          PIC 9(4).
    02 GLR-THRU         PIC X(6).
    02 GLR-PERIOD       PIC X(6).
    02 GLR-DONE         PIC X(1).

FD ROLL-TEMP-FILE.
01 ROLL-TEMP-RECORD     PIC X(18).

FD GLCTL-FILE.
01 GLCTL-RECORD.
    02 GLC-SEQ          PIC 9(4).
    02 GLC-RUN-DATE     PIC X(8).
    02 GLC-THRU-DATE    PIC X(8).
    02 GLC-STATUS       PIC X(1).
    02 GLC-THRU-SEQ     PIC 9(7).

FD POSTING-FILE.
01 POSTING-RECORD.
    02 GL-TYPE          PIC X(1).
    02 GL-DATE          PIC X(8).
    02 GL-ACCOUNT       PIC X(4).
    02 GL-DRCR          PIC X(2).
    02 GL-AMOUNT        PIC 9(9)V99.
    02 GL-COUNT         PIC 9(7).

WORKING-STORAGE SECTION.
01 PERIOD-STATUS        PIC X(2).
01 BALANCE-STATUS       PIC X(2).
01 BALANCE-TEMP-STATUS  PIC X(2).
01 ROLL-STATUS          PIC X(2).
01 ROLL-TEMP-STATUS     PIC X(2).
01 GLCTL-STATUS         PIC X(2).
01 POSTING-STATUS       PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "PERIOD-CLOSE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-GLCTL-NAME        PIC X(30).
01 WS-POSTING-NAME      PIC X(30).
01 WS-BAL-TEMP-NAME     PIC X(15) VALUE "CRAPS-GLBAL.TMP".
01 WS-BAL-FINAL-NAME    PIC X(15) VALUE "CRAPS-GLBAL.DAT".
01 WS-ROLL-TEMP-NAME    PIC X(16) VALUE "CRAPS-GLROLL.TMP".
01 WS-ROLL-FINAL-NAME   PIC X(16) VALUE "CRAPS-GLROLL.DAT".
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-TBL-IDX           PIC 9(2).
01 WS-SEQ-DISP          PIC 9(4).
01 WS-SEQ-IDX           PIC 9(5).
01 WS-LAST-CLOSED       PIC X(6) VALUE "000000".
01 WS-PERIOD-INPUT      PIC X(6).
01 WS-CLOSE-PERIOD      PIC X(6).
01 WS-CLOSE-SPLIT REDEFINES WS-CLOSE-PERIOD.
    02 WS-CLOSE-YEAR    PIC 9(4).
    02 WS-CLOSE-MM      PIC 9(2).
01 WS-NEXT-PERIOD       PIC X(6).
01 WS-NEXT-SPLIT REDEFINES WS-NEXT-PERIOD.
    02 WS-NEXT-YEAR     PIC 9(4).
    02 WS-NEXT-MM       PIC 9(2).
01 WS-CLOSED-BY         PIC X(4).
01 WS-DROP-THRU         PIC X(6).
01 WS-DROP-LATER        PIC X(1).
01 WS-DROP-ROLLED       PIC X(1).
01 WS-DROPS-ROLLED      PIC 9(5) VALUE 0.
01 WS-DROPS-WAITING     PIC 9(5) VALUE 0.
01 WS-DROPS-MISSING     PIC 9(5) VALUE 0.
01 WS-ROLL-ADDED        PIC 9(5) VALUE 0.
01 WS-LEGS-ROLLED       PIC 9(7) VALUE 0.
01 WS-ADJ-LEGS          PIC 9(7) VALUE 0.
01 WS-ADJ-AMOUNT        PIC 9(11)V99 VALUE 0.
01 WS-TOT-DR            PIC 9(11)V99 VALUE 0.
01 WS-TOT-CR            PIC 9(11)V99 VALUE 0.
01 WS-TOT-YTD           PIC S9(11)V99 VALUE 0.
01 WS-MTD-NET           PIC S9(11)V99.
01 WS-YTD-NET           PIC S9(11)V99.
01 WS-AMT-DISP          PIC $$$,$$$,$$$,$$9.99-.
01 WS-AMT-DISP2         PIC $$$,$$$,$$$,$$9.99-.
01 WS-AMT-DISP3         PIC $$$,$$$,$$$,$$9.99-.
01 WS-AMT-DISP4         PIC $$$,$$$,$$$,$$9.99-.
01 WS-ACC-IDX           PIC 9(2).
01 WS-ACC-COUNT         PIC 9(2) VALUE 0.
01 WS-ACC-FOUND         PIC X(1).
01 WS-SEARCH-ACCOUNT    PIC X(4).
01 WS-CLOSE-OK          PIC X(1) VALUE 'Y'.
*> How far each drop has been rolled, by table (0-9) and drop
*> number, as the closes on file left it.
01 WS-ROLL-STATE.
    02 WS-RS-TABLE OCCURS 10 TIMES.
        03 WS-RS-DROP OCCURS 9999 TIMES.
            04 WS-RS-THRU       PIC X(6).
            04 WS-RS-DONE       PIC X(1).
*> The trial balance being built.
01 WS-ACCOUNT-TABLE.
    02 WS-ACC-ROW OCCURS 40 TIMES.
        03 WS-ACC-CODE      PIC X(4).
        03 WS-ACC-MTD-DR    PIC 9(11)V99.
        03 WS-ACC-MTD-CR    PIC 9(11)V99.
        03 WS-ACC-PRIOR-YTD PIC S9(11)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Month-end close of the casino sub-ledger. Every drop
    *> GL-EXTRACT numbered, on the comp desk and every table, that
    *> accounting has accepted is rolled into the month's debits
    *> and credits per GL account; the year-to-date balances carry
    *> from the months already closed this calendar year. The trial
    *> balance must net to zero or nothing is closed. A drop
    *> accepted only after the month its legs belong to was closed
    *> is rolled into the month being closed as an adjustment, so a
    *> closed month's balances never move. Drops still waiting on
    *> accounting are listed and roll when accepted. Months close in
    *> order, and never the month the gaming day is in.
    *>
    *> Once a month is on the period master GL-EXTRACT dates anything
    *> it finds for that month into the next open month as adjusting
    *> entries, and EOD-ARCHIVE keeps that month's generations.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    PERFORM LOAD-PERIOD-MASTER.
    IF PERIOD-STATUS NOT = "00" AND PERIOD-STATUS NOT = "10"
        AND PERIOD-STATUS NOT = "35"
        DISPLAY "Error reading CRAPS-PERIOD.DAT (FILE STATUS "
            PERIOD-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "period master unreadable; period not closed"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-LAST-CLOSED = "000000"
        MOVE WS-TODAY(1:6) TO WS-CLOSE-PERIOD
        IF WS-CLOSE-MM = 1
            SUBTRACT 1 FROM WS-CLOSE-YEAR
            MOVE 12 TO WS-CLOSE-MM
        ELSE
            SUBTRACT 1 FROM WS-CLOSE-MM
        END-IF
    ELSE
        MOVE WS-LAST-CLOSED TO WS-CLOSE-PERIOD
        PERFORM STEP-CLOSE-PERIOD
        DISPLAY "Last period closed: " WS-LAST-CLOSED
    END-IF.
    DISPLAY "Close accounting period (YYYYMM, ENTER for "
        WS-CLOSE-PERIOD "): ".
    MOVE SPACES TO WS-PERIOD-INPUT.
    ACCEPT WS-PERIOD-INPUT.
    IF WS-PERIOD-INPUT NOT = SPACES
        MOVE WS-PERIOD-INPUT TO WS-CLOSE-PERIOD
    END-IF.
    IF WS-CLOSE-PERIOD IS NOT NUMERIC
        OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
        DISPLAY "Period must be YYYYMM."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-CLOSE-PERIOD <= WS-LAST-CLOSED
        DISPLAY "Period " WS-CLOSE-PERIOD " is already closed."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-LAST-CLOSED NOT = "000000"
        MOVE WS-LAST-CLOSED TO WS-NEXT-PERIOD
        PERFORM STEP-NEXT-PERIOD
        IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
            DISPLAY "Periods close in order; the next to close is "
                WS-NEXT-PERIOD "."
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    IF WS-CLOSE-PERIOD >= WS-TODAY(1:6)
        DISPLAY "Period " WS-CLOSE-PERIOD " is still being played."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Closed by (staff id): ".
    MOVE SPACES TO WS-CLOSED-BY.
    ACCEPT WS-CLOSED-BY.
    INSPECT WS-CLOSED-BY CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF WS-CLOSED-BY = SPACES
        DISPLAY "A staff id is required to close a period."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-ROLL-STATE.
    PERFORM LOAD-PRIOR-BALANCES.
    PERFORM VARYING WS-TBL FROM 0 BY 1 UNTIL WS-TBL > 9
        PERFORM SCAN-TABLE-DROPS
    END-PERFORM.
    PERFORM PRINT-TRIAL-BALANCE.
    IF WS-TOT-DR NOT = WS-TOT-CR OR WS-TOT-YTD NOT = 0
        DISPLAY " "
        DISPLAY "TRIAL BALANCE DOES NOT NET TO ZERO - period "
            WS-CLOSE-PERIOD " not closed."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "trial balance out of balance; period not closed"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-CLOSE-OK = 'Y'
        PERFORM WRITE-BALANCES
    END-IF.
    IF WS-CLOSE-OK = 'Y'
        PERFORM WRITE-ROLL-STATE
    END-IF.
    IF WS-CLOSE-OK = 'Y'
        PERFORM WRITE-PERIOD-ROW
    END-IF.
    IF WS-CLOSE-OK NOT = 'Y'
        DISPLAY "Period " WS-CLOSE-PERIOD " not closed; rerun the"
            " close once the problem above is cleared."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "sub-ledger files not written; period not closed"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY " ".
    DISPLAY "Period " WS-CLOSE-PERIOD " closed by " WS-CLOSED-BY ".".
    IF WS-DROPS-WAITING > 0 OR WS-DROPS-MISSING > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "period closed with drops not yet accepted or missing"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

STEP-CLOSE-PERIOD.
    MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD.
    PERFORM STEP-NEXT-PERIOD.
    MOVE WS-NEXT-PERIOD TO WS-CLOSE-PERIOD.

STEP-NEXT-PERIOD.
    IF WS-NEXT-MM = 12
        ADD 1 TO WS-NEXT-YEAR
        MOVE 1 TO WS-NEXT-MM
    ELSE
        ADD 1 TO WS-NEXT-MM
    END-IF.

LOAD-PERIOD-MASTER.
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
    END-IF.

LOAD-ROLL-STATE.
    *> Rows left by a close that never reached the period master
    *> do not count; its rerun writes them again.
    PERFORM VARYING WS-TBL-IDX FROM 1 BY 1 UNTIL WS-TBL-IDX > 10
        INITIALIZE WS-RS-TABLE(WS-TBL-IDX)
    END-PERFORM.
    OPEN INPUT ROLL-FILE.
    IF ROLL-STATUS = "00"
        PERFORM UNTIL ROLL-STATUS = "10"
            READ ROLL-FILE
                AT END MOVE "10" TO ROLL-STATUS
            END-READ
            IF ROLL-STATUS = "00" AND GLR-PERIOD <= WS-LAST-CLOSED
                AND GLR-SEQ IS NUMERIC AND GLR-SEQ > 0
                COMPUTE WS-TBL-IDX = GLR-TABLE + 1
                IF GLR-THRU > WS-RS-THRU(WS-TBL-IDX, GLR-SEQ)
                    MOVE GLR-THRU TO WS-RS-THRU(WS-TBL-IDX, GLR-SEQ)
                END-IF
                IF GLR-DONE = 'Y'
                    MOVE 'Y' TO WS-RS-DONE(WS-TBL-IDX, GLR-SEQ)
                END-IF
            END-IF
        END-PERFORM
        CLOSE ROLL-FILE
    ELSE
        CONTINUE
    END-IF.

LOAD-PRIOR-BALANCES.
    *> Year to date carries from the months of the same calendar
    *> year already closed.
    OPEN INPUT BALANCE-FILE.
    IF BALANCE-STATUS = "00"
        PERFORM UNTIL BALANCE-STATUS = "10"
            READ BALANCE-FILE
                AT END MOVE "10" TO BALANCE-STATUS
            END-READ
            IF BALANCE-STATUS = "00"
                AND GLB-PERIOD(1:4) = WS-CLOSE-PERIOD(1:4)
                AND GLB-PERIOD < WS-CLOSE-PERIOD
                AND GLB-PERIOD <= WS-LAST-CLOSED
                MOVE GLB-ACCOUNT TO WS-SEARCH-ACCOUNT
                PERFORM FIND-ACCOUNT-ROW
                IF WS-ACC-FOUND = 'Y'
                    COMPUTE WS-ACC-PRIOR-YTD(WS-ACC-IDX) =
                        WS-ACC-PRIOR-YTD(WS-ACC-IDX)
                        + GLB-MTD-DR - GLB-MTD-CR
                END-IF
            END-IF
        END-PERFORM
        CLOSE BALANCE-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-TABLE-DROPS.
    MOVE WS-TBL TO WS-TBL-DIGIT.
    COMPUTE WS-TBL-IDX = WS-TBL + 1.
    MOVE SPACES TO WS-GLCTL-NAME.
    STRING "CRAPS-GLCTL.T" WS-TBL-DIGIT ".DAT"
        DELIMITED BY SIZE INTO WS-GLCTL-NAME.
    OPEN INPUT GLCTL-FILE.
    IF GLCTL-STATUS = "00"
        PERFORM UNTIL GLCTL-STATUS = "10"
            READ GLCTL-FILE
                AT END MOVE "10" TO GLCTL-STATUS
            END-READ
            IF GLCTL-STATUS = "00" AND GLC-SEQ IS NUMERIC
                AND GLC-SEQ > 0
                IF WS-RS-DONE(WS-TBL-IDX, GLC-SEQ) NOT = 'Y'
                    PERFORM ROLL-ONE-DROP
                END-IF
            END-IF
        END-PERFORM
        CLOSE GLCTL-FILE
    ELSE
        CONTINUE
    END-IF.

ROLL-ONE-DROP.
    *> Legs dated after the month being closed wait for a later
    *> close; legs dated before it belong to a month already closed
    *> and come in as adjustments.
    MOVE GLC-SEQ TO WS-SEQ-DISP.
    MOVE SPACES TO WS-POSTING-NAME.
    STRING "CRAPS-GLPOST.T" WS-TBL-DIGIT ".S" WS-SEQ-DISP ".DAT"
        DELIMITED BY SIZE INTO WS-POSTING-NAME.
    MOVE WS-RS-THRU(WS-TBL-IDX, GLC-SEQ) TO WS-DROP-THRU.
    MOVE 'N' TO WS-DROP-LATER.
    MOVE 'N' TO WS-DROP-ROLLED.
    OPEN INPUT POSTING-FILE.
    IF POSTING-STATUS NOT = "00"
        IF GLC-THRU-DATE(1:6) <= WS-CLOSE-PERIOD
            ADD 1 TO WS-DROPS-MISSING
            DISPLAY "  GL drop " WS-POSTING-NAME " is not on file."
        END-IF
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL POSTING-STATUS = "10"
        READ POSTING-FILE
            AT END MOVE "10" TO POSTING-STATUS
        END-READ
        IF POSTING-STATUS = "00"
            AND (GL-TYPE = 'D' OR GL-TYPE = 'A')
            IF GL-DATE(1:6) > WS-CLOSE-PERIOD
                MOVE 'Y' TO WS-DROP-LATER
            ELSE
                IF GL-DATE(1:6) > WS-DROP-THRU
                    IF GLC-STATUS = 'A'
                        PERFORM ROLL-ONE-LEG
                    END-IF
                    MOVE 'Y' TO WS-DROP-ROLLED
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    CLOSE POSTING-FILE.
    IF GLC-STATUS NOT = 'A'
        IF WS-DROP-ROLLED = 'Y'
            ADD 1 TO WS-DROPS-WAITING
            IF GLC-STATUS = 'R'
                DISPLAY "  Drop " WS-POSTING-NAME " was rejected;"
                    " it rolls in once re-sent and accepted."
            ELSE
                DISPLAY "  Drop " WS-POSTING-NAME " has no"
                    " acknowledgment; it rolls in once accepted."
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-DROP-ROLLED = 'Y'
        ADD 1 TO WS-DROPS-ROLLED
    END-IF.
    MOVE WS-CLOSE-PERIOD TO WS-RS-THRU(WS-TBL-IDX, GLC-SEQ).
    IF WS-DROP-LATER = 'N'
        MOVE 'Y' TO WS-RS-DONE(WS-TBL-IDX, GLC-SEQ)
    END-IF.
    ADD 1 TO WS-ROLL-ADDED.

ROLL-ONE-LEG.
    ADD 1 TO WS-LEGS-ROLLED.
    IF GL-DATE(1:6) < WS-CLOSE-PERIOD OR GL-TYPE = 'A'
        ADD 1 TO WS-ADJ-LEGS
        ADD GL-AMOUNT TO WS-ADJ-AMOUNT
    END-IF.
    MOVE GL-ACCOUNT TO WS-SEARCH-ACCOUNT.
    PERFORM FIND-ACCOUNT-ROW.
    IF WS-ACC-FOUND NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    IF GL-DRCR = "DR"
        ADD GL-AMOUNT TO WS-ACC-MTD-DR(WS-ACC-IDX)
        ADD GL-AMOUNT TO WS-TOT-DR
    ELSE
        ADD GL-AMOUNT TO WS-ACC-MTD-CR(WS-ACC-IDX)
        ADD GL-AMOUNT TO WS-TOT-CR
    END-IF.

FIND-ACCOUNT-ROW.
    *> Finds WS-SEARCH-ACCOUNT, adding it when new; the row is left
    *> in WS-ACC-IDX.
    MOVE 'N' TO WS-ACC-FOUND.
    PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
            UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WS-ACC-FOUND = 'Y'
        IF WS-ACC-CODE(WS-ACC-IDX) = WS-SEARCH-ACCOUNT
            MOVE 'Y' TO WS-ACC-FOUND
        END-IF
    END-PERFORM.
    IF WS-ACC-FOUND = 'Y'
        SUBTRACT 1 FROM WS-ACC-IDX
        EXIT PARAGRAPH
    END-IF.
    IF WS-ACC-COUNT >= 40
        DISPLAY "Too many GL accounts; " WS-SEARCH-ACCOUNT
            " left off the trial balance."
        MOVE 'N' TO WS-CLOSE-OK
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-ACC-COUNT.
    MOVE WS-ACC-COUNT TO WS-ACC-IDX.
    MOVE WS-SEARCH-ACCOUNT TO WS-ACC-CODE(WS-ACC-IDX).
    MOVE 0 TO WS-ACC-MTD-DR(WS-ACC-IDX).
    MOVE 0 TO WS-ACC-MTD-CR(WS-ACC-IDX).
    MOVE 0 TO WS-ACC-PRIOR-YTD(WS-ACC-IDX).
    MOVE 'Y' TO WS-ACC-FOUND.

PRINT-TRIAL-BALANCE.
    DISPLAY "===== SUB-LEDGER TRIAL BALANCE - " WS-CLOSE-PERIOD
        " =====".
    DISPLAY "Acct       Month debits      Month credits"
        "          Month net       Year to date".
    MOVE 0 TO WS-TOT-YTD.
    PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
            UNTIL WS-ACC-IDX > WS-ACC-COUNT
        COMPUTE WS-MTD-NET = WS-ACC-MTD-DR(WS-ACC-IDX)
            - WS-ACC-MTD-CR(WS-ACC-IDX)
        COMPUTE WS-YTD-NET = WS-ACC-PRIOR-YTD(WS-ACC-IDX) + WS-MTD-NET
        ADD WS-YTD-NET TO WS-TOT-YTD
        MOVE WS-ACC-MTD-DR(WS-ACC-IDX) TO WS-AMT-DISP
        MOVE WS-ACC-MTD-CR(WS-ACC-IDX) TO WS-AMT-DISP2
        MOVE WS-MTD-NET TO WS-AMT-DISP3
        MOVE WS-YTD-NET TO WS-AMT-DISP4
        DISPLAY WS-ACC-CODE(WS-ACC-IDX) " " WS-AMT-DISP " "
            WS-AMT-DISP2 " " WS-AMT-DISP3 " " WS-AMT-DISP4
    END-PERFORM.
    COMPUTE WS-MTD-NET = WS-TOT-DR - WS-TOT-CR.
    MOVE WS-TOT-DR TO WS-AMT-DISP.
    MOVE WS-TOT-CR TO WS-AMT-DISP2.
    MOVE WS-MTD-NET TO WS-AMT-DISP3.
    MOVE WS-TOT-YTD TO WS-AMT-DISP4.
    DISPLAY "Tot  " WS-AMT-DISP " " WS-AMT-DISP2 " " WS-AMT-DISP3
        " " WS-AMT-DISP4.
    DISPLAY " ".
    DISPLAY "Drops rolled: " WS-DROPS-ROLLED "  legs: " WS-LEGS-ROLLED.
    IF WS-ADJ-LEGS > 0
        MOVE WS-ADJ-AMOUNT TO WS-AMT-DISP
        DISPLAY "Adjustments to closed months rolled here: "
            WS-ADJ-LEGS " leg(s), " WS-AMT-DISP
    END-IF.
    IF WS-DROPS-WAITING > 0
        DISPLAY "Drops not yet accepted: " WS-DROPS-WAITING
    END-IF.
    IF WS-DROPS-MISSING > 0
        DISPLAY "Drop files not on file: " WS-DROPS-MISSING
    END-IF.

WRITE-BALANCES.
    *> The balances file is rewritten through a temp file and a
    *> verified rename, leaving out anything an unfinished close of
    *> this same month wrote.
    OPEN OUTPUT BALANCE-TEMP-FILE.
    IF BALANCE-TEMP-STATUS NOT = "00"
        MOVE 'N' TO WS-CLOSE-OK
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT BALANCE-FILE.
    IF BALANCE-STATUS = "00"
        PERFORM UNTIL BALANCE-STATUS = "10"
            READ BALANCE-FILE
                AT END MOVE "10" TO BALANCE-STATUS
            END-READ
            IF BALANCE-STATUS = "00"
                AND GLB-PERIOD NOT = WS-CLOSE-PERIOD
                WRITE BALANCE-TEMP-RECORD FROM BALANCE-RECORD
            END-IF
        END-PERFORM
        CLOSE BALANCE-FILE
    ELSE
        CONTINUE
    END-IF.
    PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
            UNTIL WS-ACC-IDX > WS-ACC-COUNT
        MOVE WS-CLOSE-PERIOD TO GLB-PERIOD
        MOVE WS-ACC-CODE(WS-ACC-IDX) TO GLB-ACCOUNT
        MOVE WS-ACC-MTD-DR(WS-ACC-IDX) TO GLB-MTD-DR
        MOVE WS-ACC-MTD-CR(WS-ACC-IDX) TO GLB-MTD-CR
        COMPUTE GLB-YTD-NET = WS-ACC-PRIOR-YTD(WS-ACC-IDX)
            + WS-ACC-MTD-DR(WS-ACC-IDX) - WS-ACC-MTD-CR(WS-ACC-IDX)
        WRITE BALANCE-TEMP-RECORD FROM BALANCE-RECORD
    END-PERFORM.
    CLOSE BALANCE-TEMP-FILE.
    IF BALANCE-TEMP-STATUS NOT = "00"
        MOVE 'N' TO WS-CLOSE-OK
        EXIT PARAGRAPH
    END-IF.
    CALL "CBL_RENAME_FILE" USING WS-BAL-TEMP-NAME WS-BAL-FINAL-NAME.
    IF RETURN-CODE NOT = 0
        MOVE 'N' TO WS-CLOSE-OK
    END-IF.

WRITE-ROLL-STATE.
    OPEN OUTPUT ROLL-TEMP-FILE.
    IF ROLL-TEMP-STATUS NOT = "00"
        MOVE 'N' TO WS-CLOSE-OK
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ROLL-FILE.
    IF ROLL-STATUS = "00"
        PERFORM UNTIL ROLL-STATUS = "10"
            READ ROLL-FILE
                AT END MOVE "10" TO ROLL-STATUS
            END-READ
            IF ROLL-STATUS = "00"
                AND GLR-PERIOD NOT = WS-CLOSE-PERIOD
                WRITE ROLL-TEMP-RECORD FROM ROLL-RECORD
            END-IF
        END-PERFORM
        CLOSE ROLL-FILE
    ELSE
        CONTINUE
    END-IF.
    *> One row for every drop this close took legs from.
    PERFORM VARYING WS-TBL-IDX FROM 1 BY 1 UNTIL WS-TBL-IDX > 10
        PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                UNTIL WS-SEQ-IDX > 9999
            IF WS-RS-THRU(WS-TBL-IDX, WS-SEQ-IDX) = WS-CLOSE-PERIOD
                COMPUTE GLR-TABLE = WS-TBL-IDX - 1
                MOVE WS-SEQ-IDX TO GLR-SEQ
                MOVE WS-CLOSE-PERIOD TO GLR-THRU
                MOVE WS-CLOSE-PERIOD TO GLR-PERIOD
                IF WS-RS-DONE(WS-TBL-IDX, WS-SEQ-IDX) = 'Y'
                    MOVE 'Y' TO GLR-DONE
                ELSE
                    MOVE 'N' TO GLR-DONE
                END-IF
                WRITE ROLL-TEMP-RECORD FROM ROLL-RECORD
            END-IF
        END-PERFORM
    END-PERFORM.
    CLOSE ROLL-TEMP-FILE.
    IF ROLL-TEMP-STATUS NOT = "00"
        MOVE 'N' TO WS-CLOSE-OK
        EXIT PARAGRAPH
    END-IF.
    CALL "CBL_RENAME_FILE" USING WS-ROLL-TEMP-NAME WS-ROLL-FINAL-NAME.
    IF RETURN-CODE NOT = 0
        MOVE 'N' TO WS-CLOSE-OK
    END-IF.

WRITE-PERIOD-ROW.
    *> The period master row is written last: until it is on file
    *> the month is open and the close can simply be run again.
    MOVE WS-CLOSE-PERIOD TO PER-PERIOD.
    MOVE 'C' TO PER-STATUS.
    MOVE WS-CLOCK-DATE TO PER-CLOSE-DATE.
    MOVE WS-CLOCK-TIME TO PER-CLOSE-TIME.
    MOVE WS-CLOSED-BY TO PER-CLOSED-BY.
    OPEN EXTEND PERIOD-FILE.
    IF PERIOD-STATUS = "35"
        OPEN OUTPUT PERIOD-FILE
    END-IF.
    IF PERIOD-STATUS NOT = "00"
        MOVE 'N' TO WS-CLOSE-OK
        EXIT PARAGRAPH
    END-IF.
    WRITE PERIOD-RECORD.
    IF PERIOD-STATUS NOT = "00"
        MOVE 'N' TO WS-CLOSE-OK
    END-IF.
    CLOSE PERIOD-FILE.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
