IDENTIFICATION DIVISION.
PROGRAM-ID. SAR-MONITOR.

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

    SELECT SARCFG-FILE ASSIGN TO "CRAPS-SAR.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SARCFG-STATUS.

    SELECT CASE-FILE ASSIGN TO "CRAPS-SAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CASE-STATUS.

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

FD SARCFG-FILE.
01 SARCFG-RECORD.
    02 SCF-WINDOW-DAYS  PIC 9(3).
    02 SCF-NEAR-LOW     PIC 9(5)V99.
    02 SCF-NEAR-COUNT   PIC 9(2).
    02 SCF-WASH-MIN     PIC 9(5)V99.
    02 SCF-WASH-PCT     PIC 9(3).

FD CASE-FILE.
01 CASE-RECORD.
    02 SAR-CASE-NO      PIC 9(6).
    02 SAR-OPEN-DATE    PIC X(8).
    02 SAR-TYPE         PIC X(1).
    02 SAR-ACCOUNT      PIC 9(5).
    02 SAR-NAME         PIC X(20).
    02 SAR-SESSION      PIC X(14).
    02 SAR-GD-FROM      PIC X(8).
    02 SAR-GD-TO        PIC X(8).
    02 SAR-AMOUNT       PIC 9(7)V99.
    02 SAR-COUNT        PIC 9(4).
    02 SAR-STATUS       PIC X(1).
    02 SAR-STAT-DATE    PIC X(8).
    02 SAR-STAFF        PIC X(4).
    02 SAR-NOTE         PIC X(30).

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 SARCFG-STATUS        PIC X(2).
01 CASE-STATUS          PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "SAR-MONITOR".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-DATE-INPUT        PIC X(8).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-TO-DAY            PIC X(8).
01 WS-FROM-DAY          PIC X(8).
01 WS-DAY-N             PIC 9(8).
01 WS-DAY-INT           PIC 9(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
*> Monitoring rules. CRAPS-SAR.CFG overrides them:
*>   window      gaming days looked back over, ending on the run day
*>   near-low    a buy-in at or above this and under the CTR line is
*>               "just below" it
*>   near-count  how many such buy-ins (or near-line gaming days)
*>               make a structuring pattern
*>   wash-min    cash in (or marker paper) worth looking at for
*>               minimal play
*>   wash-pct    action under this percent of the money in is
*>               minimal play
01 WS-CTR-THRESHOLD     PIC 9(7)V99 VALUE 10000.
01 WS-WINDOW-DAYS       PIC 9(3) VALUE 30.
01 WS-NEAR-LOW          PIC 9(5)V99 VALUE 8000.
01 WS-NEAR-COUNT        PIC 9(2) VALUE 3.
01 WS-WASH-MIN          PIC 9(5)V99 VALUE 3000.
01 WS-WASH-PCT          PIC 9(3) VALUE 10.
01 WS-FOUND             PIC X(1).
01 WS-PAT-COUNT         PIC 9(3) VALUE 0.
01 WS-PAT-IDX           PIC 9(3).
01 WS-PD-COUNT          PIC 9(3) VALUE 0.
01 WS-PD-IDX            PIC 9(3).
01 WS-SS-COUNT          PIC 9(3) VALUE 0.
01 WS-SS-IDX            PIC 9(3).
01 WS-CASE-IDX          PIC 9(4).
01 WS-LIMIT             PIC 9(9)V99.
01 WS-LAST-CASE-NO      PIC 9(6) VALUE 0.
01 WS-NEW-CASES         PIC 9(4) VALUE 0.
01 WS-HELD-CASES        PIC 9(4) VALUE 0.
01 WS-AMT-DISP          PIC $$$,$$$,$$9.99.
*> One row per patron for the window: near-line buy-ins and the
*> marker movement against the action that went with it.
01 WS-PATRON-TABLE.
    02 WS-PATRON-ENTRY OCCURS 300 TIMES.
        03 WS-PAT-ACCOUNT   PIC 9(5).
        03 WS-PAT-NAME      PIC X(20).
        03 WS-PAT-NEAR-CNT  PIC 9(4).
        03 WS-PAT-NEAR-AMT  PIC 9(7)V99.
        03 WS-PAT-NEAR-DAYS PIC 9(4).
        03 WS-PAT-MARKERS   PIC 9(7)V99.
        03 WS-PAT-REPAID    PIC 9(7)V99.
        03 WS-PAT-ACTION    PIC 9(9)V99.
        03 WS-PAT-FIRST     PIC X(8).
        03 WS-PAT-LAST      PIC X(8).
*> Cash in per patron per gaming day, for the day-level structuring
*> check: several days each landing just under the line.
01 WS-PATDAY-TABLE.
    02 WS-PATDAY-ENTRY OCCURS 500 TIMES.
        03 WS-PD-PAT        PIC 9(3).
        03 WS-PD-DAY        PIC X(8).
        03 WS-PD-CASH-IN    PIC 9(7)V99.
*> Per patron per session: money in, action, money out - the
*> chip-washing check.
01 WS-SESSION-TABLE.
    02 WS-SESSION-ENTRY OCCURS 500 TIMES.
        03 WS-SS-PAT        PIC 9(3).
        03 WS-SS-ID         PIC X(14).
        03 WS-SS-DAY        PIC X(8).
        03 WS-SS-CASH-IN    PIC 9(7)V99.
        03 WS-SS-ACTION     PIC 9(9)V99.
        03 WS-SS-CASH-OUT   PIC 9(7)V99.
*> Cases already being worked (open or reviewed), so a pattern
*> still sitting in the window does not open a second case.
01 WS-OPEN-CASE-COUNT   PIC 9(4) VALUE 0.
01 WS-OPEN-CASE-TABLE.
    02 WS-OPEN-CASE OCCURS 1000 TIMES.
        03 WS-OC-TYPE       PIC X(1).
        03 WS-OC-ACCOUNT    PIC 9(5).
        03 WS-OC-NAME       PIC X(20).
        03 WS-OC-SESSION    PIC X(14).
*> The case about to be opened.
01 WS-NEW-TYPE          PIC X(1).
01 WS-NEW-SESSION       PIC X(14).
01 WS-NEW-FROM          PIC X(8).
01 WS-NEW-TO            PIC X(8).
01 WS-NEW-AMOUNT        PIC 9(7)V99.
01 WS-NEW-COUNT         PIC 9(4).
01 WS-NEW-NOTE          PIC X(30).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Suspicious activity monitoring. CTR-REPORT only sees a patron
    *> who crosses $10,000; this looks for the ones staying under
    *> it on purpose, over a rolling window of gaming days across
    *> all nine tables' live trails and every archived generation:
    *>   S  structuring - repeated buy-ins just under the CTR line,
    *>      or several gaming days whose cash in lands just under it
    *>   W  chip-washing - cash in and a CASHOUT in the same session
    *>      with little BET-* action between them (bets taken
    *>      down or reduced are not action)
    *>   M  marker movement - markers issued and repaid with little
    *>      play against the paper
    *> Each pattern opens a case in CRAPS-SAR.DAT, which SAR-CASES
    *> works through open / reviewed / filed / dismissed. The case
    *> file is not an audit generation, so EOD-ARCHIVE's retention
    *> purge never touches it.
    MOVE 0 TO WS-RUN-RC.
    PERFORM LOAD-SAR-RULES.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    DISPLAY "SAR monitor - window ending gaming day"
        " (YYYYMMDD, ENTER for today): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT = SPACES
        MOVE WS-TODAY TO WS-TO-DAY
    ELSE
        MOVE WS-DATE-INPUT TO WS-TO-DAY
    END-IF.
    IF WS-TO-DAY IS NOT NUMERIC
        DISPLAY "Not a gaming day: " WS-TO-DAY
        MOVE 8 TO WS-RUN-RC
        MOVE WS-RUN-RC TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-TO-DAY TO WS-DAY-N.
    COMPUTE WS-DAY-INT =
        FUNCTION INTEGER-OF-DATE(WS-DAY-N) - WS-WINDOW-DAYS + 1.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-N.
    MOVE WS-DAY-N TO WS-FROM-DAY.
    PERFORM LOAD-OPEN-CASES.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
            DELIMITED BY SIZE INTO WS-AUDIT-NAME
        PERFORM SCAN-AUDIT-LOG
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    DISPLAY "===== SUSPICIOUS ACTIVITY MONITOR ("
        WS-FROM-DAY " - " WS-TO-DAY ") =====".
    PERFORM CHECK-STRUCTURING.
    PERFORM CHECK-CHIP-WASHING.
    PERFORM CHECK-MARKER-MOVEMENT.
    DISPLAY " ".
    DISPLAY "Patrons reviewed: " WS-PAT-COUNT
        "  new cases opened: " WS-NEW-CASES
        "  already open: " WS-HELD-CASES.
    IF WS-NEW-CASES > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "suspicious activity cases opened for compliance"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

LOAD-SAR-RULES.
    OPEN INPUT SARCFG-FILE.
    IF SARCFG-STATUS = "00"
        READ SARCFG-FILE
            AT END MOVE "10" TO SARCFG-STATUS
        END-READ
        IF SARCFG-STATUS = "00"
            IF SCF-WINDOW-DAYS IS NUMERIC AND SCF-WINDOW-DAYS > 0
                MOVE SCF-WINDOW-DAYS TO WS-WINDOW-DAYS
            END-IF
            IF SCF-NEAR-LOW IS NUMERIC AND SCF-NEAR-LOW > 0
                AND SCF-NEAR-LOW < WS-CTR-THRESHOLD
                MOVE SCF-NEAR-LOW TO WS-NEAR-LOW
            END-IF
            IF SCF-NEAR-COUNT IS NUMERIC AND SCF-NEAR-COUNT > 1
                MOVE SCF-NEAR-COUNT TO WS-NEAR-COUNT
            END-IF
            IF SCF-WASH-MIN IS NUMERIC AND SCF-WASH-MIN > 0
                MOVE SCF-WASH-MIN TO WS-WASH-MIN
            END-IF
            IF SCF-WASH-PCT IS NUMERIC AND SCF-WASH-PCT > 0
                MOVE SCF-WASH-PCT TO WS-WASH-PCT
            END-IF
        END-IF
        CLOSE SARCFG-FILE
    ELSE
        CONTINUE
    END-IF.

LOAD-OPEN-CASES.
    *> Also finds the highest case number so far; numbers run on
    *> from it and are never reused.
    OPEN INPUT CASE-FILE.
    IF CASE-STATUS = "00"
        PERFORM UNTIL CASE-STATUS = "10"
            READ CASE-FILE
                AT END MOVE "10" TO CASE-STATUS
            END-READ
            IF CASE-STATUS = "00"
                IF SAR-CASE-NO > WS-LAST-CASE-NO
                    MOVE SAR-CASE-NO TO WS-LAST-CASE-NO
                END-IF
                IF (SAR-STATUS = 'O' OR SAR-STATUS = 'R')
                    AND WS-OPEN-CASE-COUNT < 1000
                    ADD 1 TO WS-OPEN-CASE-COUNT
                    MOVE SAR-TYPE TO WS-OC-TYPE(WS-OPEN-CASE-COUNT)
                    MOVE SAR-ACCOUNT
                        TO WS-OC-ACCOUNT(WS-OPEN-CASE-COUNT)
                    MOVE SAR-NAME TO WS-OC-NAME(WS-OPEN-CASE-COUNT)
                    MOVE SAR-SESSION
                        TO WS-OC-SESSION(WS-OPEN-CASE-COUNT)
                END-IF
            END-IF
        END-PERFORM
        CLOSE CASE-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-ARCHIVED-GENERATIONS.
    *> Only generations archived on or after the window's first
    *> gaming day can hold events inside it.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                AND CAT-DATE >= WS-FROM-DAY
                MOVE CAT-NAME TO WS-AUDIT-NAME
                PERFORM SCAN-AUDIT-LOG
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
                    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                    IF WS-GD-DAY >= WS-FROM-DAY
                        AND WS-GD-DAY <= WS-TO-DAY
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
                "). Monitoring may be incomplete."
            MOVE 'W' TO WS-OPS-SEVERITY
            MOVE "audit log unreadable; SAR monitoring incomplete"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            IF WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF
    END-EVALUATE.

APPLY-AUDIT-RECORD.
    EVALUATE AUD-EVENT
        WHEN "BUYIN"
        WHEN "REBUY"
            PERFORM FIND-PATRON
            IF AUD-AMOUNT >= WS-NEAR-LOW
                AND AUD-AMOUNT < WS-CTR-THRESHOLD
                ADD 1 TO WS-PAT-NEAR-CNT(WS-PAT-IDX)
                ADD AUD-AMOUNT TO WS-PAT-NEAR-AMT(WS-PAT-IDX)
            END-IF
            PERFORM FIND-PATRON-DAY
            ADD AUD-AMOUNT TO WS-PD-CASH-IN(WS-PD-IDX)
            PERFORM FIND-PATRON-SESSION
            ADD AUD-AMOUNT TO WS-SS-CASH-IN(WS-SS-IDX)
        WHEN "CASHOUT"
        WHEN "XFER-OUT"
            *> Walking chips to another table after a cash buy-in is
            *> the same wash as cashing them out.
            PERFORM FIND-PATRON
            PERFORM FIND-PATRON-SESSION
            ADD AUD-AMOUNT TO WS-SS-CASH-OUT(WS-SS-IDX)
        WHEN "MARKER"
            PERFORM FIND-PATRON
            ADD AUD-AMOUNT TO WS-PAT-MARKERS(WS-PAT-IDX)
        WHEN "MKR-REPAY"
            PERFORM FIND-PATRON
            ADD AUD-AMOUNT TO WS-PAT-REPAID(WS-PAT-IDX)
        WHEN "BET-DOWN"
        WHEN "BET-REDUCE"
            *> Chips handed back off the layout are not play: what was
            *> taken down comes off the action the bet first counted,
            *> so only wagers that stayed down are left.
            PERFORM FIND-PATRON
            IF AUD-AMOUNT > WS-PAT-ACTION(WS-PAT-IDX)
                MOVE 0 TO WS-PAT-ACTION(WS-PAT-IDX)
            ELSE
                SUBTRACT AUD-AMOUNT FROM WS-PAT-ACTION(WS-PAT-IDX)
            END-IF
            PERFORM FIND-PATRON-SESSION
            IF AUD-AMOUNT > WS-SS-ACTION(WS-SS-IDX)
                MOVE 0 TO WS-SS-ACTION(WS-SS-IDX)
            ELSE
                SUBTRACT AUD-AMOUNT FROM WS-SS-ACTION(WS-SS-IDX)
            END-IF
        WHEN OTHER
            IF AUD-EVENT(1:4) = "BET-"
                PERFORM FIND-PATRON
                ADD AUD-AMOUNT TO WS-PAT-ACTION(WS-PAT-IDX)
                PERFORM FIND-PATRON-SESSION
                ADD AUD-AMOUNT TO WS-SS-ACTION(WS-SS-IDX)
            END-IF
    END-EVALUATE.

FIND-PATRON.
    *> Same keying as CTR-REPORT: the account number when the record
    *> carries one, the name only for records from before accounts
    *> rode the trail. WS-PAT-IDX is left on the patron's entry.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
            UNTIL WS-PAT-IDX > WS-PAT-COUNT OR WS-FOUND = 'Y'
        IF (AUD-ACCOUNT IS NUMERIC AND AUD-ACCOUNT > 0
            AND WS-PAT-ACCOUNT(WS-PAT-IDX) = AUD-ACCOUNT)
            OR ((AUD-ACCOUNT IS NOT NUMERIC OR AUD-ACCOUNT = 0)
                AND WS-PAT-ACCOUNT(WS-PAT-IDX) = 0
                AND WS-PAT-NAME(WS-PAT-IDX) = AUD-PLAYER)
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-PAT-IDX
    ELSE
        IF WS-PAT-COUNT < 300
            ADD 1 TO WS-PAT-COUNT
            MOVE WS-PAT-COUNT TO WS-PAT-IDX
            IF AUD-ACCOUNT IS NUMERIC
                MOVE AUD-ACCOUNT TO WS-PAT-ACCOUNT(WS-PAT-IDX)
            ELSE
                MOVE 0 TO WS-PAT-ACCOUNT(WS-PAT-IDX)
            END-IF
            MOVE AUD-PLAYER TO WS-PAT-NAME(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-NEAR-CNT(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-NEAR-AMT(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-NEAR-DAYS(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-MARKERS(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-REPAID(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-ACTION(WS-PAT-IDX)
            MOVE WS-GD-DAY TO WS-PAT-FIRST(WS-PAT-IDX)
            MOVE WS-GD-DAY TO WS-PAT-LAST(WS-PAT-IDX)
        ELSE
            MOVE 300 TO WS-PAT-IDX
            DISPLAY "WARNING: more than 300 patrons in the window;"
                " overflow folded into the last slot."
        END-IF
    END-IF.
    IF WS-GD-DAY < WS-PAT-FIRST(WS-PAT-IDX)
        MOVE WS-GD-DAY TO WS-PAT-FIRST(WS-PAT-IDX)
    END-IF.
    IF WS-GD-DAY > WS-PAT-LAST(WS-PAT-IDX)
        MOVE WS-GD-DAY TO WS-PAT-LAST(WS-PAT-IDX)
    END-IF.

FIND-PATRON-DAY.
    *> WS-PAT-IDX names the patron; WS-PD-IDX is left on the row for
    *> the patron's gaming day.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-PD-IDX FROM 1 BY 1
            UNTIL WS-PD-IDX > WS-PD-COUNT OR WS-FOUND = 'Y'
        IF WS-PD-PAT(WS-PD-IDX) = WS-PAT-IDX
            AND WS-PD-DAY(WS-PD-IDX) = WS-GD-DAY
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-PD-IDX
    ELSE
        IF WS-PD-COUNT < 500
            ADD 1 TO WS-PD-COUNT
            MOVE WS-PD-COUNT TO WS-PD-IDX
            MOVE WS-PAT-IDX TO WS-PD-PAT(WS-PD-IDX)
            MOVE WS-GD-DAY TO WS-PD-DAY(WS-PD-IDX)
            MOVE 0 TO WS-PD-CASH-IN(WS-PD-IDX)
        ELSE
            MOVE 500 TO WS-PD-IDX
            DISPLAY "WARNING: more than 500 patron-days in the"
                " window; overflow folded into the last slot."
        END-IF
    END-IF.

FIND-PATRON-SESSION.
    *> WS-PAT-IDX names the patron; WS-SS-IDX is left on the row for
    *> the patron's play in AUD-SESSION.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-SS-IDX FROM 1 BY 1
            UNTIL WS-SS-IDX > WS-SS-COUNT OR WS-FOUND = 'Y'
        IF WS-SS-PAT(WS-SS-IDX) = WS-PAT-IDX
            AND WS-SS-ID(WS-SS-IDX) = AUD-SESSION
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-SS-IDX
    ELSE
        IF WS-SS-COUNT < 500
            ADD 1 TO WS-SS-COUNT
            MOVE WS-SS-COUNT TO WS-SS-IDX
            MOVE WS-PAT-IDX TO WS-SS-PAT(WS-SS-IDX)
            MOVE AUD-SESSION TO WS-SS-ID(WS-SS-IDX)
            MOVE WS-GD-DAY TO WS-SS-DAY(WS-SS-IDX)
            MOVE 0 TO WS-SS-CASH-IN(WS-SS-IDX)
            MOVE 0 TO WS-SS-ACTION(WS-SS-IDX)
            MOVE 0 TO WS-SS-CASH-OUT(WS-SS-IDX)
        ELSE
            MOVE 500 TO WS-SS-IDX
            DISPLAY "WARNING: more than 500 sessions in the"
                " window; overflow folded into the last slot."
        END-IF
    END-IF.

CHECK-STRUCTURING.
    DISPLAY " ".
    DISPLAY "-- STRUCTURING (buy-ins just under the CTR line) --".
    PERFORM VARYING WS-PD-IDX FROM 1 BY 1
            UNTIL WS-PD-IDX > WS-PD-COUNT
        IF WS-PD-CASH-IN(WS-PD-IDX) >= WS-NEAR-LOW
            AND WS-PD-CASH-IN(WS-PD-IDX) NOT > WS-CTR-THRESHOLD
            MOVE WS-PD-PAT(WS-PD-IDX) TO WS-PAT-IDX
            ADD 1 TO WS-PAT-NEAR-DAYS(WS-PAT-IDX)
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
            UNTIL WS-PAT-IDX > WS-PAT-COUNT
        IF WS-PAT-NEAR-CNT(WS-PAT-IDX) >= WS-NEAR-COUNT
            OR WS-PAT-NEAR-DAYS(WS-PAT-IDX) >= WS-NEAR-COUNT
            MOVE 'S' TO WS-NEW-TYPE
            MOVE SPACES TO WS-NEW-SESSION
            MOVE WS-PAT-FIRST(WS-PAT-IDX) TO WS-NEW-FROM
            MOVE WS-PAT-LAST(WS-PAT-IDX) TO WS-NEW-TO
            MOVE WS-PAT-NEAR-AMT(WS-PAT-IDX) TO WS-NEW-AMOUNT
            IF WS-PAT-NEAR-CNT(WS-PAT-IDX)
                    >= WS-PAT-NEAR-DAYS(WS-PAT-IDX)
                MOVE WS-PAT-NEAR-CNT(WS-PAT-IDX) TO WS-NEW-COUNT
                MOVE "buy-ins just under CTR line" TO WS-NEW-NOTE
            ELSE
                MOVE WS-PAT-NEAR-DAYS(WS-PAT-IDX) TO WS-NEW-COUNT
                MOVE "gaming days just under CTR line"
                    TO WS-NEW-NOTE
            END-IF
            PERFORM OPEN-CASE
        END-IF
    END-PERFORM.

CHECK-CHIP-WASHING.
    DISPLAY " ".
    DISPLAY "-- CHIP-WASHING (cash in, cash out, little play) --".
    PERFORM VARYING WS-SS-IDX FROM 1 BY 1
            UNTIL WS-SS-IDX > WS-SS-COUNT
        COMPUTE WS-LIMIT = WS-SS-CASH-IN(WS-SS-IDX)
            * WS-WASH-PCT / 100
        IF WS-SS-CASH-IN(WS-SS-IDX) >= WS-WASH-MIN
            AND WS-SS-CASH-OUT(WS-SS-IDX) > 0
            AND WS-SS-ACTION(WS-SS-IDX) < WS-LIMIT
            MOVE WS-SS-PAT(WS-SS-IDX) TO WS-PAT-IDX
            MOVE 'W' TO WS-NEW-TYPE
            MOVE WS-SS-ID(WS-SS-IDX) TO WS-NEW-SESSION
            MOVE WS-SS-DAY(WS-SS-IDX) TO WS-NEW-FROM
            MOVE WS-SS-DAY(WS-SS-IDX) TO WS-NEW-TO
            MOVE WS-SS-CASH-IN(WS-SS-IDX) TO WS-NEW-AMOUNT
            MOVE 1 TO WS-NEW-COUNT
            MOVE "cash in/out with minimal play" TO WS-NEW-NOTE
            PERFORM OPEN-CASE
        END-IF
    END-PERFORM.

CHECK-MARKER-MOVEMENT.
    DISPLAY " ".
    DISPLAY "-- MARKER MOVEMENT (paper issued and repaid, little"
        " play) --".
    PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
            UNTIL WS-PAT-IDX > WS-PAT-COUNT
        COMPUTE WS-LIMIT = WS-PAT-MARKERS(WS-PAT-IDX)
            * WS-WASH-PCT / 100
        IF WS-PAT-MARKERS(WS-PAT-IDX) >= WS-WASH-MIN
            AND WS-PAT-REPAID(WS-PAT-IDX) > 0
            AND WS-PAT-ACTION(WS-PAT-IDX) < WS-LIMIT
            MOVE 'M' TO WS-NEW-TYPE
            MOVE SPACES TO WS-NEW-SESSION
            MOVE WS-PAT-FIRST(WS-PAT-IDX) TO WS-NEW-FROM
            MOVE WS-PAT-LAST(WS-PAT-IDX) TO WS-NEW-TO
            MOVE WS-PAT-MARKERS(WS-PAT-IDX) TO WS-NEW-AMOUNT
            MOVE 1 TO WS-NEW-COUNT
            MOVE "markers repaid with minimal play" TO WS-NEW-NOTE
            PERFORM OPEN-CASE
        END-IF
    END-PERFORM.

OPEN-CASE.
    *> WS-PAT-IDX and the WS-NEW- fields are staged by the caller. A
    *> case of the same type still open or under review for the
    *> patron (for washing, the same session) is left to stand.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
            UNTIL WS-CASE-IDX > WS-OPEN-CASE-COUNT OR WS-FOUND = 'Y'
        IF WS-OC-TYPE(WS-CASE-IDX) = WS-NEW-TYPE
            AND WS-OC-ACCOUNT(WS-CASE-IDX) = WS-PAT-ACCOUNT(WS-PAT-IDX)
            AND (WS-PAT-ACCOUNT(WS-PAT-IDX) > 0
                 OR WS-OC-NAME(WS-CASE-IDX) = WS-PAT-NAME(WS-PAT-IDX))
            AND WS-OC-SESSION(WS-CASE-IDX) = WS-NEW-SESSION
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    MOVE WS-NEW-AMOUNT TO WS-AMT-DISP.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-HELD-CASES
        DISPLAY "  acct " WS-PAT-ACCOUNT(WS-PAT-IDX) "  "
            WS-PAT-NAME(WS-PAT-IDX) "  " WS-AMT-DISP
            "  (case already open)"
    ELSE
        ADD 1 TO WS-LAST-CASE-NO
        ADD 1 TO WS-NEW-CASES
        MOVE WS-LAST-CASE-NO TO SAR-CASE-NO
        MOVE WS-TODAY TO SAR-OPEN-DATE
        MOVE WS-NEW-TYPE TO SAR-TYPE
        MOVE WS-PAT-ACCOUNT(WS-PAT-IDX) TO SAR-ACCOUNT
        MOVE WS-PAT-NAME(WS-PAT-IDX) TO SAR-NAME
        MOVE WS-NEW-SESSION TO SAR-SESSION
        MOVE WS-NEW-FROM TO SAR-GD-FROM
        MOVE WS-NEW-TO TO SAR-GD-TO
        MOVE WS-NEW-AMOUNT TO SAR-AMOUNT
        MOVE WS-NEW-COUNT TO SAR-COUNT
        MOVE 'O' TO SAR-STATUS
        MOVE WS-TODAY TO SAR-STAT-DATE
        MOVE SPACES TO SAR-STAFF
        MOVE WS-NEW-NOTE TO SAR-NOTE
        OPEN EXTEND CASE-FILE
        IF CASE-STATUS = "35"
            OPEN OUTPUT CASE-FILE
            CLOSE CASE-FILE
            OPEN EXTEND CASE-FILE
        END-IF
        WRITE CASE-RECORD
        CLOSE CASE-FILE
        IF WS-OPEN-CASE-COUNT < 1000
            ADD 1 TO WS-OPEN-CASE-COUNT
            MOVE WS-NEW-TYPE TO WS-OC-TYPE(WS-OPEN-CASE-COUNT)
            MOVE WS-PAT-ACCOUNT(WS-PAT-IDX)
                TO WS-OC-ACCOUNT(WS-OPEN-CASE-COUNT)
            MOVE WS-PAT-NAME(WS-PAT-IDX)
                TO WS-OC-NAME(WS-OPEN-CASE-COUNT)
            MOVE WS-NEW-SESSION TO WS-OC-SESSION(WS-OPEN-CASE-COUNT)
        END-IF
        DISPLAY "  case " SAR-CASE-NO "  acct "
            WS-PAT-ACCOUNT(WS-PAT-IDX) "  "
            WS-PAT-NAME(WS-PAT-IDX) "  " WS-AMT-DISP
            "  " WS-NEW-NOTE
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
