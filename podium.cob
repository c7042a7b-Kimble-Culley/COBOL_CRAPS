IDENTIFICATION DIVISION.
PROGRAM-ID. PIT-PODIUM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "CRAPS-ALERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ALERT-STATUS.

    SELECT ALERT-CFG-FILE ASSIGN TO "CRAPS-ALERT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ALERT-CFG-STATUS.

    SELECT STAFF-FILE ASSIGN TO "CRAPS-STAFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS STAFF-STATUS.

DATA DIVISION.
FILE SECTION.
FD ALERT-FILE.
01 ALERT-RECORD.
    02 ALT-ALERT        PIC 9(7).
    02 ALT-TYPE         PIC X(1).
    02 ALT-DATE         PIC X(8).
    02 ALT-TIME         PIC X(8).
    02 ALT-SEVERITY     PIC X(1).
    02 ALT-TABLE        PIC 9(1).
    02 ALT-SEAT         PIC 9(1).
    02 ALT-ACCOUNT      PIC 9(5).
    02 ALT-PLAYER       PIC X(20).
    02 ALT-EVENT        PIC X(10).
    02 ALT-AMOUNT       PIC 9(5)V99.
    02 ALT-STAFF        PIC X(4).
    02 ALT-NOTE         PIC X(40).

FD ALERT-CFG-FILE.
01 ALERT-CFG-RECORD.
    02 ALC-ESCALATE-MIN PIC 9(3).
    02 ALC-NEAR-MAX-PCT PIC 9(3).

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
    02 STF-NAME         PIC X(20).
    02 STF-ROLE         PIC X(1).
    02 STF-ACTIVE       PIC X(1).

WORKING-STORAGE SECTION.
01 ALERT-STATUS         PIC X(2).
01 ALERT-CFG-STATUS     PIC X(2).
01 STAFF-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "PIT-PODIUM".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-SUPER-ID          PIC X(4) VALUE SPACES.
01 WS-SUPER-NAME        PIC X(20) VALUE SPACES.
01 WS-SUPER-OK          PIC X(1) VALUE 'N'.
01 WS-CHOICE            PIC X(1) VALUE SPACE.
01 WS-ESCALATE-MIN      PIC 9(3) VALUE 10.
01 WS-ESC-DISP          PIC ZZ9.
01 WS-ALERT-IN          PIC 9(7) VALUE 0.
01 WS-NOTE-IN           PIC X(40) VALUE SPACES.
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-DAY-NUM           PIC 9(8).
01 WS-HH                PIC 9(2).
01 WS-MM                PIC 9(2).
*> Times as minutes since the calendar's day one, so an alert
*> raised before midnight still ages right after it.
01 WS-NOW-MIN           PIC 9(11) VALUE 0.
01 WS-EVENT-MIN         PIC 9(11) VALUE 0.
01 WS-AGE-DISP          PIC ZZZZ9.
01 WS-AMT-DISP          PIC $$$,$$9.99.
01 WS-SEV-PASS          PIC 9(1).
01 WS-SEV-CODE          PIC X(1).
01 WS-ESC-COUNT         PIC 9(5) VALUE 0.
01 WS-ESC-COUNT-DISP    PIC ZZZZ9.
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-ESC-MARK          PIC X(5).
01 WS-OPEN-IDX          PIC 9(4).
01 WS-OPEN-COUNT        PIC 9(4) VALUE 0.
01 WS-SHIFT-IDX         PIC 9(4).
01 WS-OPEN-DROPPED      PIC 9(5) VALUE 0.
*> Alerts raised and not yet acknowledged. An alert comes off the
*> table the moment its 'A' row is read, so the table only ever
*> holds what is still open.
01 WS-OPEN-TABLE.
    02 WS-OPEN-ROW OCCURS 500 TIMES.
        03 WS-OP-ALERT      PIC 9(7).
        03 WS-OP-DATE       PIC X(8).
        03 WS-OP-TIME       PIC X(8).
        03 WS-OP-SEVERITY   PIC X(1).
        03 WS-OP-TABLE      PIC 9(1).
        03 WS-OP-SEAT       PIC 9(1).
        03 WS-OP-ACCOUNT    PIC 9(5).
        03 WS-OP-PLAYER     PIC X(20).
        03 WS-OP-EVENT      PIC X(10).
        03 WS-OP-AMOUNT     PIC 9(5)V99.
        03 WS-OP-NOTE       PIC X(40).
        03 WS-OP-ESCALATED  PIC X(1).
        03 WS-OP-AGE        PIC 9(5).
01 WS-ALERT-FUNCTION    PIC X(1).
01 WS-ALERT-RECORD.
    02 WS-ALERT-ID      PIC 9(7).
    02 WS-ALERT-TYPE    PIC X(1).
    02 WS-ALERT-DATE    PIC X(8).
    02 WS-ALERT-TIME    PIC X(8).
    02 WS-ALERT-SEVERITY PIC X(1).
    02 WS-ALERT-TABLE   PIC 9(1).
    02 WS-ALERT-SEAT    PIC 9(1).
    02 WS-ALERT-ACCOUNT PIC 9(5).
    02 WS-ALERT-PLAYER  PIC X(20).
    02 WS-ALERT-EVENT   PIC X(10).
    02 WS-ALERT-AMOUNT  PIC 9(5)V99.
    02 WS-ALERT-STAFF   PIC X(4).
    02 WS-ALERT-NOTE    PIC X(40).
01 WS-ALERT-STATUS      PIC X(1).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> The pit podium's view of the floor: every alert the nine
    *> tables have raised (PIT-ALERT) and nobody has acknowledged,
    *> highest severity first and oldest first within it. A
    *> supervisor signs on with their staff id and acknowledges
    *> alerts one at a time with a note saying what was done. Each
    *> time the list is drawn, anything left unacknowledged for
    *> longer than the escalation limit in CRAPS-ALERT.CFG (minutes,
    *> 10 when the file is absent) is escalated: marked on the alert
    *> file for the shift manager and the response report, and left
    *> in the ops log.
    DISPLAY "===== PIT PODIUM - OPEN ALERTS =====".
    PERFORM CHECK-SUPERVISOR.
    IF WS-SUPER-OK NOT = 'Y'
        DISPLAY "Not an active supervisor on the staff master."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-ALERT-CONFIG.
    MOVE WS-ESCALATE-MIN TO WS-ESC-DISP.
    DISPLAY "Supervisor " WS-SUPER-ID " " WS-SUPER-NAME
        " - alerts escalate after " WS-ESC-DISP " minute(s).".
    MOVE 'R' TO WS-CHOICE.
    PERFORM UNTIL WS-CHOICE = 'Q'
        IF WS-CHOICE = 'R'
            PERFORM SHOW-OPEN-ALERTS
        END-IF
        DISPLAY "A=acknowledge an alert, R=refresh, Q=quit: "
        MOVE SPACE TO WS-CHOICE
        ACCEPT WS-CHOICE
        INSPECT WS-CHOICE CONVERTING "arq" TO "ARQ"
        EVALUATE WS-CHOICE
            WHEN 'A'
                PERFORM ACKNOWLEDGE-ONE
                MOVE 'R' TO WS-CHOICE
            WHEN 'R'
            WHEN 'Q'
                CONTINUE
            WHEN OTHER
                DISPLAY "Not a podium choice."
        END-EVALUATE
    END-PERFORM.
    GOBACK.

CHECK-SUPERVISOR.
    *> Alerts are acknowledged only by an active supervisor ('S') on
    *> CRAPS-STAFF.DAT. With no staff master on file yet the id is
    *> taken as keyed, the same allowance the tables make.
    MOVE 'N' TO WS-SUPER-OK.
    DISPLAY "Supervisor staff id: ".
    MOVE SPACES TO WS-SUPER-ID.
    ACCEPT WS-SUPER-ID.
    INSPECT WS-SUPER-ID CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF WS-SUPER-ID = SPACES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT STAFF-FILE.
    IF STAFF-STATUS = "00"
        PERFORM UNTIL STAFF-STATUS = "10"
            READ STAFF-FILE
                AT END MOVE "10" TO STAFF-STATUS
            END-READ
            IF STAFF-STATUS = "00" AND STF-ID = WS-SUPER-ID
                AND STF-ACTIVE = 'Y' AND STF-ROLE = 'S'
                MOVE STF-NAME TO WS-SUPER-NAME
                MOVE 'Y' TO WS-SUPER-OK
                MOVE "10" TO STAFF-STATUS
            END-IF
        END-PERFORM
        CLOSE STAFF-FILE
    ELSE
        MOVE WS-SUPER-ID TO WS-SUPER-NAME
        MOVE 'Y' TO WS-SUPER-OK
    END-IF.

LOAD-ALERT-CONFIG.
    *> CRAPS-ALERT.CFG: escalation minutes 9(3), then the tables'
    *> near-maximum bet percentage 9(3), on one line.
    OPEN INPUT ALERT-CFG-FILE.
    IF ALERT-CFG-STATUS = "00"
        READ ALERT-CFG-FILE
            AT END MOVE "10" TO ALERT-CFG-STATUS
        END-READ
        IF ALERT-CFG-STATUS = "00" AND ALC-ESCALATE-MIN IS NUMERIC
            AND ALC-ESCALATE-MIN > 0
            MOVE ALC-ESCALATE-MIN TO WS-ESCALATE-MIN
        END-IF
        CLOSE ALERT-CFG-FILE
    ELSE
        CONTINUE
    END-IF.

SHOW-OPEN-ALERTS.
    PERFORM LOAD-OPEN-ALERTS.
    PERFORM ESCALATE-OVERDUE.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    DISPLAY " ".
    MOVE WS-OPEN-COUNT TO WS-ESC-COUNT-DISP.
    DISPLAY "Open alerts at " WS-CLOCK-DATE " " WS-CLOCK-TIME(1:2)
        ":" WS-CLOCK-TIME(3:2) ":" WS-ESC-COUNT-DISP.
    IF WS-OPEN-COUNT = 0 AND WS-OPEN-DROPPED = 0
        DISPLAY "Nothing waiting on the podium."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Alert   Sev Tbl Seat Raised  Age   Event      Acct "
        " Player                   Amount".
    PERFORM VARYING WS-SEV-PASS FROM 1 BY 1 UNTIL WS-SEV-PASS > 3
        EVALUATE WS-SEV-PASS
            WHEN 1
                MOVE 'H' TO WS-SEV-CODE
            WHEN 2
                MOVE 'M' TO WS-SEV-CODE
            WHEN 3
                MOVE 'L' TO WS-SEV-CODE
        END-EVALUATE
        PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
            IF WS-OP-SEVERITY(WS-OPEN-IDX) = WS-SEV-CODE
                OR (WS-SEV-PASS = 3
                    AND WS-OP-SEVERITY(WS-OPEN-IDX) NOT = 'H'
                    AND WS-OP-SEVERITY(WS-OPEN-IDX) NOT = 'M'
                    AND WS-OP-SEVERITY(WS-OPEN-IDX) NOT = 'L')
                PERFORM PRINT-OPEN-ALERT
            END-IF
        END-PERFORM
    END-PERFORM.
    IF WS-OPEN-DROPPED > 0
        DISPLAY "WARNING: more than 500 alerts open; "
            WS-OPEN-DROPPED " more not listed."
    END-IF.

PRINT-OPEN-ALERT.
    MOVE WS-OP-AGE(WS-OPEN-IDX) TO WS-AGE-DISP.
    MOVE WS-OP-AMOUNT(WS-OPEN-IDX) TO WS-AMT-DISP.
    IF WS-OP-ESCALATED(WS-OPEN-IDX) = 'Y'
        MOVE "*ESC*" TO WS-ESC-MARK
    ELSE
        MOVE SPACES TO WS-ESC-MARK
    END-IF.
    DISPLAY WS-OP-ALERT(WS-OPEN-IDX) "  " WS-OP-SEVERITY(WS-OPEN-IDX)
        "   " WS-OP-TABLE(WS-OPEN-IDX) "   " WS-OP-SEAT(WS-OPEN-IDX)
        "   " WS-OP-TIME(WS-OPEN-IDX)(1:2) ":"
        WS-OP-TIME(WS-OPEN-IDX)(3:2) " " WS-AGE-DISP " "
        WS-OP-EVENT(WS-OPEN-IDX) " " WS-OP-ACCOUNT(WS-OPEN-IDX) " "
        WS-OP-PLAYER(WS-OPEN-IDX) " " WS-AMT-DISP " " WS-ESC-MARK.
    IF WS-OP-NOTE(WS-OPEN-IDX) NOT = SPACES
        DISPLAY "         " WS-OP-NOTE(WS-OPEN-IDX)
    END-IF.

LOAD-OPEN-ALERTS.
    MOVE 0 TO WS-OPEN-COUNT.
    MOVE 0 TO WS-OPEN-DROPPED.
    OPEN INPUT ALERT-FILE.
    EVALUATE ALERT-STATUS
        WHEN "00"
            PERFORM UNTIL ALERT-STATUS = "10"
                READ ALERT-FILE
                    AT END MOVE "10" TO ALERT-STATUS
                END-READ
                IF ALERT-STATUS = "00"
                    PERFORM APPLY-ALERT-ROW
                END-IF
            END-PERFORM
            CLOSE ALERT-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening CRAPS-ALERT.DAT (FILE STATUS "
                ALERT-STATUS ")."
    END-EVALUATE.
    *> Age every open alert against the clock now.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    MOVE WS-CLOCK-DATE TO WS-DAY-NUM.
    MOVE WS-CLOCK-TIME(1:2) TO WS-HH.
    MOVE WS-CLOCK-TIME(3:2) TO WS-MM.
    COMPUTE WS-NOW-MIN = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM) * 1440
        + WS-HH * 60 + WS-MM.
    PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
            UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
        PERFORM AGE-OPEN-ALERT
    END-PERFORM.

APPLY-ALERT-ROW.
    EVALUATE ALT-TYPE
        WHEN 'R'
            IF WS-OPEN-COUNT < 500
                ADD 1 TO WS-OPEN-COUNT
                MOVE ALT-ALERT TO WS-OP-ALERT(WS-OPEN-COUNT)
                MOVE ALT-DATE TO WS-OP-DATE(WS-OPEN-COUNT)
                MOVE ALT-TIME TO WS-OP-TIME(WS-OPEN-COUNT)
                MOVE ALT-SEVERITY TO WS-OP-SEVERITY(WS-OPEN-COUNT)
                MOVE ALT-TABLE TO WS-OP-TABLE(WS-OPEN-COUNT)
                MOVE ALT-SEAT TO WS-OP-SEAT(WS-OPEN-COUNT)
                MOVE ALT-ACCOUNT TO WS-OP-ACCOUNT(WS-OPEN-COUNT)
                MOVE ALT-PLAYER TO WS-OP-PLAYER(WS-OPEN-COUNT)
                MOVE ALT-EVENT TO WS-OP-EVENT(WS-OPEN-COUNT)
                MOVE ALT-AMOUNT TO WS-OP-AMOUNT(WS-OPEN-COUNT)
                MOVE ALT-NOTE TO WS-OP-NOTE(WS-OPEN-COUNT)
                MOVE 'N' TO WS-OP-ESCALATED(WS-OPEN-COUNT)
                MOVE 0 TO WS-OP-AGE(WS-OPEN-COUNT)
            ELSE
                ADD 1 TO WS-OPEN-DROPPED
            END-IF
        WHEN 'E'
            PERFORM FIND-OPEN-ALERT
            IF WS-FOUND = 'Y'
                MOVE 'Y' TO WS-OP-ESCALATED(WS-OPEN-IDX)
            END-IF
        WHEN 'A'
            PERFORM FIND-OPEN-ALERT
            IF WS-FOUND = 'Y'
                *> The rows behind close up over the freed one, so the
                *> table stays in the order raised.
                PERFORM VARYING WS-SHIFT-IDX FROM WS-OPEN-IDX BY 1
                        UNTIL WS-SHIFT-IDX >= WS-OPEN-COUNT
                    MOVE WS-OPEN-ROW(WS-SHIFT-IDX + 1)
                        TO WS-OPEN-ROW(WS-SHIFT-IDX)
                END-PERFORM
                SUBTRACT 1 FROM WS-OPEN-COUNT
            END-IF
    END-EVALUATE.

FIND-OPEN-ALERT.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
            UNTIL WS-OPEN-IDX > WS-OPEN-COUNT OR WS-FOUND = 'Y'
        IF WS-OP-ALERT(WS-OPEN-IDX) = ALT-ALERT
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-OPEN-IDX
    END-IF.

AGE-OPEN-ALERT.
    *> The rows stay in the order raised, which is oldest first.
    MOVE 0 TO WS-OP-AGE(WS-OPEN-IDX).
    IF WS-OP-DATE(WS-OPEN-IDX) IS NUMERIC
        AND WS-OP-TIME(WS-OPEN-IDX)(1:4) IS NUMERIC
        MOVE WS-OP-DATE(WS-OPEN-IDX) TO WS-DAY-NUM
        MOVE WS-OP-TIME(WS-OPEN-IDX)(1:2) TO WS-HH
        MOVE WS-OP-TIME(WS-OPEN-IDX)(3:2) TO WS-MM
        COMPUTE WS-EVENT-MIN =
            FUNCTION INTEGER-OF-DATE(WS-DAY-NUM) * 1440
            + WS-HH * 60 + WS-MM
        IF WS-NOW-MIN > WS-EVENT-MIN
            IF WS-NOW-MIN - WS-EVENT-MIN > 99999
                MOVE 99999 TO WS-OP-AGE(WS-OPEN-IDX)
            ELSE
                COMPUTE WS-OP-AGE(WS-OPEN-IDX) =
                    WS-NOW-MIN - WS-EVENT-MIN
            END-IF
        END-IF
    END-IF.

ESCALATE-OVERDUE.
    MOVE 0 TO WS-ESC-COUNT.
    PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
            UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
        IF WS-OP-ESCALATED(WS-OPEN-IDX) NOT = 'Y'
            AND WS-OP-AGE(WS-OPEN-IDX) >= WS-ESCALATE-MIN
            PERFORM ESCALATE-ONE
        END-IF
    END-PERFORM.
    IF WS-ESC-COUNT > 0
        MOVE WS-ESC-COUNT TO WS-ESC-COUNT-DISP
        DISPLAY "*** " WS-ESC-COUNT-DISP " alert(s) escalated:"
            " unacknowledged past " WS-ESC-DISP " minute(s). ***"
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING WS-ESC-COUNT-DISP " pit alert(s) escalated; not"
            " acknowledged in time" DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

ESCALATE-ONE.
    INITIALIZE WS-ALERT-RECORD.
    MOVE WS-OP-ALERT(WS-OPEN-IDX) TO WS-ALERT-ID.
    MOVE SPACES TO WS-ALERT-STAFF.
    MOVE SPACES TO WS-ALERT-NOTE.
    MOVE WS-OP-AGE(WS-OPEN-IDX) TO WS-AGE-DISP.
    STRING "unacknowledged after " WS-AGE-DISP " minute(s)"
        DELIMITED BY SIZE INTO WS-ALERT-NOTE.
    MOVE 'E' TO WS-ALERT-FUNCTION.
    CALL "PIT-ALERT" USING WS-ALERT-FUNCTION WS-ALERT-RECORD
        WS-ALERT-STATUS.
    IF WS-ALERT-STATUS = 'Y' OR WS-ALERT-STATUS = 'U'
        MOVE 'Y' TO WS-OP-ESCALATED(WS-OPEN-IDX)
    END-IF.
    IF WS-ALERT-STATUS = 'Y'
        ADD 1 TO WS-ESC-COUNT
    END-IF.

ACKNOWLEDGE-ONE.
    DISPLAY "Alert number: ".
    MOVE 0 TO WS-ALERT-IN.
    ACCEPT WS-ALERT-IN.
    IF WS-ALERT-IN = 0
        DISPLAY "Nothing acknowledged."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Note - what was done (required): ".
    MOVE SPACES TO WS-NOTE-IN.
    ACCEPT WS-NOTE-IN.
    IF WS-NOTE-IN = SPACES
        DISPLAY "An acknowledgment needs a note; nothing"
            " acknowledged."
        EXIT PARAGRAPH
    END-IF.
    INITIALIZE WS-ALERT-RECORD.
    MOVE WS-ALERT-IN TO WS-ALERT-ID.
    MOVE WS-SUPER-ID TO WS-ALERT-STAFF.
    MOVE WS-NOTE-IN TO WS-ALERT-NOTE.
    MOVE 'A' TO WS-ALERT-FUNCTION.
    CALL "PIT-ALERT" USING WS-ALERT-FUNCTION WS-ALERT-RECORD
        WS-ALERT-STATUS.
    EVALUATE WS-ALERT-STATUS
        WHEN 'Y'
            DISPLAY "Alert " WS-ALERT-IN " (" WS-ALERT-EVENT
                " table " WS-ALERT-TABLE ") acknowledged by "
                WS-SUPER-ID "."
        WHEN 'N'
            DISPLAY "No alert " WS-ALERT-IN " on file."
        WHEN 'U'
            DISPLAY "Alert " WS-ALERT-IN " was already acknowledged."
        WHEN OTHER
            DISPLAY "The acknowledgment could not be recorded."
    END-EVALUATE.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
