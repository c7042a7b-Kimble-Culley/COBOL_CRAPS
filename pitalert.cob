IDENTIFICATION DIVISION.
PROGRAM-ID. PIT-ALERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "CRAPS-ALERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ALERT-STATUS.

DATA DIVISION.
FILE SECTION.
*> The floor-wide pit alert queue. One row per thing that happened
*> to an alert, in the order it happened: 'R' when a table raises
*> it, 'E' when the podium escalates it for sitting too long, 'A'
*> when a supervisor acknowledges it. Every row carries the whole
*> alert so any one of them reads on its own; on an 'A' row the
*> staff id and note are the supervisor's, on the 'R' row the
*> dealer's. The file is only ever added to, so nine tables and
*> the podium writing at once never lose each other's rows.
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

WORKING-STORAGE SECTION.
01 ALERT-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "PIT-ALERT".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-LAST-SEQ          PIC 9(6) VALUE 0.
01 WS-ALERT-SPLIT.
    02 WS-ALERT-TABLE   PIC 9(1).
    02 WS-ALERT-SEQ     PIC 9(6).
01 WS-ALERT-NUM REDEFINES WS-ALERT-SPLIT PIC 9(7).
01 WS-RAISED-FOUND      PIC X(1) VALUE 'N'.
01 WS-ACK-FOUND         PIC X(1) VALUE 'N'.
01 WS-ESC-FOUND         PIC X(1) VALUE 'N'.
01 WS-RAISED-RECORD     PIC X(113).
01 WS-OUT-RECORD        PIC X(113).
01 WS-ACT-DATE          PIC X(8).
01 WS-ACT-TIME          PIC X(8).
01 WS-ACT-STAFF         PIC X(4).
01 WS-ACT-NOTE          PIC X(40).

LINKAGE SECTION.
01 LK-ALERT-FUNCTION    PIC X(1).
01 LK-ALERT-RECORD.
    02 LK-ALERT-ID      PIC 9(7).
    02 LK-ALERT-TYPE    PIC X(1).
    02 LK-ALERT-DATE    PIC X(8).
    02 LK-ALERT-TIME    PIC X(8).
    02 LK-ALERT-SEVERITY PIC X(1).
    02 LK-ALERT-TABLE   PIC 9(1).
    02 LK-ALERT-SEAT    PIC 9(1).
    02 LK-ALERT-ACCOUNT PIC 9(5).
    02 LK-ALERT-PLAYER  PIC X(20).
    02 LK-ALERT-EVENT   PIC X(10).
    02 LK-ALERT-AMOUNT  PIC 9(5)V99.
    02 LK-ALERT-STAFF   PIC X(4).
    02 LK-ALERT-NOTE    PIC X(40).
01 LK-ALERT-STATUS      PIC X(1).

PROCEDURE DIVISION USING LK-ALERT-FUNCTION LK-ALERT-RECORD
    LK-ALERT-STATUS.
MAIN-PROGRAM.
    *> Pit alerts: the things a table knows about that the podium
    *> has to see - a jackpot slip, a responsible-gaming lockout, a
    *> patron walking account PINs or turned away by the exclusion
    *> list, a float that cannot cover the action, a supervisor
    *> void, a bet near the table maximum. Function codes:
    *>   'R' raise an alert. The caller fills the severity ('H'
    *>       high, 'M' medium, 'L' low), table, seat, account,
    *>       player, event, amount, the dealer on the game and a
    *>       note; the alert number comes back in LK-ALERT-ID.
    *>       Alert numbers are the table digit and that table's own
    *>       running count, so two tables raising at once never
    *>       hand out the same number.
    *>   'A' acknowledge the alert in LK-ALERT-ID. The caller fills
    *>       the supervisor's staff id and note; the alert as raised
    *>       comes back in the rest of the record.
    *>   'E' escalate the alert in LK-ALERT-ID: it has waited past
    *>       the podium's limit without an acknowledgment.
    *> LK-ALERT-STATUS comes back:
    *>   'Y' done
    *>   'N' no such alert was raised
    *>   'U' the alert is already acknowledged (or, for 'E',
    *>       already escalated)
    *>   'E' the alert file could not be written
    ACCEPT WS-ACT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-ACT-TIME FROM TIME.
    MOVE 'E' TO LK-ALERT-STATUS.
    EVALUATE LK-ALERT-FUNCTION
        WHEN 'R'
            PERFORM RAISE-ALERT
        WHEN 'A'
            PERFORM ACKNOWLEDGE-ALERT
        WHEN 'E'
            PERFORM ESCALATE-ALERT
        WHEN OTHER
            DISPLAY "PIT-ALERT: unknown function " LK-ALERT-FUNCTION
    END-EVALUATE.
    GOBACK.

RAISE-ALERT.
    MOVE 0 TO WS-LAST-SEQ.
    OPEN INPUT ALERT-FILE.
    IF ALERT-STATUS = "00"
        PERFORM UNTIL ALERT-STATUS = "10"
            READ ALERT-FILE
                AT END MOVE "10" TO ALERT-STATUS
            END-READ
            IF ALERT-STATUS = "00" AND ALT-TYPE = 'R'
                AND ALT-ALERT IS NUMERIC
                MOVE ALT-ALERT TO WS-ALERT-NUM
                IF WS-ALERT-TABLE = LK-ALERT-TABLE
                    AND WS-ALERT-SEQ > WS-LAST-SEQ
                    MOVE WS-ALERT-SEQ TO WS-LAST-SEQ
                END-IF
            END-IF
        END-PERFORM
        CLOSE ALERT-FILE
    ELSE
        CONTINUE
    END-IF.
    MOVE LK-ALERT-TABLE TO WS-ALERT-TABLE.
    COMPUTE WS-ALERT-SEQ = WS-LAST-SEQ + 1.
    MOVE WS-ALERT-NUM TO LK-ALERT-ID.
    MOVE 'R' TO LK-ALERT-TYPE.
    MOVE WS-ACT-DATE TO LK-ALERT-DATE.
    MOVE WS-ACT-TIME TO LK-ALERT-TIME.
    MOVE LK-ALERT-RECORD TO WS-OUT-RECORD.
    PERFORM APPEND-ROW.

ACKNOWLEDGE-ALERT.
    MOVE LK-ALERT-STAFF TO WS-ACT-STAFF.
    MOVE LK-ALERT-NOTE TO WS-ACT-NOTE.
    PERFORM FIND-ALERT.
    IF WS-RAISED-FOUND NOT = 'Y'
        MOVE 'N' TO LK-ALERT-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RAISED-RECORD TO LK-ALERT-RECORD.
    IF WS-ACK-FOUND = 'Y'
        MOVE 'U' TO LK-ALERT-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RAISED-RECORD TO ALERT-RECORD.
    MOVE 'A' TO ALT-TYPE.
    PERFORM STAMP-ACTION-ROW.

ESCALATE-ALERT.
    MOVE LK-ALERT-STAFF TO WS-ACT-STAFF.
    MOVE LK-ALERT-NOTE TO WS-ACT-NOTE.
    PERFORM FIND-ALERT.
    IF WS-RAISED-FOUND NOT = 'Y'
        MOVE 'N' TO LK-ALERT-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RAISED-RECORD TO LK-ALERT-RECORD.
    IF WS-ACK-FOUND = 'Y' OR WS-ESC-FOUND = 'Y'
        MOVE 'U' TO LK-ALERT-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RAISED-RECORD TO ALERT-RECORD.
    MOVE 'E' TO ALT-TYPE.
    PERFORM STAMP-ACTION-ROW.

STAMP-ACTION-ROW.
    *> ALERT-RECORD holds the alert as raised with the new row type;
    *> the action's own time, staff id and note go over the top.
    MOVE WS-ACT-DATE TO ALT-DATE.
    MOVE WS-ACT-TIME TO ALT-TIME.
    MOVE WS-ACT-STAFF TO ALT-STAFF.
    MOVE WS-ACT-NOTE TO ALT-NOTE.
    MOVE ALERT-RECORD TO WS-OUT-RECORD.
    PERFORM APPEND-ROW.

FIND-ALERT.
    MOVE 'N' TO WS-RAISED-FOUND.
    MOVE 'N' TO WS-ACK-FOUND.
    MOVE 'N' TO WS-ESC-FOUND.
    OPEN INPUT ALERT-FILE.
    IF ALERT-STATUS = "00"
        PERFORM UNTIL ALERT-STATUS = "10"
            READ ALERT-FILE
                AT END MOVE "10" TO ALERT-STATUS
            END-READ
            IF ALERT-STATUS = "00"
                AND ALT-ALERT = LK-ALERT-ID
                EVALUATE ALT-TYPE
                    WHEN 'R'
                        MOVE 'Y' TO WS-RAISED-FOUND
                        MOVE ALERT-RECORD TO WS-RAISED-RECORD
                    WHEN 'A'
                        MOVE 'Y' TO WS-ACK-FOUND
                    WHEN 'E'
                        MOVE 'Y' TO WS-ESC-FOUND
                END-EVALUATE
            END-IF
        END-PERFORM
        CLOSE ALERT-FILE
    ELSE
        CONTINUE
    END-IF.

APPEND-ROW.
    *> WS-OUT-RECORD holds the row to add.
    OPEN EXTEND ALERT-FILE.
    IF ALERT-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
    END-IF.
    IF ALERT-STATUS = "00"
        WRITE ALERT-RECORD FROM WS-OUT-RECORD
        IF ALERT-STATUS = "00"
            MOVE 'Y' TO LK-ALERT-STATUS
        END-IF
        CLOSE ALERT-FILE
    END-IF.
    IF LK-ALERT-STATUS NOT = 'Y'
        MOVE 'E' TO LK-ALERT-STATUS
        DISPLAY "PIT-ALERT: cannot write the alert file"
            " (FILE STATUS " ALERT-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write CRAPS-ALERT.DAT; pit alert not recorded"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
