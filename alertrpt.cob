IDENTIFICATION DIVISION.
PROGRAM-ID. ALERT-RESPONSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "CRAPS-ALERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ALERT-STATUS.

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

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
    02 STF-NAME         PIC X(20).
    02 STF-ROLE         PIC X(1).
    02 STF-ACTIVE       PIC X(1).

WORKING-STORAGE SECTION.
01 ALERT-STATUS         PIC X(2).
01 STAFF-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "ALERT-RESPONSE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-REPORT-DAY        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-DAY-NUM           PIC 9(8).
01 WS-HH                PIC 9(2).
01 WS-MM                PIC 9(2).
*> Times as minutes since the calendar's day one, so an alert
*> acknowledged after midnight still measures right.
01 WS-NOW-MIN           PIC 9(11) VALUE 0.
01 WS-EVENT-MIN         PIC 9(11) VALUE 0.
01 WS-WAIT              PIC 9(5) VALUE 0.
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-AL-IDX            PIC 9(4).
01 WS-AL-COUNT          PIC 9(4) VALUE 0.
01 WS-AL-DROPPED        PIC 9(5) VALUE 0.
01 WS-SUP-IDX           PIC 9(2).
01 WS-SUP-COUNT         PIC 9(2) VALUE 0.
01 WS-SUP-DROPPED       PIC 9(5) VALUE 0.
01 WS-SEV-IDX           PIC 9(1).
01 WS-OPEN-COUNT        PIC 9(5) VALUE 0.
01 WS-ESC-COUNT         PIC 9(5) VALUE 0.
01 WS-ACK-COUNT         PIC 9(5) VALUE 0.
01 WS-ACK-TOTAL-MIN     PIC 9(9) VALUE 0.
01 WS-AVG               PIC 9(5)V9 VALUE 0.
01 WS-AVG-DISP          PIC ZZZZ9.9.
01 WS-MIN-DISP          PIC ZZZZ9.
01 WS-CNT-DISP          PIC ZZZZ9.
01 WS-CNT-DISP2         PIC ZZZZ9.
01 WS-CNT-DISP3         PIC ZZZZ9.
01 WS-STAFF-NAME        PIC X(20).
*> The day's alerts, in the order raised.
01 WS-ALERT-TABLE.
    02 WS-AL-ROW OCCURS 2000 TIMES.
        03 WS-AL-ALERT      PIC 9(7).
        03 WS-AL-TIME       PIC X(8).
        03 WS-AL-SEVERITY   PIC X(1).
        03 WS-AL-TABLE      PIC 9(1).
        03 WS-AL-SEAT       PIC 9(1).
        03 WS-AL-EVENT      PIC X(10).
        03 WS-AL-RAISED-MIN PIC 9(11).
        03 WS-AL-ESCALATED  PIC X(1).
        03 WS-AL-ACKED      PIC X(1).
        03 WS-AL-ACK-STAFF  PIC X(4).
        03 WS-AL-WAIT       PIC 9(5).
*> Response by supervisor.
01 WS-SUP-TABLE.
    02 WS-SUP-ROW OCCURS 50 TIMES.
        03 WS-SUP-ID        PIC X(4).
        03 WS-SUP-ACKS      PIC 9(5).
        03 WS-SUP-TOTAL-MIN PIC 9(9).
        03 WS-SUP-LONGEST   PIC 9(5).
        03 WS-SUP-ESC       PIC 9(5).
        03 WS-SUP-HIGH      PIC 9(5).
*> Raised, acknowledged and response minutes by severity: high,
*> medium, low.
01 WS-SEV-TABLE.
    02 WS-SEV-ROW OCCURS 3 TIMES.
        03 WS-SEV-RAISED    PIC 9(5).
        03 WS-SEV-ACKS      PIC 9(5).
        03 WS-SEV-TOTAL-MIN PIC 9(9).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Daily alert-response report: for one gaming day, every pit
    *> alert the tables raised (PIT-ALERT), how long each sat before
    *> a supervisor acknowledged it at the podium (PIT-PODIUM), and
    *> who acknowledged it. Time-to-acknowledge is summarized by
    *> supervisor and by severity; alerts escalated before anyone
    *> answered them are counted against the supervisor who finally
    *> did. Alerts still open when the report runs are listed with
    *> their age and make the run a warning (return code 4).
    DISPLAY "Alert response - gaming day (YYYYMMDD, ENTER for today): ".
    MOVE SPACES TO WS-REPORT-DAY.
    ACCEPT WS-REPORT-DAY.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    IF WS-REPORT-DAY = SPACES
        MOVE WS-TODAY TO WS-REPORT-DAY
    END-IF.
    IF WS-REPORT-DAY IS NOT NUMERIC
        DISPLAY "Not a date: " WS-REPORT-DAY
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-CLOCK-DATE TO WS-DAY-NUM.
    MOVE WS-CLOCK-TIME(1:2) TO WS-HH.
    MOVE WS-CLOCK-TIME(3:2) TO WS-MM.
    COMPUTE WS-NOW-MIN = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM) * 1440
        + WS-HH * 60 + WS-MM.
    INITIALIZE WS-SEV-TABLE.
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
            MOVE 'E' TO WS-OPS-SEVERITY
            MOVE "alert file unreadable; response report not run"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-EVALUATE.
    PERFORM SUMMARIZE-RESPONSES.
    PERFORM PRINT-RESPONSE-REPORT.
    IF WS-OPEN-COUNT > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "pit alerts still unacknowledged at the response report"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-AL-DROPPED > 0 OR WS-SUP-DROPPED > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "alert response tables full; report incomplete"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

APPLY-ALERT-ROW.
    *> Alerts belong to the gaming day they were raised on; their
    *> escalation and acknowledgment rows follow them whenever they
    *> were written.
    EVALUATE ALT-TYPE
        WHEN 'R'
            CALL "GAMING-DAY" USING ALT-DATE ALT-TIME WS-GD-DAY
                WS-GD-SHIFT WS-GD-SHIFT-NO
            IF WS-GD-DAY = WS-REPORT-DAY
                IF WS-AL-COUNT < 2000
                    ADD 1 TO WS-AL-COUNT
                    MOVE ALT-ALERT TO WS-AL-ALERT(WS-AL-COUNT)
                    MOVE ALT-TIME TO WS-AL-TIME(WS-AL-COUNT)
                    MOVE ALT-SEVERITY TO WS-AL-SEVERITY(WS-AL-COUNT)
                    MOVE ALT-TABLE TO WS-AL-TABLE(WS-AL-COUNT)
                    MOVE ALT-SEAT TO WS-AL-SEAT(WS-AL-COUNT)
                    MOVE ALT-EVENT TO WS-AL-EVENT(WS-AL-COUNT)
                    PERFORM ROW-MINUTES
                    MOVE WS-EVENT-MIN TO WS-AL-RAISED-MIN(WS-AL-COUNT)
                    MOVE 'N' TO WS-AL-ESCALATED(WS-AL-COUNT)
                    MOVE 'N' TO WS-AL-ACKED(WS-AL-COUNT)
                    MOVE SPACES TO WS-AL-ACK-STAFF(WS-AL-COUNT)
                    MOVE 0 TO WS-AL-WAIT(WS-AL-COUNT)
                ELSE
                    ADD 1 TO WS-AL-DROPPED
                END-IF
            END-IF
        WHEN 'E'
            PERFORM FIND-DAY-ALERT
            IF WS-FOUND = 'Y' AND WS-AL-ACKED(WS-AL-IDX) NOT = 'Y'
                MOVE 'Y' TO WS-AL-ESCALATED(WS-AL-IDX)
            END-IF
        WHEN 'A'
            PERFORM FIND-DAY-ALERT
            IF WS-FOUND = 'Y' AND WS-AL-ACKED(WS-AL-IDX) NOT = 'Y'
                MOVE 'Y' TO WS-AL-ACKED(WS-AL-IDX)
                MOVE ALT-STAFF TO WS-AL-ACK-STAFF(WS-AL-IDX)
                PERFORM ROW-MINUTES
                MOVE 0 TO WS-AL-WAIT(WS-AL-IDX)
                IF WS-EVENT-MIN > WS-AL-RAISED-MIN(WS-AL-IDX)
                    IF WS-EVENT-MIN - WS-AL-RAISED-MIN(WS-AL-IDX)
                        > 99999
                        MOVE 99999 TO WS-AL-WAIT(WS-AL-IDX)
                    ELSE
                        COMPUTE WS-AL-WAIT(WS-AL-IDX) = WS-EVENT-MIN
                            - WS-AL-RAISED-MIN(WS-AL-IDX)
                    END-IF
                END-IF
            END-IF
    END-EVALUATE.

ROW-MINUTES.
    MOVE 0 TO WS-EVENT-MIN.
    IF ALT-DATE IS NUMERIC AND ALT-TIME(1:4) IS NUMERIC
        MOVE ALT-DATE TO WS-DAY-NUM
        MOVE ALT-TIME(1:2) TO WS-HH
        MOVE ALT-TIME(3:2) TO WS-MM
        COMPUTE WS-EVENT-MIN =
            FUNCTION INTEGER-OF-DATE(WS-DAY-NUM) * 1440
            + WS-HH * 60 + WS-MM
    END-IF.

FIND-DAY-ALERT.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-AL-IDX FROM 1 BY 1
            UNTIL WS-AL-IDX > WS-AL-COUNT OR WS-FOUND = 'Y'
        IF WS-AL-ALERT(WS-AL-IDX) = ALT-ALERT
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-AL-IDX
    END-IF.

SUMMARIZE-RESPONSES.
    PERFORM VARYING WS-AL-IDX FROM 1 BY 1
            UNTIL WS-AL-IDX > WS-AL-COUNT
        EVALUATE WS-AL-SEVERITY(WS-AL-IDX)
            WHEN 'H'
                MOVE 1 TO WS-SEV-IDX
            WHEN 'M'
                MOVE 2 TO WS-SEV-IDX
            WHEN OTHER
                MOVE 3 TO WS-SEV-IDX
        END-EVALUATE
        ADD 1 TO WS-SEV-RAISED(WS-SEV-IDX)
        IF WS-AL-ESCALATED(WS-AL-IDX) = 'Y'
            ADD 1 TO WS-ESC-COUNT
        END-IF
        IF WS-AL-ACKED(WS-AL-IDX) = 'Y'
            ADD 1 TO WS-ACK-COUNT
            ADD WS-AL-WAIT(WS-AL-IDX) TO WS-ACK-TOTAL-MIN
            ADD 1 TO WS-SEV-ACKS(WS-SEV-IDX)
            ADD WS-AL-WAIT(WS-AL-IDX) TO WS-SEV-TOTAL-MIN(WS-SEV-IDX)
            PERFORM CREDIT-SUPERVISOR
        ELSE
            ADD 1 TO WS-OPEN-COUNT
        END-IF
    END-PERFORM.

CREDIT-SUPERVISOR.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
            UNTIL WS-SUP-IDX > WS-SUP-COUNT OR WS-FOUND = 'Y'
        IF WS-SUP-ID(WS-SUP-IDX) = WS-AL-ACK-STAFF(WS-AL-IDX)
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-SUP-IDX
    ELSE
        IF WS-SUP-COUNT >= 50
            ADD 1 TO WS-SUP-DROPPED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SUP-COUNT
        MOVE WS-SUP-COUNT TO WS-SUP-IDX
        MOVE WS-AL-ACK-STAFF(WS-AL-IDX) TO WS-SUP-ID(WS-SUP-IDX)
        MOVE 0 TO WS-SUP-ACKS(WS-SUP-IDX)
        MOVE 0 TO WS-SUP-TOTAL-MIN(WS-SUP-IDX)
        MOVE 0 TO WS-SUP-LONGEST(WS-SUP-IDX)
        MOVE 0 TO WS-SUP-ESC(WS-SUP-IDX)
        MOVE 0 TO WS-SUP-HIGH(WS-SUP-IDX)
    END-IF.
    ADD 1 TO WS-SUP-ACKS(WS-SUP-IDX).
    ADD WS-AL-WAIT(WS-AL-IDX) TO WS-SUP-TOTAL-MIN(WS-SUP-IDX).
    IF WS-AL-WAIT(WS-AL-IDX) > WS-SUP-LONGEST(WS-SUP-IDX)
        MOVE WS-AL-WAIT(WS-AL-IDX) TO WS-SUP-LONGEST(WS-SUP-IDX)
    END-IF.
    IF WS-AL-ESCALATED(WS-AL-IDX) = 'Y'
        ADD 1 TO WS-SUP-ESC(WS-SUP-IDX)
    END-IF.
    IF WS-AL-SEVERITY(WS-AL-IDX) = 'H'
        ADD 1 TO WS-SUP-HIGH(WS-SUP-IDX)
    END-IF.

PRINT-RESPONSE-REPORT.
    DISPLAY "===== PIT ALERT RESPONSE (" WS-REPORT-DAY ") =====".
    MOVE WS-AL-COUNT TO WS-CNT-DISP.
    MOVE WS-ACK-COUNT TO WS-CNT-DISP2.
    MOVE WS-ESC-COUNT TO WS-CNT-DISP3.
    DISPLAY "Alerts raised: " WS-CNT-DISP "   acknowledged: "
        WS-CNT-DISP2 "   escalated: " WS-CNT-DISP3.
    IF WS-AL-COUNT = 0
        DISPLAY "No pit alerts raised on this gaming day."
        EXIT PARAGRAPH
    END-IF.
    IF WS-ACK-COUNT > 0
        COMPUTE WS-AVG ROUNDED = WS-ACK-TOTAL-MIN / WS-ACK-COUNT
        MOVE WS-AVG TO WS-AVG-DISP
        DISPLAY "Average minutes to acknowledge: " WS-AVG-DISP
    END-IF.
    DISPLAY " ".
    DISPLAY "By severity      Raised  Acked  Avg min".
    PERFORM VARYING WS-SEV-IDX FROM 1 BY 1 UNTIL WS-SEV-IDX > 3
        PERFORM PRINT-SEVERITY-LINE
    END-PERFORM.
    DISPLAY " ".
    DISPLAY "By supervisor                  Acked  Avg min  Longest"
        "  Escalated  High".
    IF WS-SUP-COUNT = 0
        DISPLAY "  (no acknowledgments)"
    END-IF.
    PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
            UNTIL WS-SUP-IDX > WS-SUP-COUNT
        PERFORM PRINT-SUPERVISOR-LINE
    END-PERFORM.
    IF WS-SUP-DROPPED > 0
        DISPLAY "WARNING: more than 50 supervisors; " WS-SUP-DROPPED
            " acknowledgment(s) not summarized."
    END-IF.
    IF WS-OPEN-COUNT > 0
        DISPLAY " "
        DISPLAY "Still open        Sev Tbl Seat Raised  Age  Event"
        PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                UNTIL WS-AL-IDX > WS-AL-COUNT
            IF WS-AL-ACKED(WS-AL-IDX) NOT = 'Y'
                PERFORM PRINT-OPEN-LINE
            END-IF
        END-PERFORM
    END-IF.
    IF WS-AL-DROPPED > 0
        DISPLAY "WARNING: more than 2000 alerts on the day; "
            WS-AL-DROPPED " more not counted."
    END-IF.

PRINT-SEVERITY-LINE.
    MOVE WS-SEV-RAISED(WS-SEV-IDX) TO WS-CNT-DISP.
    MOVE WS-SEV-ACKS(WS-SEV-IDX) TO WS-CNT-DISP2.
    MOVE 0 TO WS-AVG.
    IF WS-SEV-ACKS(WS-SEV-IDX) > 0
        COMPUTE WS-AVG ROUNDED = WS-SEV-TOTAL-MIN(WS-SEV-IDX)
            / WS-SEV-ACKS(WS-SEV-IDX)
    END-IF.
    MOVE WS-AVG TO WS-AVG-DISP.
    EVALUATE WS-SEV-IDX
        WHEN 1
            DISPLAY "  H high        " WS-CNT-DISP "  " WS-CNT-DISP2
                "  " WS-AVG-DISP
        WHEN 2
            DISPLAY "  M medium      " WS-CNT-DISP "  " WS-CNT-DISP2
                "  " WS-AVG-DISP
        WHEN 3
            DISPLAY "  L low         " WS-CNT-DISP "  " WS-CNT-DISP2
                "  " WS-AVG-DISP
    END-EVALUATE.

PRINT-SUPERVISOR-LINE.
    PERFORM LOOKUP-STAFF-NAME.
    MOVE WS-SUP-ACKS(WS-SUP-IDX) TO WS-CNT-DISP.
    COMPUTE WS-AVG ROUNDED = WS-SUP-TOTAL-MIN(WS-SUP-IDX)
        / WS-SUP-ACKS(WS-SUP-IDX).
    MOVE WS-AVG TO WS-AVG-DISP.
    MOVE WS-SUP-LONGEST(WS-SUP-IDX) TO WS-MIN-DISP.
    MOVE WS-SUP-ESC(WS-SUP-IDX) TO WS-CNT-DISP2.
    MOVE WS-SUP-HIGH(WS-SUP-IDX) TO WS-CNT-DISP3.
    DISPLAY "  " WS-SUP-ID(WS-SUP-IDX) " " WS-STAFF-NAME "   "
        WS-CNT-DISP "  " WS-AVG-DISP "    " WS-MIN-DISP "      "
        WS-CNT-DISP2 " " WS-CNT-DISP3.

LOOKUP-STAFF-NAME.
    MOVE SPACES TO WS-STAFF-NAME.
    OPEN INPUT STAFF-FILE.
    IF STAFF-STATUS = "00"
        PERFORM UNTIL STAFF-STATUS = "10"
            READ STAFF-FILE
                AT END MOVE "10" TO STAFF-STATUS
            END-READ
            IF STAFF-STATUS = "00"
                AND STF-ID = WS-SUP-ID(WS-SUP-IDX)
                MOVE STF-NAME TO WS-STAFF-NAME
                MOVE "10" TO STAFF-STATUS
            END-IF
        END-PERFORM
        CLOSE STAFF-FILE
    ELSE
        CONTINUE
    END-IF.

PRINT-OPEN-LINE.
    MOVE 0 TO WS-WAIT.
    IF WS-NOW-MIN > WS-AL-RAISED-MIN(WS-AL-IDX)
        IF WS-NOW-MIN - WS-AL-RAISED-MIN(WS-AL-IDX) > 99999
            MOVE 99999 TO WS-WAIT
        ELSE
            COMPUTE WS-WAIT = WS-NOW-MIN - WS-AL-RAISED-MIN(WS-AL-IDX)
        END-IF
    END-IF.
    MOVE WS-WAIT TO WS-MIN-DISP.
    DISPLAY "  " WS-AL-ALERT(WS-AL-IDX) "        "
        WS-AL-SEVERITY(WS-AL-IDX) "   " WS-AL-TABLE(WS-AL-IDX) "   "
        WS-AL-SEAT(WS-AL-IDX) "   " WS-AL-TIME(WS-AL-IDX)(1:2) ":"
        WS-AL-TIME(WS-AL-IDX)(3:2) " " WS-MIN-DISP " "
        WS-AL-EVENT(WS-AL-IDX).

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
