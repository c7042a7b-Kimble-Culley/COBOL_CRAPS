        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUMMARY-STATUS.

    SELECT STAFF-FILE ASSIGN TO "CRAPS-STAFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
    02 CAT-DATE         PIC X(8).
    02 CAT-NAME         PIC X(40).

*> The daily summary EOD-CLOSE cuts from each table's trail (see
*> SUMMARY-BUILD for the row types).
FD SUMMARY-FILE.
01 SUMMARY-RECORD.
    02 SUM-TYPE         PIC X(1).
    02 SUM-GD-DAY       PIC X(8).
    02 SUM-SHIFT-NO     PIC 9(1).
    02 SUM-SHIFT        PIC X(1).
    02 SUM-CAL-DATE     PIC X(8).
    02 SUM-SESSION      PIC X(14).
    02 SUM-ACCOUNT      PIC 9(5).
    02 SUM-PLAYER       PIC X(20).
    02 SUM-DEALER       PIC X(4).
    02 SUM-EVENT        PIC X(10).
    02 SUM-CLASS        PIC X(1).
    02 SUM-CURRENCY     PIC X(3).
    02 SUM-TIME         PIC X(8).
    02 SUM-COUNT        PIC 9(7).
    02 SUM-AMOUNT       PIC 9(9)V99.
    02 SUM-LARGEST      PIC 9(5)V99.
    02 SUM-PAIRED       PIC 9(9)V99.
01 SUMMARY-HEADER.
    02 SUM-H-TYPE       PIC X(1).
    02 SUM-H-TABLE      PIC 9(1).
    02 SUM-H-DAY        PIC X(8).
    02 SUM-H-FIRST-DAY  PIC X(8).
    02 SUM-H-LAST-DAY   PIC X(8).
    02 SUM-H-BUILT-DATE PIC X(8).
    02 SUM-H-BUILT-TIME PIC X(8).
    02 SUM-H-W2G        PIC 9(5)V99.
    02 SUM-H-SOURCE     PIC X(40).
    02 FILLER           PIC X(31).

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "STAFF-EXCEPTIONS".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 CATALOG-STATUS       PIC X(2).
01 SUMMARY-STATUS       PIC X(2).
01 WS-SUMMARY-NAME      PIC X(40).
01 WS-SUMMARY-USED      PIC X(1).
01 STAFF-STATUS         PIC X(2).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-FROM-DATE         PIC X(8) VALUE "00000000".
01 WS-TO-DATE           PIC X(8) VALUE "99999999".
01 WS-DATE-INPUT        PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-STF-COUNT         PIC 9(3) VALUE 0.
01 WS-STF-IDX           PIC 9(3).
01 WS-FOUND             PIC X(1).
01 WS-KEY-DEALER        PIC X(4).
01 WS-AMT-DISP          PIC $$$,$$$,$$9.99.
*> One tally row per staff id seen on a supervisor action. A blank
*> id means the event predates dealer sign-on.
    *> adjustments up and down, voided bets, and limit overrides,
    *> grouped by the dealer id each audit event carries. When the
    *> cage finds a session out of balance, this answers "who was on
    *> the table" without pulling the raw trail. The range is in
    *> gaming days as GAMING-DAY draws them, so a graveyard crew's
    *> after-midnight actions stay with the night they belong to. A
    *> closed day is read from the per-dealer totals in its daily
    *> summary.
    DISPLAY "Staff exceptions - from gaming day (YYYYMMDD,"
        " ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
        MOVE WS-DATE-INPUT TO WS-FROM-DATE
    END-IF.
    DISPLAY "To gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    PERFORM PRINT-EXCEPTION-REPORT.
    MOVE WS-RUN-RC TO RETURN-CODE.
    STOP RUN.

SCAN-ARCHIVED-GENERATIONS.
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                PERFORM SCAN-DAY-SUMMARY
                IF WS-SUMMARY-USED = 'N'
                    MOVE CAT-NAME TO WS-AUDIT-NAME
                    PERFORM SCAN-AUDIT-LOG
                END-IF
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                    IF WS-GD-DAY >= WS-FROM-DATE
                        AND WS-GD-DAY <= WS-TO-DATE
                        PERFORM TALLY-AUDIT-RECORD
                    END-IF
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
            MOVE "audit log unreadable; exceptions incomplete"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            IF WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF
    END-EVALUATE.

TALLY-AUDIT-RECORD.
    MOVE AUD-DEALER TO WS-KEY-DEALER.
    EVALUATE AUD-EVENT
        WHEN "SUP-ADJ-UP"
            PERFORM FIND-STAFF-ROW
            ADD 1 TO WS-ST-OVERRIDES(WS-STF-IDX)
    END-EVALUATE.

SCAN-DAY-SUMMARY.
    *> WS-SUMMARY-USED stays 'N' when the day has no summary on file
    *> and the raw generation is read instead. Rows go by the
    *> gaming day they belong to.
    MOVE 'N' TO WS-SUMMARY-USED.
    MOVE SPACES TO WS-SUMMARY-NAME.
    STRING "CRAPS-DAYSUM.T" CAT-TABLE ".D" CAT-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-SUMMARY-NAME.
    OPEN INPUT SUMMARY-FILE.
    IF SUMMARY-STATUS = "00"
        READ SUMMARY-FILE
            AT END MOVE "10" TO SUMMARY-STATUS
        END-READ
        IF SUMMARY-STATUS = "00" AND SUM-H-TYPE = 'H'
            MOVE 'Y' TO WS-SUMMARY-USED
            IF SUM-H-LAST-DAY >= WS-FROM-DATE
                AND SUM-H-FIRST-DAY <= WS-TO-DATE
                PERFORM UNTIL SUMMARY-STATUS NOT = "00"
                    READ SUMMARY-FILE
                        AT END MOVE "10" TO SUMMARY-STATUS
                    END-READ
                    IF SUMMARY-STATUS = "00" AND SUM-TYPE = 'D'
                        AND SUM-GD-DAY >= WS-FROM-DATE
                        AND SUM-GD-DAY <= WS-TO-DATE
                        PERFORM TALLY-SUMMARY-ROW
                    END-IF
                END-PERFORM
            END-IF
        END-IF
        CLOSE SUMMARY-FILE
    ELSE
        CONTINUE
    END-IF.

TALLY-SUMMARY-ROW.
    MOVE SUM-DEALER TO WS-KEY-DEALER.
    EVALUATE SUM-EVENT
        WHEN "SUP-ADJ-UP"
            PERFORM FIND-STAFF-ROW
            ADD SUM-COUNT TO WS-ST-ADJ-UP(WS-STF-IDX)
            ADD SUM-AMOUNT TO WS-ST-ADJ-UP-AMT(WS-STF-IDX)
        WHEN "SUP-ADJ-DN"
            PERFORM FIND-STAFF-ROW
            ADD SUM-COUNT TO WS-ST-ADJ-DN(WS-STF-IDX)
            ADD SUM-AMOUNT TO WS-ST-ADJ-DN-AMT(WS-STF-IDX)
        WHEN "SUP-VOID"
            PERFORM FIND-STAFF-ROW
            ADD SUM-COUNT TO WS-ST-VOIDS(WS-STF-IDX)
            ADD SUM-AMOUNT TO WS-ST-VOID-AMT(WS-STF-IDX)
        WHEN "SUP-OVR"
            PERFORM FIND-STAFF-ROW
            ADD SUM-COUNT TO WS-ST-OVERRIDES(WS-STF-IDX)
    END-EVALUATE.

FIND-STAFF-ROW.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-STF-IDX FROM 1 BY 1
            UNTIL WS-STF-IDX > WS-STF-COUNT OR WS-FOUND = 'Y'
        IF WS-ST-ID(WS-STF-IDX) = WS-KEY-DEALER
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
        IF WS-STF-COUNT < 50
            ADD 1 TO WS-STF-COUNT
            MOVE WS-STF-COUNT TO WS-STF-IDX
            MOVE WS-KEY-DEALER TO WS-ST-ID(WS-STF-IDX)
        ELSE
            MOVE 50 TO WS-STF-IDX
        END-IF

PRINT-EXCEPTION-REPORT.
    DISPLAY "===== SUPERVISOR ACTIONS BY STAFF ON DUTY =====".
    DISPLAY "Gaming days: " WS-FROM-DATE " - " WS-TO-DATE.
    IF WS-STF-COUNT = 0
        DISPLAY "No supervisor actions on file for this range."
    ELSE
