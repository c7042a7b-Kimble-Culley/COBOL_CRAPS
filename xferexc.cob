IDENTIFICATION DIVISION.
PROGRAM-ID. XFER-EXCEPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSFER-FILE ASSIGN TO "CRAPS-TRANSFER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TRANSFER-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRANSFER-FILE.
01 TRANSFER-RECORD.
    02 XFR-SLIP         PIC 9(7).
    02 XFR-TYPE         PIC X(1).
    02 XFR-DATE         PIC X(8).
    02 XFR-TIME         PIC X(8).
    02 XFR-TABLE        PIC 9(1).
    02 XFR-SESSION      PIC X(14).
    02 XFR-ACCOUNT      PIC 9(5).
    02 XFR-PLAYER       PIC X(20).
    02 XFR-AMOUNT       PIC 9(5)V99.
    02 XFR-DEALER       PIC X(4).

WORKING-STORAGE SECTION.
01 TRANSFER-STATUS      PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "XFER-EXCEPT".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-DAY-NUM           PIC 9(8).
01 WS-TODAY-INT         PIC 9(7) VALUE 0.
01 WS-AGE               PIC 9(5) VALUE 0.
01 WS-AGE-DISP          PIC ZZZZ9.
01 WS-AMT-DISP          PIC $$$,$$9.99.
01 WS-TOTAL-DISP        PIC $$$,$$$,$$9.99.
01 WS-OPEN-IDX          PIC 9(4).
01 WS-OPEN-COUNT        PIC 9(4) VALUE 0.
01 WS-OPEN-DROPPED      PIC 9(5) VALUE 0.
01 WS-ORPHAN-INS        PIC 9(5) VALUE 0.
01 WS-SLIPS-OUT         PIC 9(7) VALUE 0.
01 WS-SLIPS-IN          PIC 9(7) VALUE 0.
01 WS-OPEN-TOTAL        PIC 9(9)V99 VALUE 0.
01 WS-FOUND             PIC X(1) VALUE 'N'.
*> Slips walked out and not yet taken in. A slip comes off the
*> table the moment its 'I' leg is read, so the table only ever
*> holds what is still outstanding.
01 WS-OPEN-TABLE.
    02 WS-OPEN-ROW OCCURS 500 TIMES.
        03 WS-OP-SLIP       PIC 9(7).
        03 WS-OP-DATE       PIC X(8).
        03 WS-OP-TIME       PIC X(8).
        03 WS-OP-TABLE      PIC 9(1).
        03 WS-OP-ACCOUNT    PIC 9(5).
        03 WS-OP-PLAYER     PIC X(20).
        03 WS-OP-AMOUNT     PIC 9(5)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Transfer exception list for the close of day. Every chip
    *> transfer slip cut at a seat (the 'O' legs of CRAPS-TRANSFER.DAT)
    *> should be taken in at another table (an 'I' leg). A slip still
    *> outstanding means chips left a table as a transfer and never
    *> sat down anywhere - carried off the floor, taken to the cage,
    *> or a sign-in keyed as a cash buy-in instead - and the pit
    *> must chase it. Each outstanding slip is listed every night
    *> until it is taken in, with its age in gaming days. Any slip on
    *> the list is a warning (return code 4) for EOD-CLOSE.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    MOVE WS-TODAY TO WS-DAY-NUM.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM).
    DISPLAY "===== TRANSFER SLIP EXCEPTIONS (" WS-TODAY ") =====".
    OPEN INPUT TRANSFER-FILE.
    EVALUATE TRANSFER-STATUS
        WHEN "00"
            PERFORM UNTIL TRANSFER-STATUS = "10"
                READ TRANSFER-FILE
                    AT END MOVE "10" TO TRANSFER-STATUS
                END-READ
                IF TRANSFER-STATUS = "00"
                    PERFORM APPLY-TRANSFER-LEG
                END-IF
            END-PERFORM
            CLOSE TRANSFER-FILE
        WHEN "35"
            DISPLAY "No transfer slips on file."
            GOBACK
        WHEN OTHER
            DISPLAY "Error opening CRAPS-TRANSFER.DAT (FILE STATUS "
                TRANSFER-STATUS ")."
            MOVE 'E' TO WS-OPS-SEVERITY
            MOVE "transfer file unreadable; exception list not run"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-EVALUATE.
    PERFORM PRINT-EXCEPTIONS.
    IF WS-OPEN-COUNT > 0 OR WS-OPEN-DROPPED > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "transfer slips out with no matching transfer-in"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

APPLY-TRANSFER-LEG.
    EVALUATE XFR-TYPE
        WHEN 'O'
            ADD 1 TO WS-SLIPS-OUT
            IF WS-OPEN-COUNT < 500
                ADD 1 TO WS-OPEN-COUNT
                MOVE XFR-SLIP TO WS-OP-SLIP(WS-OPEN-COUNT)
                MOVE XFR-DATE TO WS-OP-DATE(WS-OPEN-COUNT)
                MOVE XFR-TIME TO WS-OP-TIME(WS-OPEN-COUNT)
                MOVE XFR-TABLE TO WS-OP-TABLE(WS-OPEN-COUNT)
                MOVE XFR-ACCOUNT TO WS-OP-ACCOUNT(WS-OPEN-COUNT)
                MOVE XFR-PLAYER TO WS-OP-PLAYER(WS-OPEN-COUNT)
                MOVE XFR-AMOUNT TO WS-OP-AMOUNT(WS-OPEN-COUNT)
            ELSE
                ADD 1 TO WS-OPEN-DROPPED
            END-IF
        WHEN 'I'
            ADD 1 TO WS-SLIPS-IN
            PERFORM CLOSE-OPEN-SLIP
    END-EVALUATE.

CLOSE-OPEN-SLIP.
    *> The last row moves into the freed one.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
            UNTIL WS-OPEN-IDX > WS-OPEN-COUNT OR WS-FOUND = 'Y'
        IF WS-OP-SLIP(WS-OPEN-IDX) = XFR-SLIP
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-OPEN-IDX
        IF WS-OPEN-IDX < WS-OPEN-COUNT
            MOVE WS-OPEN-ROW(WS-OPEN-COUNT)
                TO WS-OPEN-ROW(WS-OPEN-IDX)
        END-IF
        SUBTRACT 1 FROM WS-OPEN-COUNT
    ELSE
        ADD 1 TO WS-ORPHAN-INS
    END-IF.

PRINT-EXCEPTIONS.
    DISPLAY "Slips cut: " WS-SLIPS-OUT "   taken in: " WS-SLIPS-IN.
    IF WS-OPEN-COUNT = 0 AND WS-OPEN-DROPPED = 0
        DISPLAY "Every transfer slip has been taken in."
    ELSE
        DISPLAY " "
        DISPLAY "Slip     Out on   at     Tbl Acct  Player"
            "                    Amount  Age"
        PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
            PERFORM PRINT-OPEN-SLIP
        END-PERFORM
        MOVE WS-OPEN-TOTAL TO WS-TOTAL-DISP
        DISPLAY "Outstanding: " WS-OPEN-COUNT " slip(s) for "
            WS-TOTAL-DISP
    END-IF.
    IF WS-OPEN-DROPPED > 0
        DISPLAY "WARNING: more than 500 slips outstanding; "
            WS-OPEN-DROPPED " more not listed."
    END-IF.
    IF WS-ORPHAN-INS > 0
        DISPLAY "Slips taken in with no slip cut on file: "
            WS-ORPHAN-INS
    END-IF.

PRINT-OPEN-SLIP.
    MOVE 0 TO WS-AGE.
    CALL "GAMING-DAY" USING WS-OP-DATE(WS-OPEN-IDX)
        WS-OP-TIME(WS-OPEN-IDX) WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO.
    IF WS-GD-DAY IS NUMERIC
        MOVE WS-GD-DAY TO WS-DAY-NUM
        IF WS-TODAY-INT > FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
            COMPUTE WS-AGE = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
        END-IF
    END-IF.
    MOVE WS-AGE TO WS-AGE-DISP.
    MOVE WS-OP-AMOUNT(WS-OPEN-IDX) TO WS-AMT-DISP.
    ADD WS-OP-AMOUNT(WS-OPEN-IDX) TO WS-OPEN-TOTAL.
    DISPLAY WS-OP-SLIP(WS-OPEN-IDX) "  " WS-OP-DATE(WS-OPEN-IDX) " "
        WS-OP-TIME(WS-OPEN-IDX)(1:4) "    " WS-OP-TABLE(WS-OPEN-IDX)
        "  " WS-OP-ACCOUNT(WS-OPEN-IDX) " " WS-OP-PLAYER(WS-OPEN-IDX)
        " " WS-AMT-DISP " " WS-AGE-DISP.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
