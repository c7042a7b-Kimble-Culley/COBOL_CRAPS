IDENTIFICATION DIVISION.
PROGRAM-ID. DAY-SUMMARY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PROBE-STATUS.

    SELECT RUNCARD-FILE ASSIGN TO "CRAPS-RUNCARD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

DATA DIVISION.
FILE SECTION.
FD PROBE-FILE.
01 PROBE-RECORD         PIC X(80).

FD RUNCARD-FILE.
01 RUNCARD-RECORD.
    02 RUN-TABLE        PIC 9(1).

WORKING-STORAGE SECTION.
01 PROBE-STATUS         PIC X(2).
01 RUNCARD-STATUS       PIC X(2).
01 WS-RUNCARD           PIC X(1) VALUE 'N'.
01 WS-PROBE-NAME        PIC X(40).
01 WS-TABLE-SEL         PIC 9(1) VALUE 1.
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-RUN-DATE          PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-SOURCE-NAME       PIC X(40).
01 WS-TARGET-NAME       PIC X(40).
01 WS-BUILD-RESULT.
    02 WS-BUILD-RECORDS PIC 9(7).
    02 WS-BUILD-AMOUNT  PIC 9(11)V99.
    02 WS-BUILD-ROWS    PIC 9(7).
01 WS-BUILD-RC          PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Close-of-day summary for one table, run by EOD-CLOSE after
    *> the cage is reconciled and before EOD-ARCHIVE renames the
    *> live audit log away: the log is summarized by SUMMARY-BUILD
    *> into CRAPS-DAYSUM.T<n>.DAT, which EOD-ARCHIVE then files and
    *> catalogs beside the generation it was cut from, under the
    *> same gaming day. The date-range reports read that summary for
    *> a closed day instead of the raw trail.
    PERFORM GET-TABLE-SELECTION.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-RUN-DATE
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    MOVE SPACES TO WS-SOURCE-NAME.
    STRING "CRAPS-AUDIT.T" WS-TABLE-SEL ".LOG"
        DELIMITED BY SIZE INTO WS-SOURCE-NAME.
    MOVE SPACES TO WS-TARGET-NAME.
    STRING "CRAPS-DAYSUM.T" WS-TABLE-SEL ".DAT"
        DELIMITED BY SIZE INTO WS-TARGET-NAME.
    MOVE WS-SOURCE-NAME TO WS-PROBE-NAME.
    OPEN INPUT PROBE-FILE.
    IF PROBE-STATUS NOT = "00"
        DISPLAY "No " WS-SOURCE-NAME " to summarize."
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.
    CLOSE PROBE-FILE.
    CALL "SUMMARY-BUILD" USING WS-SOURCE-NAME WS-TARGET-NAME
        WS-TABLE-SEL WS-RUN-DATE WS-BUILD-RESULT.
    MOVE RETURN-CODE TO WS-BUILD-RC.
    IF WS-BUILD-RC >= 8
        *> Not a reason to hold the close: the archive goes ahead,
        *> the reports read that day's raw generation until
        *> SUMMARY-REBUILD is run for it. Any summary left from an
        *> earlier night must not be filed as this one.
        CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME
        DISPLAY "Daily summary for table " WS-TABLE-SEL
            " not built; rebuild it once the day is archived."
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "Summarized " WS-SOURCE-NAME ": "
            WS-BUILD-RECORDS " records, " WS-BUILD-ROWS
            " summary rows, written to " WS-TARGET-NAME
        MOVE 0 TO RETURN-CODE
    END-IF.
    GOBACK.

GET-TABLE-SELECTION.
    *> Staged on the run card by the close-of-day driver; prompted
    *> for when run by hand.
    OPEN INPUT RUNCARD-FILE.
    IF RUNCARD-STATUS = "00"
        READ RUNCARD-FILE
            AT END MOVE "10" TO RUNCARD-STATUS
        END-READ
        IF RUNCARD-STATUS = "00"
            AND RUN-TABLE >= 1 AND RUN-TABLE <= 9
            MOVE RUN-TABLE TO WS-TABLE-SEL
            MOVE 'Y' TO WS-RUNCARD
        END-IF
        CLOSE RUNCARD-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-RUNCARD NOT = 'Y'
        DISPLAY "Daily summary - table number (1-9): "
        ACCEPT WS-TABLE-SEL
        IF WS-TABLE-SEL = 0
            MOVE 1 TO WS-TABLE-SEL
        END-IF
    END-IF.
