IDENTIFICATION DIVISION.
PROGRAM-ID. SUMMARY-REBUILD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATALOG-FILE ASSIGN TO "CRAPS-ARCHIVE.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD CATALOG-FILE.
01 CATALOG-RECORD.
    02 CAT-TABLE        PIC 9(1).
    02 CAT-TYPE         PIC X(1).
    02 CAT-DATE         PIC X(8).
    02 CAT-NAME         PIC X(40).

WORKING-STORAGE SECTION.
01 CATALOG-STATUS       PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "SUMMARY-REBUILD".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-GAMING-DAY        PIC X(8).
01 WS-DAY-N             PIC 9(8).
01 WS-TABLE-SEL         PIC 9(1) VALUE 0.
01 WS-GEN-COUNT         PIC 9(2) VALUE 0.
01 WS-GEN-IDX           PIC 9(2).
01 WS-BUILT-COUNT       PIC 9(2) VALUE 0.
01 WS-FAILED-COUNT      PIC 9(2) VALUE 0.
01 WS-TARGET-NAME       PIC X(40).
01 WS-BUILD-RESULT.
    02 WS-BUILD-RECORDS PIC 9(7).
    02 WS-BUILD-AMOUNT  PIC 9(11)V99.
    02 WS-BUILD-ROWS    PIC 9(7).
01 WS-BUILD-RC          PIC 9(4) VALUE 0.
01 WS-AMOUNT-DISP       PIC $$$,$$$,$$$,$$9.99.
*> The audit generations archived for the day, and whether each
*> table already has a summary in the catalog.
01 WS-GEN-TABLE.
    02 WS-GEN-ROW OCCURS 20 TIMES.
        03 WS-GEN-TBL       PIC 9(1).
        03 WS-GEN-NAME      PIC X(40).
01 WS-CATALOGUED-TABLE.
    02 WS-CATALOGUED OCCURS 9 TIMES PIC X(1).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Regenerate the daily summary of a closed gaming day from the
    *> audit generation EOD-ARCHIVE filed for it - for a day closed
    *> before summaries were kept, a summary lost or damaged, or a
    *> day whose close could not build one. The summary is written
    *> through SUMMARY-BUILD exactly as the close writes it, under
    *> the name EOD-ARCHIVE would have given it, and catalogued if
    *> the catalog does not already list it. A generation already
    *> purged from the catalog cannot be rebuilt.
    DISPLAY "Summary rebuild - gaming day (YYYYMMDD): ".
    ACCEPT WS-GAMING-DAY.
    MOVE WS-GAMING-DAY TO WS-DAY-N.
    IF WS-GAMING-DAY IS NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-N) NOT = 0
        DISPLAY "Not a valid date: " WS-GAMING-DAY
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Table number (1-9, 0 = every table that day): ".
    ACCEPT WS-TABLE-SEL.
    PERFORM FIND-GENERATIONS.
    IF WS-GEN-COUNT = 0
        DISPLAY "No archived audit generation in the catalog for "
            WS-GAMING-DAY "; nothing to rebuild."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
            UNTIL WS-GEN-IDX > WS-GEN-COUNT
        PERFORM REBUILD-ONE-SUMMARY
    END-PERFORM.
    DISPLAY "Summaries rebuilt: " WS-BUILT-COUNT
        "  failed: " WS-FAILED-COUNT.
    IF WS-FAILED-COUNT > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    GOBACK.

FIND-GENERATIONS.
    MOVE ALL 'N' TO WS-CATALOGUED-TABLE.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS NOT = "00"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00"
                AND CAT-DATE = WS-GAMING-DAY
                AND CAT-TABLE >= 1
                AND (WS-TABLE-SEL = 0 OR CAT-TABLE = WS-TABLE-SEL)
                PERFORM NOTE-CATALOG-ENTRY
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        CONTINUE
    END-IF.

NOTE-CATALOG-ENTRY.
    IF CAT-TYPE = 'S'
        MOVE 'Y' TO WS-CATALOGUED(CAT-TABLE)
    END-IF.
    IF CAT-TYPE = 'A'
        IF WS-GEN-COUNT < 20
            ADD 1 TO WS-GEN-COUNT
            MOVE CAT-TABLE TO WS-GEN-TBL(WS-GEN-COUNT)
            MOVE CAT-NAME TO WS-GEN-NAME(WS-GEN-COUNT)
        ELSE
            DISPLAY "More than 20 generations for " WS-GAMING-DAY
                "; " CAT-NAME " passed over."
        END-IF
    END-IF.

REBUILD-ONE-SUMMARY.
    MOVE SPACES TO WS-TARGET-NAME.
    STRING "CRAPS-DAYSUM.T" WS-GEN-TBL(WS-GEN-IDX) ".D"
        WS-GAMING-DAY ".DAT"
        DELIMITED BY SIZE INTO WS-TARGET-NAME.
    DISPLAY "Table " WS-GEN-TBL(WS-GEN-IDX) ": "
        WS-GEN-NAME(WS-GEN-IDX).
    CALL "SUMMARY-BUILD" USING WS-GEN-NAME(WS-GEN-IDX)
        WS-TARGET-NAME WS-GEN-TBL(WS-GEN-IDX) WS-GAMING-DAY
        WS-BUILD-RESULT.
    MOVE RETURN-CODE TO WS-BUILD-RC.
    IF WS-BUILD-RC >= 8
        ADD 1 TO WS-FAILED-COUNT
        DISPLAY "   not rebuilt; the summary on file, if any, is"
            " unchanged."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "summary rebuild failed for " WS-TARGET-NAME
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    ELSE
        ADD 1 TO WS-BUILT-COUNT
        MOVE WS-BUILD-AMOUNT TO WS-AMOUNT-DISP
        DISPLAY "   " WS-BUILD-RECORDS " records, amounts "
            WS-AMOUNT-DISP ", " WS-BUILD-ROWS " rows -> "
            WS-TARGET-NAME
        IF WS-CATALOGUED(WS-GEN-TBL(WS-GEN-IDX)) NOT = 'Y'
            PERFORM CATALOG-SUMMARY
        END-IF
    END-IF.

CATALOG-SUMMARY.
    *> Listed like any generation, so retention purges it with the
    *> trail it was cut from.
    MOVE WS-GEN-TBL(WS-GEN-IDX) TO CAT-TABLE.
    MOVE 'S' TO CAT-TYPE.
    MOVE WS-GAMING-DAY TO CAT-DATE.
    MOVE WS-TARGET-NAME TO CAT-NAME.
    OPEN EXTEND CATALOG-FILE.
    IF CATALOG-STATUS = "35"
        OPEN OUTPUT CATALOG-FILE
        CLOSE CATALOG-FILE
        OPEN EXTEND CATALOG-FILE
    END-IF.
    WRITE CATALOG-RECORD.
    CLOSE CATALOG-FILE.
    MOVE 'Y' TO WS-CATALOGUED(WS-GEN-TBL(WS-GEN-IDX)).

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
