IDENTIFICATION DIVISION.
PROGRAM-ID. ACCT-SURVIVOR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MERGE-FILE ASSIGN TO "CRAPS-MERGE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MERGE-STATUS.

DATA DIVISION.
FILE SECTION.
FD MERGE-FILE.
01 MERGE-RECORD.
    02 MRG-OLD-ACCOUNT  PIC 9(5).
    02 MRG-NEW-ACCOUNT  PIC 9(5).
    02 MRG-DATE         PIC X(8).
    02 MRG-TIME         PIC X(8).
    02 MRG-OLD-NAME     PIC X(20).
    02 MRG-BALANCE      PIC 9(5)V99.
    02 MRG-POINTS       PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 MERGE-STATUS         PIC X(2).
01 WS-LOADED            PIC X(1) VALUE 'N'.
01 WS-MERGE-COUNT       PIC 9(4) VALUE 0.
01 WS-MRG-IDX           PIC 9(4).
01 WS-HOPS              PIC 9(2).
01 WS-MOVED             PIC X(1).
*> Every merge on file, read once per run and kept for the calls
*> that follow.
01 WS-MERGE-TABLE.
    02 WS-MRG-ROW OCCURS 1000 TIMES.
        03 WS-MRG-OLD   PIC 9(5).
        03 WS-MRG-NEW   PIC 9(5).

LINKAGE SECTION.
01 LK-SV-ACCOUNT        PIC 9(5).

PROCEDURE DIVISION USING LK-SV-ACCOUNT.
MAIN-PROGRAM.
    *> Translate an account number ACCT-MERGE has retired into the
    *> account it was folded into, so a report reading audit events
    *> written under the old number credits them to the survivor.
    *> LK-SV-ACCOUNT is replaced in place; a number never merged
    *> comes back unchanged. A survivor later merged itself is
    *> followed on to the final account.
    IF WS-LOADED NOT = 'Y'
        PERFORM LOAD-MERGE-TABLE
    END-IF.
    IF LK-SV-ACCOUNT = 0 OR WS-MERGE-COUNT = 0
        GOBACK
    END-IF.
    MOVE 'Y' TO WS-MOVED.
    PERFORM VARYING WS-HOPS FROM 1 BY 1
            UNTIL WS-HOPS > 20 OR WS-MOVED NOT = 'Y'
        MOVE 'N' TO WS-MOVED
        PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                UNTIL WS-MRG-IDX > WS-MERGE-COUNT
                   OR WS-MOVED = 'Y'
            IF WS-MRG-OLD(WS-MRG-IDX) = LK-SV-ACCOUNT
                MOVE WS-MRG-NEW(WS-MRG-IDX) TO LK-SV-ACCOUNT
                MOVE 'Y' TO WS-MOVED
            END-IF
        END-PERFORM
    END-PERFORM.
    GOBACK.

LOAD-MERGE-TABLE.
    MOVE 'Y' TO WS-LOADED.
    MOVE 0 TO WS-MERGE-COUNT.
    OPEN INPUT MERGE-FILE.
    IF MERGE-STATUS = "00"
        PERFORM UNTIL MERGE-STATUS = "10"
            READ MERGE-FILE
                AT END MOVE "10" TO MERGE-STATUS
            END-READ
            IF MERGE-STATUS = "00"
                IF WS-MERGE-COUNT < 1000
                    ADD 1 TO WS-MERGE-COUNT
                    MOVE MRG-OLD-ACCOUNT
                        TO WS-MRG-OLD(WS-MERGE-COUNT)
                    MOVE MRG-NEW-ACCOUNT
                        TO WS-MRG-NEW(WS-MERGE-COUNT)
                ELSE
                    DISPLAY "ACCT-SURVIVOR: more than 1000 merges"
                        " on file; the rest are not applied."
                    MOVE "10" TO MERGE-STATUS
                END-IF
            END-IF
        END-PERFORM
        CLOSE MERGE-FILE
    ELSE
        CONTINUE
    END-IF.
