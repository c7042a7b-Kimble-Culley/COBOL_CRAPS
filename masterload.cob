IDENTIFICATION DIVISION.
PROGRAM-ID. MASTER-LOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-ACCOUNT-FILE ASSIGN TO "CRAPS-ACCOUNTS.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS OLD-STATUS.

    SELECT ACCOUNT-FILE ASSIGN TO "CRAPS-ACCOUNTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUMBER
        FILE STATUS IS NEW-STATUS.

    SELECT OLD-COMP-FILE ASSIGN TO "CRAPS-COMPS.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS OLD-STATUS.

    SELECT COMP-FILE ASSIGN TO "CRAPS-COMPS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CMP-KEY
        FILE STATUS IS NEW-STATUS.

    SELECT OLD-LIFE-FILE ASSIGN TO "CRAPS-LIFETIME.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS OLD-STATUS.

    SELECT LIFETIME-FILE ASSIGN TO "CRAPS-LIFETIME.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LT-KEY
        FILE STATUS IS NEW-STATUS.

DATA DIVISION.
FILE SECTION.
FD OLD-ACCOUNT-FILE.
01 OLD-ACCOUNT-RECORD   PIC X(62).

FD ACCOUNT-FILE.
01 ACCOUNT-RECORD.
    02 ACCT-NUMBER      PIC 9(5).
    02 ACCT-NAME        PIC X(20).
    02 ACCT-BALANCE     PIC 9(5)V99.
    02 ACCT-LAST-DATE   PIC X(8).
    02 ACCT-LOSS-CAP    PIC 9(5)V99.
    02 ACCT-TIME-LIMIT  PIC 9(3).
    02 ACCT-LOCKOUT     PIC X(8).
    02 ACCT-PIN         PIC X(4).

FD OLD-COMP-FILE.
01 OLD-COMP-RECORD.
    02 OCM-ACCOUNT      PIC 9(5).
    02 OCM-NAME         PIC X(20).
    02 OCM-POINTS       PIC 9(7)V99.

FD COMP-FILE.
01 COMP-RECORD.
    02 CMP-KEY.
        03 CMP-ACCOUNT  PIC 9(5).
        03 CMP-NAME     PIC X(20).
    02 CMP-POINTS       PIC 9(7)V99.

FD OLD-LIFE-FILE.
01 OLD-LIFE-RECORD      PIC X(118).

FD LIFETIME-FILE.
01 LIFETIME-RECORD.
    02 LT-KEY.
        03 LT-ACCOUNT   PIC 9(5).
        03 LT-NAME      PIC X(20).
    02 LT-REST          PIC X(93).

WORKING-STORAGE SECTION.
01 OLD-STATUS           PIC X(2).
01 NEW-STATUS           PIC X(2).
01 WS-OLD-NAME          PIC X(20).
01 WS-NEW-NAME          PIC X(20).
01 WS-READY             PIC X(1) VALUE 'N'.
01 WS-READ-COUNT        PIC 9(7) VALUE 0.
01 WS-LOADED-COUNT      PIC 9(7) VALUE 0.
01 WS-DUP-COUNT         PIC 9(7) VALUE 0.
01 WS-LOAD-POINTS       PIC 9(7)V99 VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> One-time conversion, the way HISTORY-LOAD converted the
    *> history file: move the account, comp and lifetime masters
    *> from line sequential onto the keyed organization ACCOUNT-
    *> MASTER, COMP-POINTS and LIFETIME-STATS now update a record at
    *> a time. Runs after ACCT-KEY-LOAD, with the tables and the
    *> cage closed. Each master keeps its name: the old file is
    *> first renamed to .SEQ and loaded from there into a new keyed
    *> .DAT, and the .SEQ copy is left for the operator to remove
    *> once the counts check out. A master that is already keyed is
    *> left alone, so a rerun is harmless. Two old comp rows on the
    *> same account and name have their points added together; any
    *> other key collision is listed and not loaded.
    MOVE "CRAPS-ACCOUNTS.DAT" TO WS-OLD-NAME.
    MOVE "CRAPS-ACCOUNTS.SEQ" TO WS-NEW-NAME.
    PERFORM CONVERT-ACCOUNT-MASTER.
    MOVE "CRAPS-COMPS.DAT" TO WS-OLD-NAME.
    MOVE "CRAPS-COMPS.SEQ" TO WS-NEW-NAME.
    PERFORM CONVERT-COMP-MASTER.
    MOVE "CRAPS-LIFETIME.DAT" TO WS-OLD-NAME.
    MOVE "CRAPS-LIFETIME.SEQ" TO WS-NEW-NAME.
    PERFORM CONVERT-LIFETIME-MASTER.
    STOP RUN.

CONVERT-ACCOUNT-MASTER.
    MOVE 0 TO WS-READ-COUNT WS-LOADED-COUNT WS-DUP-COUNT.
    OPEN INPUT ACCOUNT-FILE.
    IF NEW-STATUS = "00"
        CLOSE ACCOUNT-FILE
        DISPLAY "Account master is already keyed; left alone."
        EXIT PARAGRAPH
    END-IF.
    PERFORM SET-ASIDE-OLD-MASTER.
    OPEN INPUT OLD-ACCOUNT-FILE.
    IF OLD-STATUS NOT = "00"
        DISPLAY "No account master to convert (FILE STATUS "
            OLD-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT ACCOUNT-FILE.
    IF NEW-STATUS NOT = "00"
        DISPLAY "Cannot create CRAPS-ACCOUNTS.DAT (FILE STATUS "
            NEW-STATUS "). Nothing converted."
        CLOSE OLD-ACCOUNT-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL OLD-STATUS = "10"
        READ OLD-ACCOUNT-FILE
            AT END MOVE "10" TO OLD-STATUS
        END-READ
        IF OLD-STATUS = "00"
            ADD 1 TO WS-READ-COUNT
            MOVE OLD-ACCOUNT-RECORD TO ACCOUNT-RECORD
            WRITE ACCOUNT-RECORD
                INVALID KEY
                    ADD 1 TO WS-DUP-COUNT
                    DISPLAY "Account " ACCT-NUMBER " (" ACCT-NAME
                        ") is on file twice; second one not loaded."
                NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
            END-WRITE
        END-IF
    END-PERFORM.
    CLOSE OLD-ACCOUNT-FILE.
    CLOSE ACCOUNT-FILE.
    PERFORM SHOW-COUNTS.

CONVERT-COMP-MASTER.
    MOVE 0 TO WS-READ-COUNT WS-LOADED-COUNT WS-DUP-COUNT.
    OPEN INPUT COMP-FILE.
    IF NEW-STATUS = "00"
        CLOSE COMP-FILE
        DISPLAY "Comp master is already keyed; left alone."
        EXIT PARAGRAPH
    END-IF.
    PERFORM SET-ASIDE-OLD-MASTER.
    OPEN INPUT OLD-COMP-FILE.
    IF OLD-STATUS NOT = "00"
        DISPLAY "No comp master to convert (FILE STATUS "
            OLD-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O COMP-FILE.
    IF NEW-STATUS = "35"
        OPEN OUTPUT COMP-FILE
        CLOSE COMP-FILE
        OPEN I-O COMP-FILE
    END-IF.
    IF NEW-STATUS NOT = "00"
        DISPLAY "Cannot create CRAPS-COMPS.DAT (FILE STATUS "
            NEW-STATUS "). Nothing converted."
        CLOSE OLD-COMP-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL OLD-STATUS = "10"
        READ OLD-COMP-FILE
            AT END MOVE "10" TO OLD-STATUS
        END-READ
        IF OLD-STATUS = "00"
            ADD 1 TO WS-READ-COUNT
            MOVE OLD-COMP-RECORD TO COMP-RECORD
            WRITE COMP-RECORD
                INVALID KEY PERFORM COMBINE-COMP-ROW
                NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
            END-WRITE
        END-IF
    END-PERFORM.
    CLOSE OLD-COMP-FILE.
    CLOSE COMP-FILE.
    PERFORM SHOW-COUNTS.

COMBINE-COMP-ROW.
    *> The sequential ledger only ever credited the first of two
    *> rows with the same key, but both are the player's points.
    MOVE OCM-POINTS TO WS-LOAD-POINTS.
    READ COMP-FILE KEY IS CMP-KEY
        INVALID KEY
            DISPLAY "Comp row for " OCM-NAME
                " could not be loaded."
        NOT INVALID KEY
            ADD WS-LOAD-POINTS TO CMP-POINTS
            REWRITE COMP-RECORD
                INVALID KEY
                    DISPLAY "Comp row for " OCM-NAME
                        " could not be loaded."
                NOT INVALID KEY
                    ADD 1 TO WS-DUP-COUNT
                    ADD 1 TO WS-LOADED-COUNT
            END-REWRITE
    END-READ.

CONVERT-LIFETIME-MASTER.
    MOVE 0 TO WS-READ-COUNT WS-LOADED-COUNT WS-DUP-COUNT.
    OPEN INPUT LIFETIME-FILE.
    IF NEW-STATUS = "00"
        CLOSE LIFETIME-FILE
        DISPLAY "Lifetime master is already keyed; left alone."
        EXIT PARAGRAPH
    END-IF.
    PERFORM SET-ASIDE-OLD-MASTER.
    OPEN INPUT OLD-LIFE-FILE.
    IF OLD-STATUS NOT = "00"
        DISPLAY "No lifetime master to convert (FILE STATUS "
            OLD-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT LIFETIME-FILE.
    IF NEW-STATUS NOT = "00"
        DISPLAY "Cannot create CRAPS-LIFETIME.DAT (FILE STATUS "
            NEW-STATUS "). Nothing converted."
        CLOSE OLD-LIFE-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL OLD-STATUS = "10"
        READ OLD-LIFE-FILE
            AT END MOVE "10" TO OLD-STATUS
        END-READ
        IF OLD-STATUS = "00"
            ADD 1 TO WS-READ-COUNT
            MOVE OLD-LIFE-RECORD TO LIFETIME-RECORD
            WRITE LIFETIME-RECORD
                INVALID KEY
                    ADD 1 TO WS-DUP-COUNT
                    DISPLAY "Lifetime line for " LT-NAME
                        " is on file twice; second one not loaded."
                NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
            END-WRITE
        END-IF
    END-PERFORM.
    CLOSE OLD-LIFE-FILE.
    CLOSE LIFETIME-FILE.
    PERFORM SHOW-COUNTS.

SET-ASIDE-OLD-MASTER.
    *> A .SEQ already there is from an earlier run that stopped part
    *> way; it is the original, so it is loaded again rather than
    *> overwritten.
    MOVE 'N' TO WS-READY.
    EVALUATE WS-NEW-NAME
        WHEN "CRAPS-ACCOUNTS.SEQ"
            OPEN INPUT OLD-ACCOUNT-FILE
            IF OLD-STATUS = "00"
                MOVE 'Y' TO WS-READY
                CLOSE OLD-ACCOUNT-FILE
            END-IF
        WHEN "CRAPS-COMPS.SEQ"
            OPEN INPUT OLD-COMP-FILE
            IF OLD-STATUS = "00"
                MOVE 'Y' TO WS-READY
                CLOSE OLD-COMP-FILE
            END-IF
        WHEN OTHER
            OPEN INPUT OLD-LIFE-FILE
            IF OLD-STATUS = "00"
                MOVE 'Y' TO WS-READY
                CLOSE OLD-LIFE-FILE
            END-IF
    END-EVALUATE.
    IF WS-READY NOT = 'Y'
        CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
        IF RETURN-CODE = 0
            DISPLAY WS-OLD-NAME " set aside as " WS-NEW-NAME "."
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF.

SHOW-COUNTS.
    DISPLAY "Converted " WS-LOADED-COUNT " of " WS-READ-COUNT
        " record(s) into " WS-OLD-NAME " (" WS-DUP-COUNT
        " key collision(s)).".
    DISPLAY "Remove " WS-NEW-NAME " once the counts check out.".
