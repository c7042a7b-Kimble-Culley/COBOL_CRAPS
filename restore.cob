IDENTIFICATION DIVISION.
PROGRAM-ID. MASTER-RESTORE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LIVE-STATUS.

    SELECT COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS COPY-STATUS.

    SELECT RESTORE-TEMP-FILE ASSIGN TO "CRAPS-RESTORE.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT ACCOUNT-FILE ASSIGN TO "CRAPS-ACCOUNTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACCT-NUMBER
        FILE STATUS IS KEYED-STATUS.

    SELECT COMP-FILE ASSIGN TO "CRAPS-COMPS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CMP-KEY
        FILE STATUS IS KEYED-STATUS.

    SELECT LIFETIME-FILE ASSIGN TO "CRAPS-LIFETIME.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LT-KEY
        FILE STATUS IS KEYED-STATUS.

    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MANIFEST-STATUS.

    SELECT CATALOG-FILE ASSIGN TO "CRAPS-BACKUP.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPOINT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CHECKPOINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD LIVE-FILE.
01 LIVE-RECORD          PIC X(200).

FD COPY-FILE.
01 COPY-RECORD          PIC X(200).

FD RESTORE-TEMP-FILE.
01 RESTORE-TEMP-RECORD  PIC X(200).

FD ACCOUNT-FILE.
01 ACCOUNT-RECORD.
    02 ACCT-NUMBER      PIC 9(5).
    02 ACCT-REST        PIC X(57).

FD COMP-FILE.
01 COMP-RECORD.
    02 CMP-KEY          PIC X(25).
    02 CMP-REST         PIC X(9).

FD LIFETIME-FILE.
01 LIFETIME-RECORD.
    02 LT-KEY           PIC X(25).
    02 LT-REST          PIC X(93).

FD MANIFEST-FILE.
01 MANIFEST-RECORD.
    02 MAN-FILE-NO      PIC 9(2).
    02 MAN-LIVE-NAME    PIC X(24).
    02 MAN-ORG          PIC X(1).
    02 MAN-PRESENT      PIC X(1).
    02 MAN-COUNT        PIC 9(7).
    02 MAN-HASH         PIC 9(15).
    02 MAN-HASH-AT      PIC 9(3).
    02 MAN-HASH-LEN     PIC 9(2).
    02 MAN-COPY-NAME    PIC X(40).

FD CATALOG-FILE.
01 CATALOG-RECORD.
    02 GEN-ID           PIC X(14).
    02 GEN-STATUS       PIC X(1).
    02 GEN-FILES        PIC 9(2).
    02 GEN-RECORDS      PIC 9(9).

*> Only the seat count at the front of the checkpoint matters here;
*> the record is read at its full width so the line comes in whole.
FD CHECKPOINT-FILE.
01 CHECKPOINT-RECORD.
    02 CKP-NUM-PLAYERS  PIC X(1).
    02 CKP-REST         PIC X(3999).

WORKING-STORAGE SECTION.
01 LIVE-STATUS          PIC X(2).
01 COPY-STATUS          PIC X(2).
01 TEMP-STATUS          PIC X(2).
01 KEYED-STATUS         PIC X(2).
01 MANIFEST-STATUS      PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 CHECKPOINT-STATUS    PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "MASTER-RESTORE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-LIVE-NAME         PIC X(40).
01 WS-COPY-NAME         PIC X(40).
01 WS-MANIFEST-NAME     PIC X(40).
01 WS-CHECKPOINT-NAME   PIC X(40).
01 WS-TEMP-NAME         PIC X(17) VALUE "CRAPS-RESTORE.TMP".
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-LIVE-TABLES       PIC 9(2) VALUE 0.
01 WS-GEN               PIC X(14).
01 WS-GEN-IN            PIC X(14).
01 WS-LATEST-GEN        PIC X(14) VALUE SPACES.
01 WS-GEN-FOUND         PIC X(1) VALUE 'N'.
01 WS-CHOICE            PIC X(2).
01 WS-CHOICE-NO         PIC 9(2).
01 WS-CONFIRM           PIC X(1).
01 WS-MX                PIC 9(2).
01 WS-SELECTED          PIC 9(2) VALUE 0.
01 WS-TO-CHANGE         PIC 9(2) VALUE 0.
01 WS-RESTORED          PIC 9(2) VALUE 0.
01 WS-BAD-COPIES        PIC 9(2) VALUE 0.
01 WS-FAILED            PIC X(1) VALUE 'N'.
01 WS-LOAD-OK           PIC X(1).
01 WS-READ-END          PIC X(2).
01 WS-WRITE-END         PIC X(2).
01 WS-LIVE-PRESENT      PIC X(1).
01 WS-HASH-RECORD       PIC X(200).
01 WS-HASH-AT           PIC 9(3).
01 WS-HASH-LEN          PIC 9(2).
01 WS-SLICE-X           PIC X(12).
01 WS-SLICE-N REDEFINES WS-SLICE-X PIC 9(12).
01 WS-TALLY-COUNT       PIC 9(7).
01 WS-TALLY-HASH        PIC 9(15).
01 WS-COUNT-DISP        PIC Z,ZZZ,ZZ9.
01 WS-COUNT-DISP-2      PIC Z,ZZZ,ZZ9.
01 WS-NO-DISP           PIC Z9.
*> The generation's manifest, one row per file.
01 WS-MANIFEST-TABLE.
    02 WS-MANIFEST-COUNT    PIC 9(2) VALUE 0.
    02 WS-MF-ROW OCCURS 30 TIMES.
        03 WS-MF-LIVE-NAME  PIC X(24).
        03 WS-MF-ORG        PIC X(1).
        03 WS-MF-PRESENT    PIC X(1).
        03 WS-MF-COUNT      PIC 9(7).
        03 WS-MF-HASH       PIC 9(15).
        03 WS-MF-HASH-AT    PIC 9(3).
        03 WS-MF-HASH-LEN   PIC 9(2).
        03 WS-MF-COPY-NAME  PIC X(40).
        03 WS-MF-PICKED     PIC X(1).
        03 WS-MF-CHANGES    PIC X(1).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Puts one master or configuration file, or the whole set,
    *> back the way a MASTER-BACKUP generation holds it. Nothing is
    *> touched while any table has a live session in its checkpoint
    *> (regular or tournament) - the game would write its own
    *> balances straight back over the restore. Before offering
    *> anything every copy in the generation is held to its manifest
    *> count and hash total; a generation that does not check is
    *> refused whole. The operator then sees, file by file, what the
    *> live file holds now against what the restore will put there,
    *> and must confirm. Each restored file is read back and held to
    *> the manifest again. Keyed masters are reloaded in key order
    *> from their unload; the others go in through a temp file and
    *> a rename, the SCORE-RECORDS way. Return code 8 on a refusal
    *> or a failure.
    DISPLAY "===== MASTER RESTORE =====".
    PERFORM CHECK-LIVE-TABLES.
    IF WS-LIVE-TABLES > 0
        DISPLAY "Restore refused: " WS-LIVE-TABLES " table(s) have"
            " a live session. Close every table and rerun."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "restore refused: a table has a live checkpoint"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LIST-GENERATIONS.
    IF WS-LATEST-GEN = SPACES
        DISPLAY "No complete backup generation is on file."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Generation to restore from (ENTER = " WS-LATEST-GEN
        "): ".
    MOVE SPACES TO WS-GEN-IN.
    ACCEPT WS-GEN-IN.
    IF WS-GEN-IN = SPACES
        MOVE WS-LATEST-GEN TO WS-GEN
    ELSE
        MOVE WS-GEN-IN TO WS-GEN
    END-IF.
    PERFORM FIND-GENERATION.
    IF WS-GEN-FOUND NOT = 'Y'
        DISPLAY "Generation " WS-GEN " is not a complete backup"
            " on the catalog. Nothing restored."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LOAD-MANIFEST.
    IF WS-MANIFEST-COUNT = 0
        DISPLAY "The manifest for " WS-GEN " cannot be read."
            " Nothing restored."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VERIFY-GENERATION.
    IF WS-BAD-COPIES > 0
        DISPLAY "Restore refused: " WS-BAD-COPIES " copy(ies) in "
            WS-GEN " do not match the manifest."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "backup " WS-GEN " fails its manifest; not restored"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM PICK-FILES.
    IF WS-SELECTED = 0
        DISPLAY "Nothing selected. Nothing restored."
        STOP RUN
    END-IF.
    PERFORM SHOW-CHANGES.
    IF WS-TO-CHANGE = 0
        DISPLAY "The live file(s) already match the backup."
            " Nothing to restore."
        STOP RUN
    END-IF.
    DISPLAY "Restore " WS-TO-CHANGE " file(s) as shown? (Y/N): ".
    MOVE SPACES TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Nothing restored."
        STOP RUN
    END-IF.

    *> A table may have opened while the preview sat on screen.
    MOVE 0 TO WS-LIVE-TABLES.
    PERFORM CHECK-LIVE-TABLES.
    IF WS-LIVE-TABLES > 0
        DISPLAY "Restore refused: a table opened in the meantime."
            " Nothing restored."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM VARYING WS-MX FROM 1 BY 1
            UNTIL WS-MX > WS-MANIFEST-COUNT
        IF WS-MF-PICKED(WS-MX) = 'Y' AND WS-MF-CHANGES(WS-MX) = 'Y'
            PERFORM RESTORE-ONE-FILE
        END-IF
    END-PERFORM.

    MOVE SPACES TO WS-OPS-TEXT.
    IF WS-FAILED = 'Y'
        DISPLAY "RESTORE INCOMPLETE: " WS-RESTORED " of "
            WS-TO-CHANGE " file(s) restored and verified."
        MOVE 'E' TO WS-OPS-SEVERITY
        STRING "restore from " WS-GEN " failed on a file; see run"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Restore complete: " WS-RESTORED " file(s) restored"
            " from " WS-GEN " and verified."
        *> A restore rewinds money on the masters; it belongs in the
        *> morning's review whether or not anything went wrong.
        MOVE 'W' TO WS-OPS-SEVERITY
        STRING "restored " WS-RESTORED " file(s) from backup " WS-GEN
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

CHECK-LIVE-TABLES.
    *> A checkpoint with seats on it is a session in play; a closed
    *> session leaves its checkpoint behind with no seats.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-CHECKPOINT-NAME
        STRING "CRAPS-CHECKPOINT.T" WS-TBL-DIGIT ".DAT"
            DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME
        PERFORM PROBE-CHECKPOINT
        MOVE SPACES TO WS-CHECKPOINT-NAME
        STRING "TOURN-CRAPS-CHECKPOINT.T" WS-TBL-DIGIT ".DAT"
            DELIMITED BY SIZE INTO WS-CHECKPOINT-NAME
        PERFORM PROBE-CHECKPOINT
    END-PERFORM.

PROBE-CHECKPOINT.
    OPEN INPUT CHECKPOINT-FILE.
    IF CHECKPOINT-STATUS = "00"
        READ CHECKPOINT-FILE
            AT END MOVE "10" TO CHECKPOINT-STATUS
        END-READ
        IF CHECKPOINT-STATUS = "00"
            AND CKP-NUM-PLAYERS >= "1" AND CKP-NUM-PLAYERS <= "9"
            ADD 1 TO WS-LIVE-TABLES
            DISPLAY "   table " WS-TBL-DIGIT " has a live session."
        END-IF
        CLOSE CHECKPOINT-FILE
    ELSE
        CONTINUE
    END-IF.

LIST-GENERATIONS.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Complete generations on file:".
    PERFORM UNTIL CATALOG-STATUS NOT = "00"
        READ CATALOG-FILE
            AT END MOVE "10" TO CATALOG-STATUS
        END-READ
        IF CATALOG-STATUS = "00" AND GEN-STATUS = 'C'
            MOVE GEN-ID TO WS-LATEST-GEN
            MOVE GEN-RECORDS TO WS-COUNT-DISP
            DISPLAY "   " GEN-ID(1:8) " " GEN-ID(9:2) ":"
                GEN-ID(11:2) ":" GEN-ID(13:2) "  " GEN-ID "  "
                GEN-FILES " file(s) " WS-COUNT-DISP " record(s)"
        END-IF
    END-PERFORM.
    CLOSE CATALOG-FILE.

FIND-GENERATION.
    MOVE 'N' TO WS-GEN-FOUND.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL CATALOG-STATUS NOT = "00"
        READ CATALOG-FILE
            AT END MOVE "10" TO CATALOG-STATUS
        END-READ
        IF CATALOG-STATUS = "00" AND GEN-STATUS = 'C'
            AND GEN-ID = WS-GEN
            MOVE 'Y' TO WS-GEN-FOUND
        END-IF
    END-PERFORM.
    CLOSE CATALOG-FILE.

LOAD-MANIFEST.
    MOVE 0 TO WS-MANIFEST-COUNT.
    MOVE SPACES TO WS-MANIFEST-NAME.
    STRING "CRAPS-BACKUP.G" WS-GEN ".MAN"
        DELIMITED BY SIZE INTO WS-MANIFEST-NAME.
    OPEN INPUT MANIFEST-FILE.
    IF MANIFEST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL MANIFEST-STATUS NOT = "00"
        READ MANIFEST-FILE
            AT END MOVE "10" TO MANIFEST-STATUS
        END-READ
        IF MANIFEST-STATUS = "00" AND WS-MANIFEST-COUNT < 30
            ADD 1 TO WS-MANIFEST-COUNT
            MOVE WS-MANIFEST-COUNT TO WS-MX
            MOVE MAN-LIVE-NAME TO WS-MF-LIVE-NAME(WS-MX)
            MOVE MAN-ORG TO WS-MF-ORG(WS-MX)
            MOVE MAN-PRESENT TO WS-MF-PRESENT(WS-MX)
            MOVE MAN-COUNT TO WS-MF-COUNT(WS-MX)
            MOVE MAN-HASH TO WS-MF-HASH(WS-MX)
            MOVE MAN-HASH-AT TO WS-MF-HASH-AT(WS-MX)
            MOVE MAN-HASH-LEN TO WS-MF-HASH-LEN(WS-MX)
            MOVE MAN-COPY-NAME TO WS-MF-COPY-NAME(WS-MX)
            MOVE 'N' TO WS-MF-PICKED(WS-MX)
            MOVE 'N' TO WS-MF-CHANGES(WS-MX)
        END-IF
    END-PERFORM.
    CLOSE MANIFEST-FILE.

VERIFY-GENERATION.
    PERFORM VARYING WS-MX FROM 1 BY 1
            UNTIL WS-MX > WS-MANIFEST-COUNT
        IF WS-MF-PRESENT(WS-MX) = 'Y'
            PERFORM TALLY-COPY
            IF WS-READ-END NOT = "10"
                OR WS-TALLY-COUNT NOT = WS-MF-COUNT(WS-MX)
                OR WS-TALLY-HASH NOT = WS-MF-HASH(WS-MX)
                ADD 1 TO WS-BAD-COPIES
                DISPLAY "   " WS-MF-COPY-NAME(WS-MX)
                    " does not match the manifest."
            END-IF
        END-IF
    END-PERFORM.

PICK-FILES.
    DISPLAY "Files in generation " WS-GEN ":".
    PERFORM VARYING WS-MX FROM 1 BY 1
            UNTIL WS-MX > WS-MANIFEST-COUNT
        MOVE WS-MX TO WS-NO-DISP
        IF WS-MF-PRESENT(WS-MX) = 'Y'
            MOVE WS-MF-COUNT(WS-MX) TO WS-COUNT-DISP
            DISPLAY "  " WS-NO-DISP "  " WS-MF-LIVE-NAME(WS-MX)
                WS-COUNT-DISP " record(s)"
        ELSE
            DISPLAY "  " WS-NO-DISP "  " WS-MF-LIVE-NAME(WS-MX)
                "  (not on file at the backup)"
        END-IF
    END-PERFORM.
    DISPLAY "File number to restore, or A for the whole set: ".
    MOVE SPACES TO WS-CHOICE.
    ACCEPT WS-CHOICE.
    IF WS-CHOICE = "A" OR WS-CHOICE = "a"
        PERFORM VARYING WS-MX FROM 1 BY 1
                UNTIL WS-MX > WS-MANIFEST-COUNT
            IF WS-MF-PRESENT(WS-MX) = 'Y'
                MOVE 'Y' TO WS-MF-PICKED(WS-MX)
                ADD 1 TO WS-SELECTED
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF.
    IF WS-CHOICE(2:1) = SPACE
        MOVE WS-CHOICE(1:1) TO WS-CHOICE(2:1)
        MOVE "0" TO WS-CHOICE(1:1)
    END-IF.
    IF WS-CHOICE IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CHOICE TO WS-CHOICE-NO.
    IF WS-CHOICE-NO < 1 OR WS-CHOICE-NO > WS-MANIFEST-COUNT
        EXIT PARAGRAPH
    END-IF.
    IF WS-MF-PRESENT(WS-CHOICE-NO) NOT = 'Y'
        DISPLAY WS-MF-LIVE-NAME(WS-CHOICE-NO) " is not in this"
            " generation."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-MF-PICKED(WS-CHOICE-NO).
    MOVE 1 TO WS-SELECTED.

SHOW-CHANGES.
    *> The live file as it stands now against the backup copy. A
    *> file whose count and hash already agree is left alone.
    DISPLAY "What the restore will change:".
    DISPLAY "   file                        now (recs/hash)"
        "                 after restore".
    PERFORM VARYING WS-MX FROM 1 BY 1
            UNTIL WS-MX > WS-MANIFEST-COUNT
        IF WS-MF-PICKED(WS-MX) = 'Y'
            PERFORM TALLY-LIVE
            MOVE WS-MF-COUNT(WS-MX) TO WS-COUNT-DISP-2
            IF WS-LIVE-PRESENT = 'N'
                MOVE 'Y' TO WS-MF-CHANGES(WS-MX)
                DISPLAY "   " WS-MF-LIVE-NAME(WS-MX)
                    " missing                   "
                    WS-COUNT-DISP-2 " " WS-MF-HASH(WS-MX)
                    "  RE-CREATED"
            ELSE
                MOVE WS-TALLY-COUNT TO WS-COUNT-DISP
                IF WS-LIVE-PRESENT = 'Y'
                    AND WS-TALLY-COUNT = WS-MF-COUNT(WS-MX)
                    AND WS-TALLY-HASH = WS-MF-HASH(WS-MX)
                    DISPLAY "   " WS-MF-LIVE-NAME(WS-MX) " "
                        WS-COUNT-DISP " " WS-TALLY-HASH
                        "  unchanged"
                ELSE
                    MOVE 'Y' TO WS-MF-CHANGES(WS-MX)
                    DISPLAY "   " WS-MF-LIVE-NAME(WS-MX) " "
                        WS-COUNT-DISP " " WS-TALLY-HASH " "
                        WS-COUNT-DISP-2 " " WS-MF-HASH(WS-MX)
                        "  CHANGES"
                END-IF
            END-IF
            IF WS-MF-CHANGES(WS-MX) = 'Y'
                ADD 1 TO WS-TO-CHANGE
            END-IF
        END-IF
    END-PERFORM.

RESTORE-ONE-FILE.
    MOVE WS-MF-LIVE-NAME(WS-MX) TO WS-LIVE-NAME.
    MOVE WS-MF-COPY-NAME(WS-MX) TO WS-COPY-NAME.
    EVALUATE WS-MF-ORG(WS-MX)
        WHEN 'A'
            PERFORM RELOAD-ACCOUNT-MASTER
        WHEN 'C'
            PERFORM RELOAD-COMP-MASTER
        WHEN 'L'
            PERFORM RELOAD-LIFETIME-MASTER
        WHEN OTHER
            PERFORM REPLACE-SEQUENTIAL-FILE
    END-EVALUATE.
    IF WS-LOAD-OK NOT = 'Y'
        MOVE 'Y' TO WS-FAILED
        DISPLAY "   " WS-LIVE-NAME(1:24) " NOT RESTORED."
        EXIT PARAGRAPH
    END-IF.
    PERFORM TALLY-LIVE.
    IF WS-LIVE-PRESENT = 'Y'
        AND WS-TALLY-COUNT = WS-MF-COUNT(WS-MX)
        AND WS-TALLY-HASH = WS-MF-HASH(WS-MX)
        ADD 1 TO WS-RESTORED
        MOVE WS-TALLY-COUNT TO WS-COUNT-DISP
        DISPLAY "   " WS-LIVE-NAME(1:24) " restored: " WS-COUNT-DISP
            " record(s), hash " WS-TALLY-HASH " - verified."
    ELSE
        MOVE 'Y' TO WS-FAILED
        DISPLAY "   " WS-LIVE-NAME(1:24) " restored but DOES NOT MATCH"
            " the manifest (" WS-TALLY-COUNT " record(s))."
    END-IF.

REPLACE-SEQUENTIAL-FILE.
    MOVE 'N' TO WS-LOAD-OK.
    OPEN INPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT RESTORE-TEMP-FILE.
    IF TEMP-STATUS NOT = "00"
        CLOSE COPY-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL COPY-STATUS NOT = "00" OR TEMP-STATUS NOT = "00"
        READ COPY-FILE
            AT END MOVE "10" TO COPY-STATUS
        END-READ
        IF COPY-STATUS = "00"
            WRITE RESTORE-TEMP-RECORD FROM COPY-RECORD
        END-IF
    END-PERFORM.
    MOVE COPY-STATUS TO WS-READ-END.
    MOVE TEMP-STATUS TO WS-WRITE-END.
    CLOSE COPY-FILE.
    CLOSE RESTORE-TEMP-FILE.
    IF WS-READ-END = "10" AND WS-WRITE-END = "00"
        CALL "CBL_RENAME_FILE" USING WS-TEMP-NAME WS-LIVE-NAME
        IF RETURN-CODE = 0
            MOVE 'Y' TO WS-LOAD-OK
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF.

RELOAD-ACCOUNT-MASTER.
    MOVE 'N' TO WS-LOAD-OK.
    OPEN INPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT ACCOUNT-FILE.
    IF KEYED-STATUS NOT = "00"
        CLOSE COPY-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL COPY-STATUS NOT = "00" OR KEYED-STATUS NOT = "00"
        READ COPY-FILE
            AT END MOVE "10" TO COPY-STATUS
        END-READ
        IF COPY-STATUS = "00"
            MOVE COPY-RECORD TO ACCOUNT-RECORD
            WRITE ACCOUNT-RECORD
        END-IF
    END-PERFORM.
    MOVE COPY-STATUS TO WS-READ-END.
    MOVE KEYED-STATUS TO WS-WRITE-END.
    CLOSE COPY-FILE.
    CLOSE ACCOUNT-FILE.
    IF WS-READ-END = "10" AND WS-WRITE-END = "00"
        MOVE 'Y' TO WS-LOAD-OK
    END-IF.

RELOAD-COMP-MASTER.
    MOVE 'N' TO WS-LOAD-OK.
    OPEN INPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT COMP-FILE.
    IF KEYED-STATUS NOT = "00"
        CLOSE COPY-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL COPY-STATUS NOT = "00" OR KEYED-STATUS NOT = "00"
        READ COPY-FILE
            AT END MOVE "10" TO COPY-STATUS
        END-READ
        IF COPY-STATUS = "00"
            MOVE COPY-RECORD TO COMP-RECORD
            WRITE COMP-RECORD
        END-IF
    END-PERFORM.
    MOVE COPY-STATUS TO WS-READ-END.
    MOVE KEYED-STATUS TO WS-WRITE-END.
    CLOSE COPY-FILE.
    CLOSE COMP-FILE.
    IF WS-READ-END = "10" AND WS-WRITE-END = "00"
        MOVE 'Y' TO WS-LOAD-OK
    END-IF.

RELOAD-LIFETIME-MASTER.
    MOVE 'N' TO WS-LOAD-OK.
    OPEN INPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT LIFETIME-FILE.
    IF KEYED-STATUS NOT = "00"
        CLOSE COPY-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL COPY-STATUS NOT = "00" OR KEYED-STATUS NOT = "00"
        READ COPY-FILE
            AT END MOVE "10" TO COPY-STATUS
        END-READ
        IF COPY-STATUS = "00"
            MOVE COPY-RECORD TO LIFETIME-RECORD
            WRITE LIFETIME-RECORD
        END-IF
    END-PERFORM.
    MOVE COPY-STATUS TO WS-READ-END.
    MOVE KEYED-STATUS TO WS-WRITE-END.
    CLOSE COPY-FILE.
    CLOSE LIFETIME-FILE.
    IF WS-READ-END = "10" AND WS-WRITE-END = "00"
        MOVE 'Y' TO WS-LOAD-OK
    END-IF.

TALLY-COPY.
    *> Count and hash the backup copy of manifest row WS-MX.
    *> WS-READ-END is left at "10" when the whole copy was read.
    MOVE 0 TO WS-TALLY-COUNT.
    MOVE SPACES TO WS-READ-END.
    MOVE 0 TO WS-TALLY-HASH.
    MOVE WS-MF-HASH-AT(WS-MX) TO WS-HASH-AT.
    MOVE WS-MF-HASH-LEN(WS-MX) TO WS-HASH-LEN.
    MOVE WS-MF-COPY-NAME(WS-MX) TO WS-COPY-NAME.
    OPEN INPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL COPY-STATUS NOT = "00"
        READ COPY-FILE
            AT END MOVE "10" TO COPY-STATUS
        END-READ
        IF COPY-STATUS = "00"
            MOVE COPY-RECORD TO WS-HASH-RECORD
            PERFORM ADD-TO-TALLY
        END-IF
    END-PERFORM.
    MOVE COPY-STATUS TO WS-READ-END.
    CLOSE COPY-FILE.

TALLY-LIVE.
    *> Count and hash the live file of manifest row WS-MX.
    *> WS-LIVE-PRESENT comes back 'Y' read, 'N' no such file, 'E'
    *> it could not be read.
    MOVE 0 TO WS-TALLY-COUNT.
    MOVE 0 TO WS-TALLY-HASH.
    MOVE WS-MF-HASH-AT(WS-MX) TO WS-HASH-AT.
    MOVE WS-MF-HASH-LEN(WS-MX) TO WS-HASH-LEN.
    MOVE WS-MF-LIVE-NAME(WS-MX) TO WS-LIVE-NAME.
    MOVE 'E' TO WS-LIVE-PRESENT.
    EVALUATE WS-MF-ORG(WS-MX)
        WHEN 'A'
            OPEN INPUT ACCOUNT-FILE
        WHEN 'C'
            OPEN INPUT COMP-FILE
        WHEN 'L'
            OPEN INPUT LIFETIME-FILE
        WHEN OTHER
            OPEN INPUT LIVE-FILE
            MOVE LIVE-STATUS TO KEYED-STATUS
    END-EVALUATE.
    IF KEYED-STATUS = "35"
        MOVE 'N' TO WS-LIVE-PRESENT
        EXIT PARAGRAPH
    END-IF.
    IF KEYED-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL KEYED-STATUS NOT = "00"
        EVALUATE WS-MF-ORG(WS-MX)
            WHEN 'A'
                READ ACCOUNT-FILE
                    AT END MOVE "10" TO KEYED-STATUS
                END-READ
                MOVE ACCOUNT-RECORD TO WS-HASH-RECORD
            WHEN 'C'
                READ COMP-FILE
                    AT END MOVE "10" TO KEYED-STATUS
                END-READ
                MOVE COMP-RECORD TO WS-HASH-RECORD
            WHEN 'L'
                READ LIFETIME-FILE
                    AT END MOVE "10" TO KEYED-STATUS
                END-READ
                MOVE LIFETIME-RECORD TO WS-HASH-RECORD
            WHEN OTHER
                READ LIVE-FILE
                    AT END MOVE "10" TO LIVE-STATUS
                END-READ
                MOVE LIVE-STATUS TO KEYED-STATUS
                MOVE LIVE-RECORD TO WS-HASH-RECORD
        END-EVALUATE
        IF KEYED-STATUS = "00"
            PERFORM ADD-TO-TALLY
        END-IF
    END-PERFORM.
    IF KEYED-STATUS = "10"
        MOVE 'Y' TO WS-LIVE-PRESENT
    END-IF.
    EVALUATE WS-MF-ORG(WS-MX)
        WHEN 'A'
            CLOSE ACCOUNT-FILE
        WHEN 'C'
            CLOSE COMP-FILE
        WHEN 'L'
            CLOSE LIFETIME-FILE
        WHEN OTHER
            CLOSE LIVE-FILE
    END-EVALUATE.

ADD-TO-TALLY.
    *> Same hash as MASTER-BACKUP: the digits stored in the slice
    *> the manifest names, money in cents.
    ADD 1 TO WS-TALLY-COUNT.
    IF WS-HASH-LEN > 0
        MOVE ZEROS TO WS-SLICE-X
        MOVE WS-HASH-RECORD(WS-HASH-AT:WS-HASH-LEN)
            TO WS-SLICE-X(13 - WS-HASH-LEN:WS-HASH-LEN)
        IF WS-SLICE-X IS NUMERIC
            ADD WS-SLICE-N TO WS-TALLY-HASH
        END-IF
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
