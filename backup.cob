IDENTIFICATION DIVISION.
PROGRAM-ID. MASTER-BACKUP.

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

    SELECT CATALOG-TEMP-FILE ASSIGN TO "CRAPS-BACKUP.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CAT-TEMP-STATUS.

    SELECT BACKUP-CFG-FILE ASSIGN TO "CRAPS-BACKUP.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BACKUP-CFG-STATUS.

DATA DIVISION.
FILE SECTION.
FD LIVE-FILE.
01 LIVE-RECORD          PIC X(200).

FD COPY-FILE.
01 COPY-RECORD          PIC X(200).

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

*> One row per file in the generation. MAN-ORG says how the live
*> file is kept ('A', 'C', 'L' the keyed account, comp and lifetime
*> masters, 'S' line sequential) and MAN-HASH-AT/MAN-HASH-LEN where
*> in its record the hashed amount sits, so a restore needs nothing
*> but this file to check a copy. MAN-PRESENT is 'N' for a file that
*> did not exist when the backup ran.
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

*> One row per backup run, oldest first. GEN-STATUS 'C' complete
*> and verified, 'F' failed part way (never offered for restore).
FD CATALOG-FILE.
01 CATALOG-RECORD.
    02 GEN-ID           PIC X(14).
    02 GEN-STATUS       PIC X(1).
    02 GEN-FILES        PIC 9(2).
    02 GEN-RECORDS      PIC 9(9).

FD CATALOG-TEMP-FILE.
01 CATALOG-TEMP-RECORD  PIC X(26).

FD BACKUP-CFG-FILE.
01 BACKUP-CFG-RECORD.
    02 BKC-KEEP         PIC 9(2).

WORKING-STORAGE SECTION.
01 LIVE-STATUS          PIC X(2).
01 COPY-STATUS          PIC X(2).
01 KEYED-STATUS         PIC X(2).
01 MANIFEST-STATUS      PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 CAT-TEMP-STATUS      PIC X(2).
01 BACKUP-CFG-STATUS    PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "MASTER-BACKUP".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-LIVE-NAME         PIC X(40).
01 WS-COPY-NAME         PIC X(40).
01 WS-MANIFEST-NAME     PIC X(40).
01 WS-CAT-TEMP-NAME     PIC X(16) VALUE "CRAPS-BACKUP.TMP".
01 WS-CAT-FINAL-NAME    PIC X(16) VALUE "CRAPS-BACKUP.CAT".
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GEN               PIC X(14).
01 WS-KEEP              PIC 9(2) VALUE 7.
01 WS-FX                PIC 9(2).
01 WS-PRESENT           PIC X(1).
01 WS-READ-END          PIC X(2).
01 WS-WRITE-END         PIC X(2).
01 WS-FAILED            PIC X(1) VALUE 'N'.
01 WS-FILES-COPIED      PIC 9(2) VALUE 0.
01 WS-RECORDS-COPIED    PIC 9(9) VALUE 0.
01 WS-HASH-RECORD       PIC X(200).
01 WS-HASH-AT           PIC 9(3).
01 WS-HASH-LEN          PIC 9(2).
01 WS-SLICE-X           PIC X(12).
01 WS-SLICE-N REDEFINES WS-SLICE-X PIC 9(12).
01 WS-TALLY-COUNT       PIC 9(7).
01 WS-TALLY-HASH        PIC 9(15).
01 WS-SOURCE-COUNT      PIC 9(7).
01 WS-SOURCE-HASH       PIC 9(15).
01 WS-COUNT-DISP        PIC Z,ZZZ,ZZ9.
01 WS-COMPLETE-GENS     PIC 9(5) VALUE 0.
01 WS-DROP-GENS         PIC 9(5) VALUE 0.
01 WS-COMPLETE-SEEN     PIC 9(5) VALUE 0.
01 WS-PURGED-COUNT      PIC 9(4) VALUE 0.
01 WS-DROP-THIS         PIC X(1).
01 WS-DEL-NAME          PIC X(40).
*> Everything a bad maintenance session or a damaged disk could
*> cost us: the masters, then the hand-kept configuration files
*> (the house-wide limits and each table's own). Each row is the
*> file name in two parts (the generation stamp goes between
*> them), how the file is kept, and the start and length of the
*> amount summed into its hash total - the balance, the points,
*> the lifetime winnings, the marker face, the credit line, the
*> tournament chips, the table maximum and so on. A file with
*> nothing worth summing (staff, theme) carries a record count
*> only; the exclusion list hashes its account numbers, the club
*> card cross-reference its card numbers and the configuration
*> calendar its change numbers.
01 WS-FILE-NAMES.
    02 FILLER PIC X(30) VALUE "CRAPS-ACCOUNTS      .DATA02607".
    02 FILLER PIC X(30) VALUE "CRAPS-COMPS         .DATC02609".
    02 FILLER PIC X(30) VALUE "CRAPS-LIFETIME      .DATL09409".
    02 FILLER PIC X(30) VALUE "CRAPS-MARKERS       .DATS04007".
    02 FILLER PIC X(30) VALUE "CRAPS-CREDIT        .DATS00609".
    02 FILLER PIC X(30) VALUE "CRAPS-EXCLUDE       .DATS00105".
    02 FILLER PIC X(30) VALUE "CRAPS-STAFF         .DATS00000".
    02 FILLER PIC X(30) VALUE "CRAPS-TOURN         .DATS04909".
    02 FILLER PIC X(30) VALUE "CRAPS-CARDXREF      .DATS00110".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS        .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T1     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T2     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T3     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T4     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T5     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T6     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T7     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T8     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-LIMITS.T9     .CFGS00807".
    02 FILLER PIC X(30) VALUE "CRAPS-THEME         .CFGS00000".
    02 FILLER PIC X(30) VALUE "CRAPS-PAYOUT        .CFGS00908".
    02 FILLER PIC X(30) VALUE "CRAPS-W2G           .CFGS00107".
    02 FILLER PIC X(30) VALUE "CRAPS-COMP          .CFGS00110".
    02 FILLER PIC X(30) VALUE "CRAPS-RETAIN        .CFGS00103".
    02 FILLER PIC X(30) VALUE "CRAPS-CFGCAL        .DATS00105".
01 WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
    02 WS-FILE-ROW OCCURS 25 TIMES.
        03 WS-FS-STEM       PIC X(20).
        03 WS-FS-EXT        PIC X(4).
        03 WS-FS-ORG        PIC X(1).
        03 WS-FS-HASH-AT    PIC 9(3).
        03 WS-FS-HASH-LEN   PIC 9(2).
01 WS-FILE-COUNT        PIC 9(2) VALUE 25.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Point-in-time backup of every master and configuration file
    *> into one generation, stamped with the clock date and time
    *> the run started: CRAPS-ACCOUNTS.DAT goes to
    *> CRAPS-ACCOUNTS.G<yyyymmddhhmmss>.DAT and so on. The keyed
    *> masters are unloaded in key order into line sequential
    *> copies, which MASTER-RESTORE loads back. Every copy is read
    *> back and its record count and amount hash total checked
    *> against what was read from the live file before the copy is
    *> trusted; the totals go into the generation's manifest,
    *> CRAPS-BACKUP.G<stamp>.MAN, and the generation into the
    *> catalog CRAPS-BACKUP.CAT. CRAPS-BACKUP.CFG holds how many
    *> complete generations to keep (default 7); older ones are
    *> deleted after each good run. Runs on its own or as the last
    *> step of EOD-CLOSE. Return code 8 when any file could not be
    *> copied or its copy does not check; that generation is
    *> cataloged as failed and nothing is purged.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    MOVE SPACES TO WS-GEN.
    STRING WS-CLOCK-DATE WS-CLOCK-TIME(1:6)
        DELIMITED BY SIZE INTO WS-GEN.
    MOVE SPACES TO WS-MANIFEST-NAME.
    STRING "CRAPS-BACKUP.G" WS-GEN ".MAN"
        DELIMITED BY SIZE INTO WS-MANIFEST-NAME.
    PERFORM LOAD-BACKUP-CONFIG.
    DISPLAY "===== MASTER BACKUP - GENERATION " WS-GEN " =====".

    OPEN OUTPUT MANIFEST-FILE.
    IF MANIFEST-STATUS NOT = "00"
        DISPLAY "Cannot create " WS-MANIFEST-NAME " (FILE STATUS "
            MANIFEST-STATUS "). Nothing backed up."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot create the backup manifest; no backup taken"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FILE-COUNT
        PERFORM BACKUP-ONE-FILE
    END-PERFORM.
    CLOSE MANIFEST-FILE.

    MOVE WS-GEN TO GEN-ID.
    MOVE WS-FILES-COPIED TO GEN-FILES.
    MOVE WS-RECORDS-COPIED TO GEN-RECORDS.
    IF WS-FAILED = 'Y'
        MOVE 'F' TO GEN-STATUS
    ELSE
        MOVE 'C' TO GEN-STATUS
    END-IF.
    PERFORM RECORD-GENERATION.

    MOVE WS-RECORDS-COPIED TO WS-COUNT-DISP.
    IF WS-FAILED = 'Y'
        DISPLAY "BACKUP FAILED: generation " WS-GEN
            " is incomplete and will not be offered for restore."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "backup generation " WS-GEN " failed; see the run"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Backup complete: " WS-FILES-COPIED " file(s), "
            WS-COUNT-DISP " record(s), every copy verified."
        PERFORM PURGE-OLD-GENERATIONS
        MOVE 0 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-BACKUP-CONFIG.
    OPEN INPUT BACKUP-CFG-FILE.
    IF BACKUP-CFG-STATUS = "00"
        READ BACKUP-CFG-FILE
            AT END MOVE "10" TO BACKUP-CFG-STATUS
        END-READ
        IF BACKUP-CFG-STATUS = "00" AND BKC-KEEP IS NUMERIC
            AND BKC-KEEP > 0
            MOVE BKC-KEEP TO WS-KEEP
        END-IF
        CLOSE BACKUP-CFG-FILE
    ELSE
        CONTINUE
    END-IF.

BACKUP-ONE-FILE.
    MOVE SPACES TO WS-LIVE-NAME.
    STRING WS-FS-STEM(WS-FX) DELIMITED BY SPACE
        WS-FS-EXT(WS-FX) DELIMITED BY SIZE INTO WS-LIVE-NAME.
    MOVE SPACES TO WS-COPY-NAME.
    STRING WS-FS-STEM(WS-FX) DELIMITED BY SPACE
        ".G" WS-GEN WS-FS-EXT(WS-FX) DELIMITED BY SIZE
        INTO WS-COPY-NAME.
    MOVE WS-FS-HASH-AT(WS-FX) TO WS-HASH-AT.
    MOVE WS-FS-HASH-LEN(WS-FX) TO WS-HASH-LEN.
    MOVE 0 TO WS-TALLY-COUNT.
    MOVE 0 TO WS-TALLY-HASH.
    EVALUATE WS-FS-ORG(WS-FX)
        WHEN 'A'
            PERFORM UNLOAD-ACCOUNT-MASTER
        WHEN 'C'
            PERFORM UNLOAD-COMP-MASTER
        WHEN 'L'
            PERFORM UNLOAD-LIFETIME-MASTER
        WHEN OTHER
            PERFORM COPY-SEQUENTIAL-FILE
    END-EVALUATE.
    MOVE WS-TALLY-COUNT TO WS-SOURCE-COUNT.
    MOVE WS-TALLY-HASH TO WS-SOURCE-HASH.
    IF WS-PRESENT = 'Y'
        PERFORM CHECK-THE-COPY
    END-IF.

    MOVE WS-FX TO MAN-FILE-NO.
    MOVE WS-LIVE-NAME TO MAN-LIVE-NAME.
    MOVE WS-FS-ORG(WS-FX) TO MAN-ORG.
    MOVE WS-PRESENT TO MAN-PRESENT.
    MOVE WS-SOURCE-COUNT TO MAN-COUNT.
    MOVE WS-SOURCE-HASH TO MAN-HASH.
    MOVE WS-HASH-AT TO MAN-HASH-AT.
    MOVE WS-HASH-LEN TO MAN-HASH-LEN.
    MOVE WS-COPY-NAME TO MAN-COPY-NAME.
    IF WS-PRESENT NOT = 'Y'
        MOVE SPACES TO MAN-COPY-NAME
    END-IF.
    WRITE MANIFEST-RECORD.
    IF MANIFEST-STATUS NOT = "00"
        DISPLAY "   cannot write the manifest (FILE STATUS "
            MANIFEST-STATUS ")."
        MOVE 'Y' TO WS-FAILED
    END-IF.

    MOVE WS-SOURCE-COUNT TO WS-COUNT-DISP.
    EVALUATE WS-PRESENT
        WHEN 'Y'
            ADD 1 TO WS-FILES-COPIED
            ADD WS-SOURCE-COUNT TO WS-RECORDS-COPIED
            DISPLAY "   " WS-LIVE-NAME(1:24) WS-COUNT-DISP
                " record(s)  hash " WS-SOURCE-HASH
        WHEN 'N'
            DISPLAY "   " WS-LIVE-NAME(1:24) " not on file; nothing to"
                " back up."
        WHEN OTHER
            MOVE 'Y' TO WS-FAILED
            DISPLAY "   " WS-LIVE-NAME(1:24) " NOT BACKED UP."
    END-EVALUATE.

COPY-SEQUENTIAL-FILE.
    *> WS-PRESENT comes back 'Y' copied, 'N' no live file, 'E' the
    *> live file or the copy could not be opened or written.
    MOVE 'E' TO WS-PRESENT.
    OPEN INPUT LIVE-FILE.
    IF LIVE-STATUS = "35"
        MOVE 'N' TO WS-PRESENT
        EXIT PARAGRAPH
    END-IF.
    IF LIVE-STATUS NOT = "00"
        DISPLAY "   cannot read " WS-LIVE-NAME " (FILE STATUS "
            LIVE-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        DISPLAY "   cannot create " WS-COPY-NAME " (FILE STATUS "
            COPY-STATUS ")."
        CLOSE LIVE-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL LIVE-STATUS NOT = "00" OR COPY-STATUS NOT = "00"
        READ LIVE-FILE
            AT END MOVE "10" TO LIVE-STATUS
        END-READ
        IF LIVE-STATUS = "00"
            WRITE COPY-RECORD FROM LIVE-RECORD
            MOVE LIVE-RECORD TO WS-HASH-RECORD
            PERFORM ADD-TO-TALLY
        END-IF
    END-PERFORM.
    MOVE LIVE-STATUS TO WS-READ-END.
    MOVE COPY-STATUS TO WS-WRITE-END.
    CLOSE LIVE-FILE.
    CLOSE COPY-FILE.
    IF WS-READ-END = "10" AND WS-WRITE-END = "00"
        MOVE 'Y' TO WS-PRESENT
    ELSE
        DISPLAY "   copy of " WS-LIVE-NAME " did not finish (FILE"
            " STATUS " WS-READ-END "/" WS-WRITE-END ")."
    END-IF.

UNLOAD-ACCOUNT-MASTER.
    MOVE 'E' TO WS-PRESENT.
    OPEN INPUT ACCOUNT-FILE.
    IF KEYED-STATUS = "35"
        MOVE 'N' TO WS-PRESENT
        EXIT PARAGRAPH
    END-IF.
    IF KEYED-STATUS NOT = "00"
        DISPLAY "   cannot read " WS-LIVE-NAME " (FILE STATUS "
            KEYED-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        DISPLAY "   cannot create " WS-COPY-NAME " (FILE STATUS "
            COPY-STATUS ")."
        CLOSE ACCOUNT-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL KEYED-STATUS NOT = "00" OR COPY-STATUS NOT = "00"
        READ ACCOUNT-FILE
            AT END MOVE "10" TO KEYED-STATUS
        END-READ
        IF KEYED-STATUS = "00"
            WRITE COPY-RECORD FROM ACCOUNT-RECORD
            MOVE ACCOUNT-RECORD TO WS-HASH-RECORD
            PERFORM ADD-TO-TALLY
        END-IF
    END-PERFORM.
    MOVE KEYED-STATUS TO WS-READ-END.
    MOVE COPY-STATUS TO WS-WRITE-END.
    CLOSE ACCOUNT-FILE.
    CLOSE COPY-FILE.
    IF WS-READ-END = "10" AND WS-WRITE-END = "00"
        MOVE 'Y' TO WS-PRESENT
    ELSE
        DISPLAY "   unload of " WS-LIVE-NAME " did not finish (FILE"
            " STATUS " WS-READ-END "/" WS-WRITE-END ")."
    END-IF.

UNLOAD-COMP-MASTER.
    MOVE 'E' TO WS-PRESENT.
    OPEN INPUT COMP-FILE.
    IF KEYED-STATUS = "35"
        MOVE 'N' TO WS-PRESENT
        EXIT PARAGRAPH
    END-IF.
    IF KEYED-STATUS NOT = "00"
        DISPLAY "   cannot read " WS-LIVE-NAME " (FILE STATUS "
            KEYED-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        DISPLAY "   cannot create " WS-COPY-NAME " (FILE STATUS "
            COPY-STATUS ")."
        CLOSE COMP-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL KEYED-STATUS NOT = "00" OR COPY-STATUS NOT = "00"
        READ COMP-FILE
            AT END MOVE "10" TO KEYED-STATUS
        END-READ
        IF KEYED-STATUS = "00"
            WRITE COPY-RECORD FROM COMP-RECORD
            MOVE COMP-RECORD TO WS-HASH-RECORD
            PERFORM ADD-TO-TALLY
        END-IF
    END-PERFORM.
    MOVE KEYED-STATUS TO WS-READ-END.
    MOVE COPY-STATUS TO WS-WRITE-END.
    CLOSE COMP-FILE.
    CLOSE COPY-FILE.
    IF WS-READ-END = "10" AND WS-WRITE-END = "00"
        MOVE 'Y' TO WS-PRESENT
    ELSE
        DISPLAY "   unload of " WS-LIVE-NAME " did not finish (FILE"
            " STATUS " WS-READ-END "/" WS-WRITE-END ")."
    END-IF.

UNLOAD-LIFETIME-MASTER.
    MOVE 'E' TO WS-PRESENT.
    OPEN INPUT LIFETIME-FILE.
    IF KEYED-STATUS = "35"
        MOVE 'N' TO WS-PRESENT
        EXIT PARAGRAPH
    END-IF.
    IF KEYED-STATUS NOT = "00"
        DISPLAY "   cannot read " WS-LIVE-NAME " (FILE STATUS "
            KEYED-STATUS ")."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        DISPLAY "   cannot create " WS-COPY-NAME " (FILE STATUS "
            COPY-STATUS ")."
        CLOSE LIFETIME-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL KEYED-STATUS NOT = "00" OR COPY-STATUS NOT = "00"
        READ LIFETIME-FILE
            AT END MOVE "10" TO KEYED-STATUS
        END-READ
        IF KEYED-STATUS = "00"
            WRITE COPY-RECORD FROM LIFETIME-RECORD
            MOVE LIFETIME-RECORD TO WS-HASH-RECORD
            PERFORM ADD-TO-TALLY
        END-IF
    END-PERFORM.
    MOVE KEYED-STATUS TO WS-READ-END.
    MOVE COPY-STATUS TO WS-WRITE-END.
    CLOSE LIFETIME-FILE.
    CLOSE COPY-FILE.
    IF WS-READ-END = "10" AND WS-WRITE-END = "00"
        MOVE 'Y' TO WS-PRESENT
    ELSE
        DISPLAY "   unload of " WS-LIVE-NAME " did not finish (FILE"
            " STATUS " WS-READ-END "/" WS-WRITE-END ")."
    END-IF.

CHECK-THE-COPY.
    *> Read the copy back from disk and hold it to the live file's
    *> totals; a copy that does not agree fails the generation.
    MOVE 0 TO WS-TALLY-COUNT.
    MOVE 0 TO WS-TALLY-HASH.
    OPEN INPUT COPY-FILE.
    IF COPY-STATUS NOT = "00"
        MOVE 'E' TO WS-PRESENT
        DISPLAY "   cannot read back " WS-COPY-NAME " (FILE STATUS "
            COPY-STATUS ")."
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
    IF WS-READ-END NOT = "10"
        OR WS-TALLY-COUNT NOT = WS-SOURCE-COUNT
        OR WS-TALLY-HASH NOT = WS-SOURCE-HASH
        MOVE 'E' TO WS-PRESENT
        DISPLAY "   copy of " WS-LIVE-NAME " does not match the"
            " live file (" WS-TALLY-COUNT " against "
            WS-SOURCE-COUNT " record(s))."
    END-IF.

ADD-TO-TALLY.
    *> WS-HASH-RECORD holds the record. The hashed amount is taken
    *> as the digits stored, so money counts in cents; a slice that
    *> is not numeric adds nothing but the record still counts.
    ADD 1 TO WS-TALLY-COUNT.
    IF WS-HASH-LEN > 0
        MOVE ZEROS TO WS-SLICE-X
        MOVE WS-HASH-RECORD(WS-HASH-AT:WS-HASH-LEN)
            TO WS-SLICE-X(13 - WS-HASH-LEN:WS-HASH-LEN)
        IF WS-SLICE-X IS NUMERIC
            ADD WS-SLICE-N TO WS-TALLY-HASH
        END-IF
    END-IF.

RECORD-GENERATION.
    OPEN EXTEND CATALOG-FILE.
    IF CATALOG-STATUS = "35"
        OPEN OUTPUT CATALOG-FILE
        CLOSE CATALOG-FILE
        OPEN EXTEND CATALOG-FILE
    END-IF.
    IF CATALOG-STATUS = "00"
        WRITE CATALOG-RECORD
        CLOSE CATALOG-FILE
    END-IF.
    IF CATALOG-STATUS NOT = "00"
        DISPLAY "Cannot record the generation in CRAPS-BACKUP.CAT"
            " (FILE STATUS " CATALOG-STATUS ")."
        MOVE 'Y' TO WS-FAILED
    END-IF.

PURGE-OLD-GENERATIONS.
    *> The catalog is in run order. Keep the newest WS-KEEP complete
    *> generations; everything older - complete or failed - has its
    *> copies and manifest deleted and is dropped from the catalog.
    *> The rewrite goes through a temp file and a rename, the way
    *> EOD-ARCHIVE keeps its catalog.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL CATALOG-STATUS NOT = "00"
        READ CATALOG-FILE
            AT END MOVE "10" TO CATALOG-STATUS
        END-READ
        IF CATALOG-STATUS = "00" AND GEN-STATUS = 'C'
            ADD 1 TO WS-COMPLETE-GENS
        END-IF
    END-PERFORM.
    CLOSE CATALOG-FILE.
    IF WS-COMPLETE-GENS > WS-KEEP
        COMPUTE WS-DROP-GENS = WS-COMPLETE-GENS - WS-KEEP
    END-IF.

    OPEN INPUT CATALOG-FILE.
    OPEN OUTPUT CATALOG-TEMP-FILE.
    IF CAT-TEMP-STATUS NOT = "00"
        CLOSE CATALOG-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL CATALOG-STATUS NOT = "00"
        READ CATALOG-FILE
            AT END MOVE "10" TO CATALOG-STATUS
        END-READ
        IF CATALOG-STATUS = "00"
            MOVE 'N' TO WS-DROP-THIS
            IF GEN-STATUS = 'C'
                IF WS-COMPLETE-SEEN < WS-DROP-GENS
                    MOVE 'Y' TO WS-DROP-THIS
                END-IF
                ADD 1 TO WS-COMPLETE-SEEN
            ELSE
                IF WS-COMPLETE-SEEN <= WS-DROP-GENS
                    AND GEN-ID NOT = WS-GEN
                    MOVE 'Y' TO WS-DROP-THIS
                END-IF
            END-IF
            IF WS-DROP-THIS = 'Y'
                PERFORM DELETE-GENERATION
                ADD 1 TO WS-PURGED-COUNT
            ELSE
                WRITE CATALOG-TEMP-RECORD FROM CATALOG-RECORD
            END-IF
        END-IF
    END-PERFORM.
    CLOSE CATALOG-FILE.
    CLOSE CATALOG-TEMP-FILE.
    IF CAT-TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-CAT-TEMP-NAME WS-CAT-FINAL-NAME
        MOVE 0 TO RETURN-CODE
    END-IF.
    DISPLAY "Retention (" WS-KEEP " generations): purged "
        WS-PURGED-COUNT " generation(s).".

DELETE-GENERATION.
    *> GEN-ID is the generation going; its manifest names every
    *> copy it holds.
    MOVE SPACES TO WS-MANIFEST-NAME.
    STRING "CRAPS-BACKUP.G" GEN-ID ".MAN"
        DELIMITED BY SIZE INTO WS-MANIFEST-NAME.
    OPEN INPUT MANIFEST-FILE.
    IF MANIFEST-STATUS = "00"
        PERFORM UNTIL MANIFEST-STATUS NOT = "00"
            READ MANIFEST-FILE
                AT END MOVE "10" TO MANIFEST-STATUS
            END-READ
            IF MANIFEST-STATUS = "00"
                AND MAN-COPY-NAME NOT = SPACES
                MOVE MAN-COPY-NAME TO WS-DEL-NAME
                CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
            END-IF
        END-PERFORM
        CLOSE MANIFEST-FILE
        CALL "CBL_DELETE_FILE" USING WS-MANIFEST-NAME
    END-IF.
    DISPLAY "   generation " GEN-ID " purged.".

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
