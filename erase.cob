IDENTIFICATION DIVISION.
PROGRAM-ID. PATRON-ERASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO "CRAPS-ACCOUNTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACCT-NUMBER
        FILE STATUS IS ACCOUNT-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "CRAPS-ACCTJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

    SELECT COMP-FILE ASSIGN TO "CRAPS-COMPS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CMP-KEY
        LOCK MODE IS MANUAL
        SHARING WITH ALL OTHER
        FILE STATUS IS COMP-STATUS.

    SELECT LIFETIME-FILE ASSIGN TO "CRAPS-LIFETIME.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LT-KEY
        LOCK MODE IS MANUAL
        SHARING WITH ALL OTHER
        FILE STATUS IS LIFETIME-STATUS.

    SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS HISTORY-STATUS.

    SELECT CATALOG-FILE ASSIGN TO "CRAPS-ARCHIVE.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT SCORE-FILE ASSIGN TO "player.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCORE-STATUS.

    SELECT SCORE-TEMP-FILE ASSIGN TO "player.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT RECORDS-FILE ASSIGN TO "CRAPS-RECORDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RECORDS-STATUS.

    SELECT RECORDS-TEMP-FILE ASSIGN TO "CRAPS-RECORDS.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT MARKER-FILE ASSIGN TO "CRAPS-MARKERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MARKER-STATUS.

    SELECT MARKER-TEMP-FILE ASSIGN TO "CRAPS-MARKERS.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT EXCLUDE-FILE ASSIGN TO "CRAPS-EXCLUDE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EXCLUDE-STATUS.

    SELECT EXCLUDE-TEMP-FILE ASSIGN TO "CRAPS-EXCLUDE.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT TOURN-FILE ASSIGN TO "CRAPS-TOURN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TOURN-STATUS.

    SELECT TOURN-TEMP-FILE ASSIGN TO "CRAPS-TOURN.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT VOUCHER-FILE ASSIGN TO "CRAPS-VOUCHER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS VOUCHER-STATUS.

    SELECT VOUCHER-TEMP-FILE ASSIGN TO "CRAPS-VOUCHER.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT TIER-FILE ASSIGN TO "CRAPS-TIERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TIER-STATUS.

    SELECT TIER-TEMP-FILE ASSIGN TO "CRAPS-TIERS.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT MERGE-FILE ASSIGN TO "CRAPS-MERGE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MERGE-STATUS.

    SELECT MERGE-TEMP-FILE ASSIGN TO "CRAPS-MERGE.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT ERASE-FILE ASSIGN TO "CRAPS-ERASE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ERASE-STATUS.

    SELECT ERASE-CFG-FILE ASSIGN TO "CRAPS-ERASE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ERASE-CFG-STATUS.

    SELECT SUPER-FILE ASSIGN TO "CRAPS-SUPER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUPER-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD JOURNAL-FILE.
01 JOURNAL-RECORD.
    02 JRN-DATE         PIC X(8).
    02 JRN-TIME         PIC X(8).
    02 JRN-ACCOUNT      PIC 9(5).
    02 JRN-SOURCE       PIC X(18).
    02 JRN-TYPE         PIC X(1).
    02 JRN-AMOUNT       PIC S9(5)V99 SIGN LEADING SEPARATE.
    02 JRN-BEFORE       PIC 9(5)V99.
    02 JRN-AFTER        PIC 9(5)V99.
    02 JRN-WHERE        PIC X(8).
    02 JRN-SESSION      PIC X(14).

FD COMP-FILE.
01 COMP-RECORD.
    02 CMP-KEY.
        03 CMP-ACCOUNT  PIC 9(5).
        03 CMP-NAME     PIC X(20).
    02 CMP-POINTS       PIC 9(7)V99.

FD LIFETIME-FILE.
01 LIFETIME-RECORD.
    02 LT-KEY.
        03 LT-ACCOUNT   PIC 9(5).
        03 LT-NAME      PIC X(20).
    02 LT-SESSIONS      PIC 9(5).
    02 LT-WAG-PASS      PIC 9(7)V99.
    02 LT-WAG-DPASS     PIC 9(7)V99.
    02 LT-WAG-COME      PIC 9(7)V99.
    02 LT-WAG-DCOME     PIC 9(7)V99.
    02 LT-WAG-ODDS      PIC 9(7)V99.
    02 LT-WAG-PLACE     PIC 9(7)V99.
    02 LT-WAG-PROP      PIC 9(7)V99.
    02 LT-TOTAL-WON     PIC 9(7)V99.
    02 LT-TOTAL-LOST    PIC 9(7)V99.
    02 LT-BIGGEST-WIN   PIC 9(5)V99.

FD HISTORY-FILE.
01 HISTORY-RECORD.
    02 HIST-KEY.
        03 HIST-NAME    PIC X(20).
        03 HIST-DATE    PIC X(8).
        03 HIST-SESSION PIC X(14).
    02 HIST-SALARY      PIC 9(5)V99.

FD CATALOG-FILE.
01 CATALOG-RECORD.
    02 CAT-TABLE        PIC 9(1).
    02 CAT-TYPE         PIC X(1).
    02 CAT-DATE         PIC X(8).
    02 CAT-NAME         PIC X(40).

FD SCORE-FILE.
01 SCORE-RECORD.
    02 SCR-NAME         PIC X(20).
    02 SCR-SALARY       PIC 9(5)V99.
    02 SCR-DATE         PIC X(8).
    02 SCR-SESSIONS     PIC 9(5).

FD SCORE-TEMP-FILE.
01 SCORE-TEMP-RECORD    PIC X(40).

FD RECORDS-FILE.
01 RECORDS-RECORD.
    02 REC-NAME         PIC X(20).
    02 REC-ROLLS        PIC 9(5).
    02 REC-DATE         PIC X(8).

FD RECORDS-TEMP-FILE.
01 RECORDS-TEMP-RECORD  PIC X(33).

FD MARKER-FILE.
01 MARKER-RECORD.
    02 MKR-NUMBER       PIC 9(5).
    02 MKR-DATE         PIC X(8).
    02 MKR-ACCOUNT      PIC 9(5).
    02 MKR-NAME         PIC X(20).
    02 MKR-TABLE        PIC 9(1).
    02 MKR-AMOUNT       PIC 9(5)V99.
    02 MKR-REPAID       PIC 9(5)V99.
    02 MKR-STATUS       PIC X(1).
    02 MKR-DUE-DATE     PIC X(8).
    02 MKR-DEPOSIT-DATE PIC X(8).
    02 MKR-RETURN-DATE  PIC X(8).

FD MARKER-TEMP-FILE.
01 MARKER-TEMP-RECORD   PIC X(78).

FD EXCLUDE-FILE.
01 EXCLUDE-RECORD.
    02 EXC-ACCOUNT      PIC 9(5).
    02 EXC-NAME         PIC X(20).
    02 EXC-TYPE         PIC X(1).
    02 EXC-EFF          PIC X(8).
    02 EXC-EXP          PIC X(8).
    02 EXC-REASON       PIC X(20).

FD EXCLUDE-TEMP-FILE.
01 EXCLUDE-TEMP-RECORD  PIC X(62).

FD TOURN-FILE.
01 TOURN-RECORD.
    02 TRN-SESSION      PIC X(14).
    02 TRN-DATE         PIC X(8).
    02 TRN-TABLE        PIC 9(1).
    02 TRN-ACCOUNT      PIC 9(5).
    02 TRN-NAME         PIC X(20).
    02 TRN-CHIPS        PIC 9(7)V99.

FD TOURN-TEMP-FILE.
01 TOURN-TEMP-RECORD    PIC X(57).

FD VOUCHER-FILE.
01 VOUCHER-RECORD.
    02 VCH-NUMBER       PIC 9(7).
    02 VCH-ACCOUNT      PIC 9(5).
    02 VCH-NAME         PIC X(20).
    02 VCH-OUTLET       PIC X(1).
    02 VCH-AMOUNT       PIC 9(5)V99.
    02 VCH-ISSUE-DATE   PIC X(8).
    02 VCH-EXPIRE-DATE  PIC X(8).
    02 VCH-HOST         PIC X(4).
    02 VCH-STATUS       PIC X(1).
    02 VCH-CLOSE-DATE   PIC X(8).
    02 VCH-USED         PIC 9(5)V99.
    02 VCH-CHECK        PIC X(10).

FD VOUCHER-TEMP-FILE.
01 VOUCHER-TEMP-RECORD  PIC X(86).

FD TIER-FILE.
01 TIER-RECORD.
    02 TR-ACCOUNT       PIC 9(5).
    02 TR-NAME          PIC X(20).
    02 TR-TIER          PIC X(1).
    02 TR-CREDITS       PIC 9(9)V99.
    02 TR-QUAL-DATE     PIC X(8).
    02 TR-EXPIRE-DATE   PIC X(8).
    02 TR-PRIOR-TIER    PIC X(1).

FD TIER-TEMP-FILE.
01 TIER-TEMP-RECORD     PIC X(54).

FD MERGE-FILE.
01 MERGE-RECORD.
    02 MRG-OLD-ACCOUNT  PIC 9(5).
    02 MRG-NEW-ACCOUNT  PIC 9(5).
    02 MRG-DATE         PIC X(8).
    02 MRG-TIME         PIC X(8).
    02 MRG-OLD-NAME     PIC X(20).
    02 MRG-BALANCE      PIC 9(5)V99.
    02 MRG-POINTS       PIC 9(7)V99.

FD MERGE-TEMP-FILE.
01 MERGE-TEMP-RECORD    PIC X(62).

*> One row per erasure. The name that was erased is deliberately
*> not kept here.
FD ERASE-FILE.
01 ERASE-RECORD.
    02 ERS-ACCOUNT      PIC 9(5).
    02 ERS-DATE         PIC X(8).
    02 ERS-TIME         PIC X(8).
    02 ERS-WHO          PIC X(3).
    02 ERS-CLOSE-DATE   PIC X(8).
    02 ERS-PSEUDONYM    PIC X(20).
    02 ERS-ROWS         PIC 9(5).
    02 ERS-KEPT         PIC 9(5).
    02 ERS-RC           PIC 9(2).

FD ERASE-CFG-FILE.
01 ERASE-CFG-RECORD.
    02 ERC-HOLD-DAYS    PIC 9(5).

FD SUPER-FILE.
01 SUPER-RECORD         PIC X(4).

WORKING-STORAGE SECTION.
01 ACCOUNT-STATUS       PIC X(2).
01 JOURNAL-STATUS       PIC X(2).
01 COMP-STATUS          PIC X(2).
01 LIFETIME-STATUS      PIC X(2).
01 HISTORY-STATUS       PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 SCORE-STATUS         PIC X(2).
01 RECORDS-STATUS       PIC X(2).
01 MARKER-STATUS        PIC X(2).
01 EXCLUDE-STATUS       PIC X(2).
01 TOURN-STATUS         PIC X(2).
01 VOUCHER-STATUS       PIC X(2).
01 TIER-STATUS          PIC X(2).
01 MERGE-STATUS         PIC X(2).
01 ERASE-STATUS         PIC X(2).
01 ERASE-CFG-STATUS     PIC X(2).
01 TEMP-STATUS          PIC X(2).
01 SUPER-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "PATRON-ERASE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-SUPER-PIN         PIC X(4) VALUE "1234".
01 WS-PIN-TRY           PIC X(4) VALUE SPACES.
01 WS-OPERATOR          PIC X(3) VALUE SPACES.
01 WS-CONFIRM           PIC X(1) VALUE 'N'.
01 WS-TODAY             PIC X(8).
01 WS-TODAY-N           PIC 9(8).
01 WS-NOW               PIC X(8).
*> Days a closed account's name is held before it may be erased,
*> from CRAPS-ERASE.CFG; a year when the file is absent.
01 WS-HOLD-DAYS         PIC 9(5) VALUE 365.
01 WS-ERASE-ACCOUNT     PIC 9(5) VALUE 0.
01 WS-ERASED-BEFORE     PIC X(8) VALUE SPACES.
01 WS-CLOSE-DATE        PIC X(8) VALUE SPACES.
01 WS-CLOSE-DATE-N      PIC 9(8).
01 WS-LAST-JRN-TYPE     PIC X(1) VALUE SPACES.
01 WS-DAYS-CLOSED       PIC S9(7) VALUE 0.
01 WS-HOLD-END-INT      PIC 9(7).
01 WS-HOLD-END-N        PIC 9(8).
01 WS-PATRON-NAME       PIC X(20) VALUE SPACES.
01 WS-PSEUDONYM         PIC X(20) VALUE SPACES.
*> Files kept by name alone (the history files, the leaderboard and
*> rows loaded at account zero) are erased only when no open account
*> wears the name - then it can only mean this patron.
01 WS-ERASE-NAMED       PIC X(1) VALUE 'N'.
01 WS-OTHER-HOLDERS     PIC 9(4) VALUE 0.
01 WS-COMP-ROWS         PIC 9(5) VALUE 0.
01 WS-LIFE-ROWS         PIC 9(5) VALUE 0.
01 WS-HIST-ROWS         PIC 9(5) VALUE 0.
01 WS-HIST-FILES        PIC 9(4) VALUE 0.
01 WS-BOARD-ROWS        PIC 9(5) VALUE 0.
01 WS-HOUSE-ROWS        PIC 9(5) VALUE 0.
01 WS-MKR-ROWS          PIC 9(5) VALUE 0.
01 WS-MKR-UNPAID        PIC 9(5) VALUE 0.
01 WS-EXC-ROWS          PIC 9(5) VALUE 0.
01 WS-EXC-KEPT          PIC 9(5) VALUE 0.
01 WS-TRN-ROWS          PIC 9(5) VALUE 0.
01 WS-VCH-ROWS          PIC 9(5) VALUE 0.
01 WS-TIER-ROWS         PIC 9(5) VALUE 0.
01 WS-MRG-ROWS          PIC 9(5) VALUE 0.
01 WS-DONE-ROWS         PIC 9(5) VALUE 0.
01 WS-HIST-PASS         PIC X(1) VALUE 'S'.
01 WS-HISTORY-NAME      PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-SOURCE-ACCOUNT    PIC 9(5).
01 WS-SOURCE-NAME       PIC X(20).
01 WS-FOUND             PIC X(1).
01 WS-FOUND-KEY         PIC X(25).
01 WS-HOLD-COMP.
    02 WS-HC-KEY        PIC X(25).
    02 WS-HC-POINTS     PIC 9(7)V99.
01 WS-HOLD-LIFE.
    02 WS-HL-KEY        PIC X(25).
    02 WS-HL-SESSIONS   PIC 9(5).
    02 WS-HL-WAG-PASS   PIC 9(7)V99.
    02 WS-HL-WAG-DPASS  PIC 9(7)V99.
    02 WS-HL-WAG-COME   PIC 9(7)V99.
    02 WS-HL-WAG-DCOME  PIC 9(7)V99.
    02 WS-HL-WAG-ODDS   PIC 9(7)V99.
    02 WS-HL-WAG-PLACE  PIC 9(7)V99.
    02 WS-HL-WAG-PROP   PIC 9(7)V99.
    02 WS-HL-TOTAL-WON  PIC 9(7)V99.
    02 WS-HL-TOTAL-LOST PIC 9(7)V99.
    02 WS-HL-BIGGEST    PIC 9(5)V99.
01 WS-HOLD-HIST         PIC X(49).
01 WS-STEP-OK           PIC X(1) VALUE 'Y'.
*> The worst outcome of the run; RETURN-CODE is set from it at the
*> end, since every CALL on the way overwrites RETURN-CODE.
01 WS-RUN-RC            PIC 9(2) VALUE 0.
01 WS-LOCK-TRIES        PIC 9(5) VALUE 0.
01 WS-LOCK-WAIT         PIC 9(4) COMP-5 VALUE 1.
01 WS-LOCK-REPORT       PIC 9(5) VALUE 0.
01 WS-SCR-TMP-NAME      PIC X(14) VALUE "player.dat.tmp".
01 WS-SCR-FINAL-NAME    PIC X(10) VALUE "player.dat".
01 WS-REC-TMP-NAME      PIC X(17) VALUE "CRAPS-RECORDS.TMP".
01 WS-REC-FINAL-NAME    PIC X(17) VALUE "CRAPS-RECORDS.DAT".
01 WS-MKR-TMP-NAME      PIC X(17) VALUE "CRAPS-MARKERS.TMP".
01 WS-MKR-FINAL-NAME    PIC X(17) VALUE "CRAPS-MARKERS.DAT".
01 WS-EXC-TMP-NAME      PIC X(17) VALUE "CRAPS-EXCLUDE.TMP".
01 WS-EXC-FINAL-NAME    PIC X(17) VALUE "CRAPS-EXCLUDE.DAT".
01 WS-TRN-TMP-NAME      PIC X(15) VALUE "CRAPS-TOURN.TMP".
01 WS-TRN-FINAL-NAME    PIC X(15) VALUE "CRAPS-TOURN.DAT".
01 WS-VCH-TMP-NAME      PIC X(17) VALUE "CRAPS-VOUCHER.TMP".
01 WS-VCH-FINAL-NAME    PIC X(17) VALUE "CRAPS-VOUCHER.DAT".
01 WS-TIER-TMP-NAME     PIC X(15) VALUE "CRAPS-TIERS.TMP".
01 WS-TIER-FINAL-NAME   PIC X(15) VALUE "CRAPS-TIERS.DAT".
01 WS-MRG-TMP-NAME      PIC X(15) VALUE "CRAPS-MERGE.TMP".
01 WS-MRG-FINAL-NAME    PIC X(15) VALUE "CRAPS-MERGE.DAT".
01 WS-ACCT-FUNCTION     PIC X(1).
01 WS-ACCT-NUMBER       PIC 9(5) VALUE 0.
01 WS-ACCT-NAME         PIC X(20) VALUE SPACES.
01 WS-ACCT-BALANCE      PIC 9(5)V99 VALUE 0.
01 WS-ACCT-STATUS       PIC X(1) VALUE 'N'.
01 WS-ACCT-LOSS-CAP     PIC 9(5)V99 VALUE 0.
01 WS-ACCT-TIME-LIMIT   PIC 9(3) VALUE 0.
01 WS-ACCT-LOCKOUT      PIC X(8) VALUE SPACES.
01 WS-ACCT-PIN          PIC X(4) VALUE SPACES.
*> Passed on every ACCOUNT-MASTER call for its transaction journal.
01 WS-JRN-CONTEXT.
    02 WS-JRN-SOURCE    PIC X(18) VALUE "PATRON-ERASE".
    02 WS-JRN-WHERE     PIC X(8) VALUE "ERASE".
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
*> An erased patron is also marked do-not-contact on CONTACT-PREF,
*> so CRM-EXTRACT stops feeding the renamed career line.
01 WS-CON-FUNCTION      PIC X(1).
01 WS-CON-STATUS        PIC X(1).
01 WS-CON-RECORD.
    02 WS-CON-ACCOUNT   PIC 9(5).
    02 WS-CON-NO-CONTACT PIC X(1).
    02 WS-CON-UPD-DATE  PIC X(8).
    02 WS-CON-UPD-WHO   PIC X(3).
    02 WS-CON-REASON    PIC X(20).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Erase a closed patron's name, under the supervisor PIN, once
    *> the account has been closed at the cage (ACCOUNT-MASTER 'X')
    *> for the hold period on CRAPS-ERASE.CFG. The name is replaced
    *> by a pseudonym built from the account number - on the comp
    *> and lifetime masters, every live and archived history file,
    *> the player.dat leaderboard, the house record on
    *> CRAPS-RECORDS.DAT, markers, expired exclusion rows, tournament
    *> rows, comp vouchers, the tier master and the merge log - while
    *> account numbers and every money figure stay as they were.
    *> Exclusion rows still in force keep the name, since the tables
    *> match walk-ins on it; the audit trails and their
    *> daily summaries are the gaming record and are not touched.
    *> Nothing is changed until the supervisor has seen the dry run
    *> and commits. Each erasure is recorded on CRAPS-ERASE.DAT
    *> (without the old name) and on the operations log.
    PERFORM CHECK-SUPER-PIN.
    IF WS-PIN-TRY NOT = WS-SUPER-PIN
        DISPLAY "Supervisor PIN refused."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE WS-TODAY TO WS-TODAY-N.
    DISPLAY "Operator initials: ".
    ACCEPT WS-OPERATOR.
    PERFORM LOAD-ERASE-CONFIG.
    DISPLAY "Closed account to erase: ".
    ACCEPT WS-ERASE-ACCOUNT.
    IF WS-ERASE-ACCOUNT = 0
        DISPLAY "No account number given. Nothing erased."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM CHECK-ALREADY-ERASED.
    IF WS-ERASED-BEFORE NOT = SPACES
        DISPLAY "Account " WS-ERASE-ACCOUNT " was already erased on "
            WS-ERASED-BEFORE "."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-ERASE-ACCOUNT TO WS-ACCT-NUMBER.
    PERFORM LOOK-UP-ACCOUNT.
    IF WS-ACCT-STATUS = 'Y'
        DISPLAY "Account " WS-ERASE-ACCOUNT " is still open; close it"
            " at the cage first. Nothing erased."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM FIND-CLOSE-DATE.
    IF WS-CLOSE-DATE = SPACES
        DISPLAY "The account journal shows no close for account "
            WS-ERASE-ACCOUNT ". Nothing erased."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-CLOSE-DATE TO WS-CLOSE-DATE-N.
    COMPUTE WS-DAYS-CLOSED =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
        - FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-N).
    IF WS-DAYS-CLOSED < WS-HOLD-DAYS
        COMPUTE WS-HOLD-END-INT =
            FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-N) + WS-HOLD-DAYS
        MOVE FUNCTION DATE-OF-INTEGER(WS-HOLD-END-INT)
            TO WS-HOLD-END-N
        DISPLAY "Account " WS-ERASE-ACCOUNT " closed on "
            WS-CLOSE-DATE "; its name is held until " WS-HOLD-END-N
            ". Nothing erased."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SPACES TO WS-PSEUDONYM.
    STRING "ERASED PATRON " WS-ERASE-ACCOUNT
        DELIMITED BY SIZE INTO WS-PSEUDONYM.
    PERFORM FIND-PATRON-NAME.
    PERFORM DECIDE-NAMED-ERASE.
    PERFORM SURVEY-COMPS.
    PERFORM SURVEY-LIFETIME.
    MOVE 'S' TO WS-HIST-PASS.
    PERFORM VISIT-HISTORY-FILES.
    PERFORM SURVEY-BOARD.
    PERFORM SURVEY-HOUSE-RECORD.
    PERFORM SURVEY-MARKERS.
    PERFORM SURVEY-EXCLUSIONS.
    PERFORM SURVEY-TOURNAMENT.
    PERFORM SURVEY-VOUCHERS.
    PERFORM SURVEY-TIERS.
    PERFORM SURVEY-MERGES.
    IF WS-MKR-UNPAID > 0
        DISPLAY "Account " WS-ERASE-ACCOUNT " has " WS-MKR-UNPAID
            " unpaid marker(s); the name stays until they are"
            " settled. Nothing erased."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM SHOW-DRY-RUN.
    DISPLAY "Commit this erasure? (Y/N): ".
    MOVE 'N' TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Dry run only; nothing erased."
        GOBACK
    END-IF.
    PERFORM ERASE-COMPS.
    PERFORM ERASE-LIFETIME.
    MOVE 'E' TO WS-HIST-PASS.
    PERFORM VISIT-HISTORY-FILES.
    PERFORM ERASE-BOARD.
    PERFORM ERASE-HOUSE-RECORD.
    PERFORM ERASE-MARKERS.
    PERFORM ERASE-EXCLUSIONS.
    PERFORM ERASE-TOURNAMENT.
    PERFORM ERASE-VOUCHERS.
    PERFORM ERASE-TIERS.
    PERFORM ERASE-MERGES.
    PERFORM SET-NO-CONTACT.
    PERFORM WRITE-ERASE-RECORD.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

CHECK-SUPER-PIN.
    OPEN INPUT SUPER-FILE.
    IF SUPER-STATUS = "00"
        READ SUPER-FILE
            AT END MOVE "10" TO SUPER-STATUS
        END-READ
        IF SUPER-STATUS = "00"
            MOVE SUPER-RECORD TO WS-SUPER-PIN
        END-IF
        CLOSE SUPER-FILE
    ELSE
        CONTINUE
    END-IF.
    DISPLAY "Supervisor PIN: ".
    ACCEPT WS-PIN-TRY.

LOAD-ERASE-CONFIG.
    OPEN INPUT ERASE-CFG-FILE.
    IF ERASE-CFG-STATUS = "00"
        READ ERASE-CFG-FILE
            AT END MOVE "10" TO ERASE-CFG-STATUS
        END-READ
        IF ERASE-CFG-STATUS = "00" AND ERC-HOLD-DAYS IS NUMERIC
            MOVE ERC-HOLD-DAYS TO WS-HOLD-DAYS
        END-IF
        CLOSE ERASE-CFG-FILE
    ELSE
        CONTINUE
    END-IF.

CHECK-ALREADY-ERASED.
    MOVE SPACES TO WS-ERASED-BEFORE.
    OPEN INPUT ERASE-FILE.
    IF ERASE-STATUS = "00"
        PERFORM UNTIL ERASE-STATUS = "10"
            READ ERASE-FILE
                AT END MOVE "10" TO ERASE-STATUS
            END-READ
            IF ERASE-STATUS = "00"
                AND ERS-ACCOUNT = WS-ERASE-ACCOUNT
                AND ERS-RC = 0
                MOVE ERS-DATE TO WS-ERASED-BEFORE
            END-IF
        END-PERFORM
        CLOSE ERASE-FILE
    ELSE
        CONTINUE
    END-IF.

LOOK-UP-ACCOUNT.
    MOVE 'L' TO WS-ACCT-FUNCTION.
    CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
        WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
        WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
        WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
        WS-JRN-CONTEXT.

FIND-CLOSE-DATE.
    *> The close is the account's last journal entry: an 'X' that
    *> anything later (the number issued again) would supersede.
    MOVE SPACES TO WS-CLOSE-DATE.
    MOVE SPACES TO WS-LAST-JRN-TYPE.
    OPEN INPUT JOURNAL-FILE.
    IF JOURNAL-STATUS = "00"
        PERFORM UNTIL JOURNAL-STATUS = "10"
            READ JOURNAL-FILE
                AT END MOVE "10" TO JOURNAL-STATUS
            END-READ
            IF JOURNAL-STATUS = "00"
                AND JRN-ACCOUNT = WS-ERASE-ACCOUNT
                MOVE JRN-TYPE TO WS-LAST-JRN-TYPE
                MOVE JRN-DATE TO WS-CLOSE-DATE
            END-IF
        END-PERFORM
        CLOSE JOURNAL-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-LAST-JRN-TYPE NOT = 'X' OR WS-CLOSE-DATE IS NOT NUMERIC
        MOVE SPACES TO WS-CLOSE-DATE
    END-IF.

FIND-PATRON-NAME.
    *> The account is gone from the master, so the name is taken from
    *> the career line, the comp row or the tier row it left behind.
    MOVE SPACES TO WS-PATRON-NAME.
    OPEN INPUT LIFETIME-FILE.
    IF LIFETIME-STATUS = "00"
        MOVE WS-ERASE-ACCOUNT TO LT-ACCOUNT
        MOVE LOW-VALUES TO LT-NAME
        START LIFETIME-FILE KEY IS >= LT-KEY
            INVALID KEY MOVE "23" TO LIFETIME-STATUS
        END-START
        PERFORM UNTIL WS-PATRON-NAME NOT = SPACES
                OR (LIFETIME-STATUS NOT = "00"
                    AND LIFETIME-STATUS NOT = "02")
            READ LIFETIME-FILE NEXT RECORD
                AT END MOVE "10" TO LIFETIME-STATUS
            END-READ
            IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
                IF LT-ACCOUNT NOT = WS-ERASE-ACCOUNT
                    MOVE "10" TO LIFETIME-STATUS
                ELSE
                    IF LT-NAME NOT = WS-PSEUDONYM
                        MOVE LT-NAME TO WS-PATRON-NAME
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIFETIME-FILE
    END-IF.
    IF WS-PATRON-NAME NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT COMP-FILE.
    IF COMP-STATUS = "00"
        MOVE WS-ERASE-ACCOUNT TO CMP-ACCOUNT
        MOVE LOW-VALUES TO CMP-NAME
        START COMP-FILE KEY IS >= CMP-KEY
            INVALID KEY MOVE "23" TO COMP-STATUS
        END-START
        PERFORM UNTIL WS-PATRON-NAME NOT = SPACES
                OR (COMP-STATUS NOT = "00" AND COMP-STATUS NOT = "02")
            READ COMP-FILE NEXT RECORD
                AT END MOVE "10" TO COMP-STATUS
            END-READ
            IF COMP-STATUS = "00" OR COMP-STATUS = "02"
                IF CMP-ACCOUNT NOT = WS-ERASE-ACCOUNT
                    MOVE "10" TO COMP-STATUS
                ELSE
                    IF CMP-NAME NOT = WS-PSEUDONYM
                        MOVE CMP-NAME TO WS-PATRON-NAME
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE COMP-FILE
    END-IF.
    IF WS-PATRON-NAME NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT TIER-FILE.
    IF TIER-STATUS = "00"
        PERFORM UNTIL TIER-STATUS = "10"
            READ TIER-FILE
                AT END MOVE "10" TO TIER-STATUS
            END-READ
            IF TIER-STATUS = "00"
                AND TR-ACCOUNT = WS-ERASE-ACCOUNT
                AND TR-NAME NOT = WS-PSEUDONYM
                MOVE TR-NAME TO WS-PATRON-NAME
            END-IF
        END-PERFORM
        CLOSE TIER-FILE
    END-IF.

DECIDE-NAMED-ERASE.
    MOVE 'N' TO WS-ERASE-NAMED.
    MOVE 0 TO WS-OTHER-HOLDERS.
    IF WS-PATRON-NAME = SPACES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "00"
        PERFORM UNTIL ACCOUNT-STATUS = "10"
            READ ACCOUNT-FILE NEXT RECORD
                AT END MOVE "10" TO ACCOUNT-STATUS
            END-READ
            IF ACCOUNT-STATUS = "00"
                AND ACCT-NAME = WS-PATRON-NAME
                AND ACCT-LOCKOUT NOT = "MERGED"
                ADD 1 TO WS-OTHER-HOLDERS
            END-IF
        END-PERFORM
        CLOSE ACCOUNT-FILE
        IF WS-OTHER-HOLDERS = 0
            MOVE 'Y' TO WS-ERASE-NAMED
        END-IF
    END-IF.

SURVEY-COMPS.
    *> The dry run: count what each file would have renamed.
    OPEN INPUT COMP-FILE.
    IF COMP-STATUS = "00"
        MOVE WS-ERASE-ACCOUNT TO WS-SOURCE-ACCOUNT
        MOVE WS-PATRON-NAME TO WS-SOURCE-NAME
        PERFORM SURVEY-COMP-SOURCE
        IF WS-ERASE-NAMED = 'Y'
            MOVE 0 TO WS-SOURCE-ACCOUNT
            PERFORM SURVEY-COMP-SOURCE
        END-IF
        CLOSE COMP-FILE
    END-IF.

SURVEY-COMP-SOURCE.
    MOVE WS-SOURCE-ACCOUNT TO CMP-ACCOUNT.
    IF WS-SOURCE-ACCOUNT = 0
        MOVE WS-SOURCE-NAME TO CMP-NAME
    ELSE
        MOVE LOW-VALUES TO CMP-NAME
    END-IF.
    START COMP-FILE KEY IS >= CMP-KEY
        INVALID KEY MOVE "23" TO COMP-STATUS
    END-START.
    PERFORM UNTIL COMP-STATUS NOT = "00" AND COMP-STATUS NOT = "02"
        READ COMP-FILE NEXT RECORD
            AT END MOVE "10" TO COMP-STATUS
        END-READ
        IF COMP-STATUS = "00" OR COMP-STATUS = "02"
            IF CMP-ACCOUNT = WS-SOURCE-ACCOUNT
                AND (WS-SOURCE-ACCOUNT > 0
                     OR CMP-NAME = WS-SOURCE-NAME)
                IF CMP-NAME NOT = WS-PSEUDONYM
                    ADD 1 TO WS-COMP-ROWS
                END-IF
            ELSE
                MOVE "10" TO COMP-STATUS
            END-IF
        END-IF
    END-PERFORM.

SURVEY-LIFETIME.
    OPEN INPUT LIFETIME-FILE.
    IF LIFETIME-STATUS = "00"
        MOVE WS-ERASE-ACCOUNT TO WS-SOURCE-ACCOUNT
        MOVE WS-PATRON-NAME TO WS-SOURCE-NAME
        PERFORM SURVEY-LIFE-SOURCE
        IF WS-ERASE-NAMED = 'Y'
            MOVE 0 TO WS-SOURCE-ACCOUNT
            PERFORM SURVEY-LIFE-SOURCE
        END-IF
        CLOSE LIFETIME-FILE
    END-IF.

SURVEY-LIFE-SOURCE.
    MOVE WS-SOURCE-ACCOUNT TO LT-ACCOUNT.
    IF WS-SOURCE-ACCOUNT = 0
        MOVE WS-SOURCE-NAME TO LT-NAME
    ELSE
        MOVE LOW-VALUES TO LT-NAME
    END-IF.
    START LIFETIME-FILE KEY IS >= LT-KEY
        INVALID KEY MOVE "23" TO LIFETIME-STATUS
    END-START.
    PERFORM UNTIL LIFETIME-STATUS NOT = "00"
            AND LIFETIME-STATUS NOT = "02"
        READ LIFETIME-FILE NEXT RECORD
            AT END MOVE "10" TO LIFETIME-STATUS
        END-READ
        IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
            IF LT-ACCOUNT = WS-SOURCE-ACCOUNT
                AND (WS-SOURCE-ACCOUNT > 0
                     OR LT-NAME = WS-SOURCE-NAME)
                IF LT-NAME NOT = WS-PSEUDONYM
                    ADD 1 TO WS-LIFE-ROWS
                END-IF
            ELSE
                MOVE "10" TO LIFETIME-STATUS
            END-IF
        END-IF
    END-PERFORM.

VISIT-HISTORY-FILES.
    *> Every table's live history file, then every archived
    *> generation on the catalog. WS-HIST-PASS 'S' counts, 'E'
    *> erases.
    IF WS-ERASE-NAMED NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-HISTORY-NAME
        STRING "player-history.T" WS-TBL-DIGIT ".idx"
            DELIMITED BY SIZE INTO WS-HISTORY-NAME
        PERFORM PROCESS-ONE-HISTORY
    END-PERFORM.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'H'
                MOVE CAT-NAME TO WS-HISTORY-NAME
                PERFORM PROCESS-ONE-HISTORY
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        CONTINUE
    END-IF.

PROCESS-ONE-HISTORY.
    IF WS-HIST-PASS = 'S'
        PERFORM SURVEY-ONE-HISTORY
    ELSE
        PERFORM ERASE-ONE-HISTORY
    END-IF.

SURVEY-ONE-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FOUND.
    MOVE WS-PATRON-NAME TO HIST-NAME.
    MOVE LOW-VALUES TO HIST-DATE.
    MOVE LOW-VALUES TO HIST-SESSION.
    START HISTORY-FILE KEY IS >= HIST-KEY
        INVALID KEY MOVE "23" TO HISTORY-STATUS
    END-START.
    PERFORM UNTIL HISTORY-STATUS NOT = "00"
        READ HISTORY-FILE NEXT RECORD
            AT END MOVE "10" TO HISTORY-STATUS
        END-READ
        IF HISTORY-STATUS = "00"
            IF HIST-NAME = WS-PATRON-NAME
                ADD 1 TO WS-HIST-ROWS
                MOVE 'Y' TO WS-FOUND
            ELSE
                MOVE "10" TO HISTORY-STATUS
            END-IF
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-HIST-FILES
    END-IF.
    CLOSE HISTORY-FILE.

SURVEY-BOARD.
    IF WS-ERASE-NAMED NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT SCORE-FILE.
    IF SCORE-STATUS = "00"
        PERFORM UNTIL SCORE-STATUS = "10"
            READ SCORE-FILE
                AT END MOVE "10" TO SCORE-STATUS
            END-READ
            IF SCORE-STATUS = "00"
                AND SCR-NAME = WS-PATRON-NAME
                ADD 1 TO WS-BOARD-ROWS
            END-IF
        END-PERFORM
        CLOSE SCORE-FILE
    END-IF.

SURVEY-HOUSE-RECORD.
    *> CRAPS-RECORDS.DAT carries the name of whoever holds the longest
    *> hand, kept by name alone like the leaderboard.
    IF WS-ERASE-NAMED NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT RECORDS-FILE.
    IF RECORDS-STATUS = "00"
        PERFORM UNTIL RECORDS-STATUS = "10"
            READ RECORDS-FILE
                AT END MOVE "10" TO RECORDS-STATUS
            END-READ
            IF RECORDS-STATUS = "00"
                AND REC-NAME = WS-PATRON-NAME
                ADD 1 TO WS-HOUSE-ROWS
            END-IF
        END-PERFORM
        CLOSE RECORDS-FILE
    END-IF.

SURVEY-MARKERS.
    *> Paper still being collected keeps the name it was signed in.
    OPEN INPUT MARKER-FILE.
    IF MARKER-STATUS = "00"
        PERFORM UNTIL MARKER-STATUS = "10"
            READ MARKER-FILE
                AT END MOVE "10" TO MARKER-STATUS
            END-READ
            IF MARKER-STATUS = "00"
                AND MKR-ACCOUNT = WS-ERASE-ACCOUNT
                IF MKR-STATUS = 'O' OR MKR-STATUS = 'D'
                    OR MKR-STATUS = 'N'
                    ADD 1 TO WS-MKR-UNPAID
                END-IF
                IF MKR-NAME NOT = WS-PSEUDONYM
                    ADD 1 TO WS-MKR-ROWS
                END-IF
            END-IF
        END-PERFORM
        CLOSE MARKER-FILE
    END-IF.

SURVEY-EXCLUSIONS.
    OPEN INPUT EXCLUDE-FILE.
    IF EXCLUDE-STATUS = "00"
        PERFORM UNTIL EXCLUDE-STATUS = "10"
            READ EXCLUDE-FILE
                AT END MOVE "10" TO EXCLUDE-STATUS
            END-READ
            IF EXCLUDE-STATUS = "00"
                AND EXC-ACCOUNT = WS-ERASE-ACCOUNT
                AND EXC-NAME NOT = WS-PSEUDONYM
                IF EXC-EXP < WS-TODAY
                    ADD 1 TO WS-EXC-ROWS
                ELSE
                    ADD 1 TO WS-EXC-KEPT
                END-IF
            END-IF
        END-PERFORM
        CLOSE EXCLUDE-FILE
    END-IF.

SURVEY-TOURNAMENT.
    OPEN INPUT TOURN-FILE.
    IF TOURN-STATUS = "00"
        PERFORM UNTIL TOURN-STATUS = "10"
            READ TOURN-FILE
                AT END MOVE "10" TO TOURN-STATUS
            END-READ
            IF TOURN-STATUS = "00"
                AND TRN-ACCOUNT = WS-ERASE-ACCOUNT
                AND TRN-NAME NOT = WS-PSEUDONYM
                ADD 1 TO WS-TRN-ROWS
            END-IF
        END-PERFORM
        CLOSE TOURN-FILE
    END-IF.

SURVEY-VOUCHERS.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS = "00"
        PERFORM UNTIL VOUCHER-STATUS = "10"
            READ VOUCHER-FILE
                AT END MOVE "10" TO VOUCHER-STATUS
            END-READ
            IF VOUCHER-STATUS = "00"
                AND VCH-ACCOUNT = WS-ERASE-ACCOUNT
                AND VCH-NAME NOT = WS-PSEUDONYM
                ADD 1 TO WS-VCH-ROWS
            END-IF
        END-PERFORM
        CLOSE VOUCHER-FILE
    END-IF.

SURVEY-TIERS.
    OPEN INPUT TIER-FILE.
    IF TIER-STATUS = "00"
        PERFORM UNTIL TIER-STATUS = "10"
            READ TIER-FILE
                AT END MOVE "10" TO TIER-STATUS
            END-READ
            IF TIER-STATUS = "00"
                AND TR-ACCOUNT = WS-ERASE-ACCOUNT
                AND TR-NAME NOT = WS-PSEUDONYM
                ADD 1 TO WS-TIER-ROWS
            END-IF
        END-PERFORM
        CLOSE TIER-FILE
    END-IF.

SURVEY-MERGES.
    *> A merge into or out of the account recorded the duplicate's
    *> name - the same patron's.
    OPEN INPUT MERGE-FILE.
    IF MERGE-STATUS = "00"
        PERFORM UNTIL MERGE-STATUS = "10"
            READ MERGE-FILE
                AT END MOVE "10" TO MERGE-STATUS
            END-READ
            IF MERGE-STATUS = "00"
                AND (MRG-OLD-ACCOUNT = WS-ERASE-ACCOUNT
                     OR MRG-NEW-ACCOUNT = WS-ERASE-ACCOUNT)
                AND MRG-OLD-NAME NOT = WS-PSEUDONYM
                ADD 1 TO WS-MRG-ROWS
            END-IF
        END-PERFORM
        CLOSE MERGE-FILE
    END-IF.

SHOW-DRY-RUN.
    DISPLAY " ".
    DISPLAY "===== ERASURE PREVIEW (" WS-TODAY ") =====".
    DISPLAY "Account   " WS-ERASE-ACCOUNT "  closed " WS-CLOSE-DATE
        "  hold " WS-HOLD-DAYS " day(s)".
    IF WS-PATRON-NAME = SPACES
        DISPLAY "Name      none left on the masters"
    ELSE
        DISPLAY "Name      " WS-PATRON-NAME
    END-IF.
    DISPLAY "Becomes   " WS-PSEUDONYM.
    DISPLAY " ".
    DISPLAY "Comp rows renamed:      " WS-COMP-ROWS.
    DISPLAY "Career lines renamed:   " WS-LIFE-ROWS.
    IF WS-ERASE-NAMED = 'Y'
        DISPLAY "History rows renamed:   " WS-HIST-ROWS " in "
            WS-HIST-FILES " file(s)"
        DISPLAY "Leaderboard rows:       " WS-BOARD-ROWS
        DISPLAY "House record rows:      " WS-HOUSE-ROWS
    ELSE
        IF WS-PATRON-NAME NOT = SPACES
            DISPLAY "  (rows kept by name alone are left: an open"
                " account wears the name)"
        END-IF
    END-IF.
    DISPLAY "Markers renamed:        " WS-MKR-ROWS.
    DISPLAY "Exclusion rows renamed: " WS-EXC-ROWS.
    IF WS-EXC-KEPT > 0
        DISPLAY "  " WS-EXC-KEPT " exclusion row(s) still in force"
            " keep the name"
    END-IF.
    DISPLAY "Tournament rows:        " WS-TRN-ROWS.
    DISPLAY "Comp vouchers:          " WS-VCH-ROWS.
    DISPLAY "Tier rows:              " WS-TIER-ROWS.
    DISPLAY "Merge log rows:         " WS-MRG-ROWS.
    DISPLAY "Audit trails and daily summaries are not changed.".
    DISPLAY " ".

ERASE-COMPS.
    *> Each row is written again under the pseudonym before the old
    *> row is deleted. Two names on the one account fold into the
    *> one pseudonym row.
    IF WS-COMP-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-LOCK-TRIES.
    OPEN I-O COMP-FILE.
    PERFORM UNTIL COMP-STATUS NOT = "61"
        PERFORM WAIT-FOR-LOCK
        OPEN I-O COMP-FILE
    END-PERFORM.
    IF COMP-STATUS NOT = "00"
        DISPLAY "Cannot open the comp master (FILE STATUS "
            COMP-STATUS "); comp rows not renamed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ERASE-ACCOUNT TO WS-SOURCE-ACCOUNT.
    MOVE WS-PATRON-NAME TO WS-SOURCE-NAME.
    PERFORM ERASE-COMP-SOURCE.
    IF WS-ERASE-NAMED = 'Y'
        MOVE 0 TO WS-SOURCE-ACCOUNT
        PERFORM ERASE-COMP-SOURCE
    END-IF.
    CLOSE COMP-FILE.

ERASE-COMP-SOURCE.
    MOVE 'Y' TO WS-FOUND.
    PERFORM UNTIL WS-FOUND NOT = 'Y'
        PERFORM FIND-COMP-SOURCE
        IF WS-FOUND = 'Y'
            MOVE COMP-RECORD TO WS-HOLD-COMP
            PERFORM PUT-PSEUDONYM-COMP
            IF WS-STEP-OK = 'Y'
                MOVE WS-HC-KEY TO CMP-KEY
                PERFORM READ-COMP-LOCKED
                IF COMP-STATUS = "00" OR COMP-STATUS = "02"
                    DELETE COMP-FILE RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF
                IF COMP-STATUS = "00"
                    ADD 1 TO WS-DONE-ROWS
                ELSE
                    *> Left in place it would be counted again.
                    DISPLAY "Comp row for account " WS-HC-KEY(1:5)
                        " renamed but the old row not removed"
                        " (FILE STATUS " COMP-STATUS
                        "); remove it by hand."
                    MOVE 8 TO WS-RUN-RC
                    MOVE 'N' TO WS-FOUND
                END-IF
            ELSE
                MOVE 'N' TO WS-FOUND
            END-IF
        END-IF
    END-PERFORM.

FIND-COMP-SOURCE.
    MOVE 'N' TO WS-FOUND.
    MOVE WS-SOURCE-ACCOUNT TO CMP-ACCOUNT.
    IF WS-SOURCE-ACCOUNT = 0
        MOVE WS-SOURCE-NAME TO CMP-NAME
    ELSE
        MOVE LOW-VALUES TO CMP-NAME
    END-IF.
    START COMP-FILE KEY IS >= CMP-KEY
        INVALID KEY MOVE "23" TO COMP-STATUS
    END-START.
    PERFORM UNTIL WS-FOUND = 'Y'
            OR (COMP-STATUS NOT = "00" AND COMP-STATUS NOT = "02")
        READ COMP-FILE NEXT RECORD
            AT END MOVE "10" TO COMP-STATUS
        END-READ
        IF COMP-STATUS = "00" OR COMP-STATUS = "02"
            IF CMP-ACCOUNT = WS-SOURCE-ACCOUNT
                AND (WS-SOURCE-ACCOUNT > 0
                     OR CMP-NAME = WS-SOURCE-NAME)
                IF CMP-NAME NOT = WS-PSEUDONYM
                    MOVE 'Y' TO WS-FOUND
                END-IF
            ELSE
                MOVE "10" TO COMP-STATUS
            END-IF
        END-IF
    END-PERFORM.

PUT-PSEUDONYM-COMP.
    MOVE 'N' TO WS-STEP-OK.
    MOVE WS-HOLD-COMP TO COMP-RECORD.
    MOVE WS-PSEUDONYM TO CMP-NAME.
    WRITE COMP-RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF COMP-STATUS = "22"
        MOVE WS-HOLD-COMP TO COMP-RECORD
        MOVE WS-PSEUDONYM TO CMP-NAME
        PERFORM READ-COMP-LOCKED
        IF COMP-STATUS = "00" OR COMP-STATUS = "02"
            ADD WS-HC-POINTS TO CMP-POINTS
            REWRITE COMP-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
        END-IF
    END-IF.
    IF COMP-STATUS = "00" OR COMP-STATUS = "02"
        MOVE 'Y' TO WS-STEP-OK
    ELSE
        DISPLAY "Error renaming a comp row for account "
            WS-HC-KEY(1:5) " (FILE STATUS " COMP-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "comp row not renamed erasing account "
            WS-ERASE-ACCOUNT DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
    END-IF.

READ-COMP-LOCKED.
    *> CMP-KEY names the record. A record a table holds is waited
    *> out, the same as COMP-POINTS does.
    MOVE CMP-KEY TO WS-FOUND-KEY.
    MOVE 0 TO WS-LOCK-TRIES.
    MOVE "51" TO COMP-STATUS.
    PERFORM UNTIL COMP-STATUS NOT = "51"
        MOVE WS-FOUND-KEY TO CMP-KEY
        READ COMP-FILE WITH LOCK KEY IS CMP-KEY
            INVALID KEY CONTINUE
        END-READ
        IF COMP-STATUS = "51"
            PERFORM WAIT-FOR-LOCK
        END-IF
    END-PERFORM.

ERASE-LIFETIME.
    IF WS-LIFE-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-LOCK-TRIES.
    OPEN I-O LIFETIME-FILE.
    PERFORM UNTIL LIFETIME-STATUS NOT = "61"
        PERFORM WAIT-FOR-LOCK
        OPEN I-O LIFETIME-FILE
    END-PERFORM.
    IF LIFETIME-STATUS NOT = "00"
        DISPLAY "Cannot open the lifetime master (FILE STATUS "
            LIFETIME-STATUS "); career lines not renamed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-ERASE-ACCOUNT TO WS-SOURCE-ACCOUNT.
    MOVE WS-PATRON-NAME TO WS-SOURCE-NAME.
    PERFORM ERASE-LIFE-SOURCE.
    IF WS-ERASE-NAMED = 'Y'
        MOVE 0 TO WS-SOURCE-ACCOUNT
        PERFORM ERASE-LIFE-SOURCE
    END-IF.
    CLOSE LIFETIME-FILE.

ERASE-LIFE-SOURCE.
    MOVE 'Y' TO WS-FOUND.
    PERFORM UNTIL WS-FOUND NOT = 'Y'
        PERFORM FIND-LIFE-SOURCE
        IF WS-FOUND = 'Y'
            MOVE LIFETIME-RECORD TO WS-HOLD-LIFE
            PERFORM PUT-PSEUDONYM-LIFE
            IF WS-STEP-OK = 'Y'
                MOVE WS-HL-KEY TO LT-KEY
                PERFORM READ-LIFE-LOCKED
                IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
                    DELETE LIFETIME-FILE RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF
                IF LIFETIME-STATUS = "00"
                    ADD 1 TO WS-DONE-ROWS
                ELSE
                    *> Left in place it would be counted again.
                    DISPLAY "Career line for account " WS-HL-KEY(1:5)
                        " renamed but the old line not removed"
                        " (FILE STATUS " LIFETIME-STATUS
                        "); remove it by hand."
                    MOVE 8 TO WS-RUN-RC
                    MOVE 'N' TO WS-FOUND
                END-IF
            ELSE
                MOVE 'N' TO WS-FOUND
            END-IF
        END-IF
    END-PERFORM.

FIND-LIFE-SOURCE.
    MOVE 'N' TO WS-FOUND.
    MOVE WS-SOURCE-ACCOUNT TO LT-ACCOUNT.
    IF WS-SOURCE-ACCOUNT = 0
        MOVE WS-SOURCE-NAME TO LT-NAME
    ELSE
        MOVE LOW-VALUES TO LT-NAME
    END-IF.
    START LIFETIME-FILE KEY IS >= LT-KEY
        INVALID KEY MOVE "23" TO LIFETIME-STATUS
    END-START.
    PERFORM UNTIL WS-FOUND = 'Y'
            OR (LIFETIME-STATUS NOT = "00"
                AND LIFETIME-STATUS NOT = "02")
        READ LIFETIME-FILE NEXT RECORD
            AT END MOVE "10" TO LIFETIME-STATUS
        END-READ
        IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
            IF LT-ACCOUNT = WS-SOURCE-ACCOUNT
                AND (WS-SOURCE-ACCOUNT > 0
                     OR LT-NAME = WS-SOURCE-NAME)
                IF LT-NAME NOT = WS-PSEUDONYM
                    MOVE 'Y' TO WS-FOUND
                END-IF
            ELSE
                MOVE "10" TO LIFETIME-STATUS
            END-IF
        END-IF
    END-PERFORM.

PUT-PSEUDONYM-LIFE.
    MOVE 'N' TO WS-STEP-OK.
    MOVE WS-HOLD-LIFE TO LIFETIME-RECORD.
    MOVE WS-PSEUDONYM TO LT-NAME.
    WRITE LIFETIME-RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF LIFETIME-STATUS = "22"
        *> Biggest win is the larger of the two, as ACCT-MERGE folds.
        MOVE WS-HOLD-LIFE TO LIFETIME-RECORD
        MOVE WS-PSEUDONYM TO LT-NAME
        PERFORM READ-LIFE-LOCKED
        IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
            ADD WS-HL-SESSIONS TO LT-SESSIONS
            ADD WS-HL-WAG-PASS TO LT-WAG-PASS
            ADD WS-HL-WAG-DPASS TO LT-WAG-DPASS
            ADD WS-HL-WAG-COME TO LT-WAG-COME
            ADD WS-HL-WAG-DCOME TO LT-WAG-DCOME
            ADD WS-HL-WAG-ODDS TO LT-WAG-ODDS
            ADD WS-HL-WAG-PLACE TO LT-WAG-PLACE
            ADD WS-HL-WAG-PROP TO LT-WAG-PROP
            ADD WS-HL-TOTAL-WON TO LT-TOTAL-WON
            ADD WS-HL-TOTAL-LOST TO LT-TOTAL-LOST
            IF WS-HL-BIGGEST > LT-BIGGEST-WIN
                MOVE WS-HL-BIGGEST TO LT-BIGGEST-WIN
            END-IF
            REWRITE LIFETIME-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
        END-IF
    END-IF.
    IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
        MOVE 'Y' TO WS-STEP-OK
    ELSE
        DISPLAY "Error renaming a career line for account "
            WS-HL-KEY(1:5) " (FILE STATUS " LIFETIME-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "career line not renamed erasing account "
            WS-ERASE-ACCOUNT DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
    END-IF.

READ-LIFE-LOCKED.
    MOVE LT-KEY TO WS-FOUND-KEY.
    MOVE 0 TO WS-LOCK-TRIES.
    MOVE "51" TO LIFETIME-STATUS.
    PERFORM UNTIL LIFETIME-STATUS NOT = "51"
        MOVE WS-FOUND-KEY TO LT-KEY
        READ LIFETIME-FILE WITH LOCK KEY IS LT-KEY
            INVALID KEY CONTINUE
        END-READ
        IF LIFETIME-STATUS = "51"
            PERFORM WAIT-FOR-LOCK
        END-IF
    END-PERFORM.

WAIT-FOR-LOCK.
    ADD 1 TO WS-LOCK-TRIES.
    DIVIDE WS-LOCK-TRIES BY 30 GIVING WS-LOCK-REPORT
        REMAINDER WS-LOCK-REPORT.
    IF WS-LOCK-REPORT = 0
        DISPLAY "Waiting on a record lock (" WS-LOCK-TRIES
            " tries)."
    END-IF.
    CALL "C$SLEEP" USING WS-LOCK-WAIT.

ERASE-ONE-HISTORY.
    *> History is keyed by name, date and session: each of the
    *> patron's rows is written under the pseudonym, then the old
    *> row is deleted.
    OPEN I-O HISTORY-FILE.
    IF HISTORY-STATUS NOT = "00"
        IF HISTORY-STATUS NOT = "35"
            DISPLAY "Cannot open " WS-HISTORY-NAME " (FILE STATUS "
                HISTORY-STATUS "); its rows not renamed."
            MOVE 8 TO WS-RUN-RC
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-FOUND.
    PERFORM UNTIL WS-FOUND NOT = 'Y'
        MOVE 'N' TO WS-FOUND
        MOVE WS-PATRON-NAME TO HIST-NAME
        MOVE LOW-VALUES TO HIST-DATE
        MOVE LOW-VALUES TO HIST-SESSION
        START HISTORY-FILE KEY IS >= HIST-KEY
            INVALID KEY MOVE "23" TO HISTORY-STATUS
        END-START
        IF HISTORY-STATUS = "00"
            READ HISTORY-FILE NEXT RECORD
                AT END MOVE "10" TO HISTORY-STATUS
            END-READ
            IF HISTORY-STATUS = "00"
                AND HIST-NAME = WS-PATRON-NAME
                MOVE HISTORY-RECORD TO WS-HOLD-HIST
                PERFORM RENAME-HISTORY-ROW
            END-IF
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.

RENAME-HISTORY-ROW.
    MOVE WS-PSEUDONYM TO HIST-NAME.
    WRITE HISTORY-RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF HISTORY-STATUS NOT = "00"
        DISPLAY "Error renaming a row in " WS-HISTORY-NAME
            " (FILE STATUS " HISTORY-STATUS ")."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-HOLD-HIST TO HISTORY-RECORD.
    DELETE HISTORY-FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF HISTORY-STATUS = "00"
        ADD 1 TO WS-DONE-ROWS
        MOVE 'Y' TO WS-FOUND
    ELSE
        DISPLAY "A row in " WS-HISTORY-NAME " was renamed but the"
            " old row not removed (FILE STATUS " HISTORY-STATUS
            "); remove it by hand."
        MOVE 8 TO WS-RUN-RC
    END-IF.

ERASE-BOARD.
    *> Rewritten through a temp file and a verified rename, the
    *> SCORE-RECORDS way.
    IF WS-BOARD-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT SCORE-FILE.
    IF SCORE-STATUS NOT = "00"
        DISPLAY "Cannot read player.dat (FILE STATUS " SCORE-STATUS
            "); leaderboard not changed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT SCORE-TEMP-FILE.
    PERFORM UNTIL SCORE-STATUS = "10"
        READ SCORE-FILE
            AT END MOVE "10" TO SCORE-STATUS
        END-READ
        IF SCORE-STATUS = "00"
            IF SCR-NAME = WS-PATRON-NAME
                MOVE WS-PSEUDONYM TO SCR-NAME
                ADD 1 TO WS-DONE-ROWS
            END-IF
            WRITE SCORE-TEMP-RECORD FROM SCORE-RECORD
        END-IF
    END-PERFORM.
    CLOSE SCORE-FILE.
    CLOSE SCORE-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-SCR-TMP-NAME WS-SCR-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing player.dat; change left in"
                " player.dat.tmp."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing player.dat.tmp; leaderboard not"
            " changed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

ERASE-HOUSE-RECORD.
    *> The roll count and date stand; only the holder's name goes.
    IF WS-HOUSE-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT RECORDS-FILE.
    IF RECORDS-STATUS NOT = "00"
        DISPLAY "Cannot read CRAPS-RECORDS.DAT (FILE STATUS "
            RECORDS-STATUS "); house record not changed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT RECORDS-TEMP-FILE.
    PERFORM UNTIL RECORDS-STATUS = "10"
        READ RECORDS-FILE
            AT END MOVE "10" TO RECORDS-STATUS
        END-READ
        IF RECORDS-STATUS = "00"
            IF REC-NAME = WS-PATRON-NAME
                MOVE WS-PSEUDONYM TO REC-NAME
                ADD 1 TO WS-DONE-ROWS
            END-IF
            WRITE RECORDS-TEMP-RECORD FROM RECORDS-RECORD
        END-IF
    END-PERFORM.
    CLOSE RECORDS-FILE.
    CLOSE RECORDS-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-REC-TMP-NAME WS-REC-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing CRAPS-RECORDS.DAT; change left in"
                " CRAPS-RECORDS.TMP."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing CRAPS-RECORDS.TMP; house record not"
            " changed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

ERASE-MARKERS.
    IF WS-MKR-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT MARKER-FILE.
    IF MARKER-STATUS NOT = "00"
        DISPLAY "Cannot read the marker file (FILE STATUS "
            MARKER-STATUS "); markers not renamed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT MARKER-TEMP-FILE.
    PERFORM UNTIL MARKER-STATUS = "10"
        READ MARKER-FILE
            AT END MOVE "10" TO MARKER-STATUS
        END-READ
        IF MARKER-STATUS = "00"
            IF MKR-ACCOUNT = WS-ERASE-ACCOUNT
                AND MKR-NAME NOT = WS-PSEUDONYM
                MOVE WS-PSEUDONYM TO MKR-NAME
                ADD 1 TO WS-DONE-ROWS
            END-IF
            WRITE MARKER-TEMP-RECORD FROM MARKER-RECORD
        END-IF
    END-PERFORM.
    CLOSE MARKER-FILE.
    CLOSE MARKER-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-MKR-TMP-NAME WS-MKR-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing the marker file; change left"
                " in CRAPS-MARKERS.TMP."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing the marker temp file; markers not"
            " renamed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

ERASE-EXCLUSIONS.
    *> Only rows that have run out; a row in force keeps the name
    *> the tables match walk-ins against.
    IF WS-EXC-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT EXCLUDE-FILE.
    IF EXCLUDE-STATUS NOT = "00"
        DISPLAY "Cannot read the exclusion list (FILE STATUS "
            EXCLUDE-STATUS "); exclusions not renamed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT EXCLUDE-TEMP-FILE.
    PERFORM UNTIL EXCLUDE-STATUS = "10"
        READ EXCLUDE-FILE
            AT END MOVE "10" TO EXCLUDE-STATUS
        END-READ
        IF EXCLUDE-STATUS = "00"
            IF EXC-ACCOUNT = WS-ERASE-ACCOUNT
                AND EXC-NAME NOT = WS-PSEUDONYM
                AND EXC-EXP < WS-TODAY
                MOVE WS-PSEUDONYM TO EXC-NAME
                ADD 1 TO WS-DONE-ROWS
            END-IF
            WRITE EXCLUDE-TEMP-RECORD FROM EXCLUDE-RECORD
        END-IF
    END-PERFORM.
    CLOSE EXCLUDE-FILE.
    CLOSE EXCLUDE-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-EXC-TMP-NAME WS-EXC-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing the exclusion list; change"
                " left in CRAPS-EXCLUDE.TMP."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing the exclusion temp file;"
            " exclusions not renamed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

ERASE-TOURNAMENT.
    IF WS-TRN-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT TOURN-FILE.
    IF TOURN-STATUS NOT = "00"
        DISPLAY "Cannot read the tournament file (FILE STATUS "
            TOURN-STATUS "); tournament rows not renamed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TOURN-TEMP-FILE.
    PERFORM UNTIL TOURN-STATUS = "10"
        READ TOURN-FILE
            AT END MOVE "10" TO TOURN-STATUS
        END-READ
        IF TOURN-STATUS = "00"
            IF TRN-ACCOUNT = WS-ERASE-ACCOUNT
                AND TRN-NAME NOT = WS-PSEUDONYM
                MOVE WS-PSEUDONYM TO TRN-NAME
                ADD 1 TO WS-DONE-ROWS
            END-IF
            WRITE TOURN-TEMP-RECORD FROM TOURN-RECORD
        END-IF
    END-PERFORM.
    CLOSE TOURN-FILE.
    CLOSE TOURN-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-TRN-TMP-NAME WS-TRN-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing the tournament file; change"
                " left in CRAPS-TOURN.TMP."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing the tournament temp file;"
            " tournament rows not renamed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

ERASE-VOUCHERS.
    IF WS-VCH-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS NOT = "00"
        DISPLAY "Cannot read the voucher file (FILE STATUS "
            VOUCHER-STATUS "); vouchers not renamed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT VOUCHER-TEMP-FILE.
    PERFORM UNTIL VOUCHER-STATUS = "10"
        READ VOUCHER-FILE
            AT END MOVE "10" TO VOUCHER-STATUS
        END-READ
        IF VOUCHER-STATUS = "00"
            IF VCH-ACCOUNT = WS-ERASE-ACCOUNT
                AND VCH-NAME NOT = WS-PSEUDONYM
                MOVE WS-PSEUDONYM TO VCH-NAME
                ADD 1 TO WS-DONE-ROWS
            END-IF
            WRITE VOUCHER-TEMP-RECORD FROM VOUCHER-RECORD
        END-IF
    END-PERFORM.
    CLOSE VOUCHER-FILE.
    CLOSE VOUCHER-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-VCH-TMP-NAME WS-VCH-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing the voucher file; change"
                " left in CRAPS-VOUCHER.TMP."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing the voucher temp file;"
            " vouchers not renamed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

ERASE-TIERS.
    IF WS-TIER-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT TIER-FILE.
    IF TIER-STATUS NOT = "00"
        DISPLAY "Cannot read the tier master (FILE STATUS "
            TIER-STATUS "); tier row not renamed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TIER-TEMP-FILE.
    PERFORM UNTIL TIER-STATUS = "10"
        READ TIER-FILE
            AT END MOVE "10" TO TIER-STATUS
        END-READ
        IF TIER-STATUS = "00"
            IF TR-ACCOUNT = WS-ERASE-ACCOUNT
                AND TR-NAME NOT = WS-PSEUDONYM
                MOVE WS-PSEUDONYM TO TR-NAME
                ADD 1 TO WS-DONE-ROWS
            END-IF
            WRITE TIER-TEMP-RECORD FROM TIER-RECORD
        END-IF
    END-PERFORM.
    CLOSE TIER-FILE.
    CLOSE TIER-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-TIER-TMP-NAME WS-TIER-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing the tier master; change"
                " left in CRAPS-TIERS.TMP."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing the tier temp file;"
            " tier row not renamed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

ERASE-MERGES.
    IF WS-MRG-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT MERGE-FILE.
    IF MERGE-STATUS NOT = "00"
        DISPLAY "Cannot read the merge log (FILE STATUS "
            MERGE-STATUS "); merge rows not renamed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT MERGE-TEMP-FILE.
    PERFORM UNTIL MERGE-STATUS = "10"
        READ MERGE-FILE
            AT END MOVE "10" TO MERGE-STATUS
        END-READ
        IF MERGE-STATUS = "00"
            IF (MRG-OLD-ACCOUNT = WS-ERASE-ACCOUNT
                OR MRG-NEW-ACCOUNT = WS-ERASE-ACCOUNT)
                AND MRG-OLD-NAME NOT = WS-PSEUDONYM
                MOVE WS-PSEUDONYM TO MRG-OLD-NAME
                ADD 1 TO WS-DONE-ROWS
            END-IF
            WRITE MERGE-TEMP-RECORD FROM MERGE-RECORD
        END-IF
    END-PERFORM.
    CLOSE MERGE-FILE.
    CLOSE MERGE-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-MRG-TMP-NAME WS-MRG-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing the merge log; change"
                " left in CRAPS-MERGE.TMP."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing the merge temp file;"
            " merge rows not renamed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

SET-NO-CONTACT.
    MOVE WS-ERASE-ACCOUNT TO WS-CON-ACCOUNT.
    MOVE 'Y' TO WS-CON-NO-CONTACT.
    MOVE WS-OPERATOR TO WS-CON-UPD-WHO.
    MOVE "PATRON ERASED" TO WS-CON-REASON.
    MOVE 'S' TO WS-CON-FUNCTION.
    CALL "CONTACT-PREF" USING WS-CON-FUNCTION WS-CON-RECORD
        WS-CON-STATUS.
    IF WS-CON-STATUS NOT = 'Y'
        DISPLAY "Do-not-contact not recorded for " WS-ERASE-ACCOUNT
            "; set it at the cage."
        MOVE 8 TO WS-RUN-RC
    END-IF.

WRITE-ERASE-RECORD.
    ACCEPT WS-NOW FROM TIME.
    MOVE WS-ERASE-ACCOUNT TO ERS-ACCOUNT.
    MOVE WS-TODAY TO ERS-DATE.
    MOVE WS-NOW TO ERS-TIME.
    MOVE WS-OPERATOR TO ERS-WHO.
    MOVE WS-CLOSE-DATE TO ERS-CLOSE-DATE.
    MOVE WS-PSEUDONYM TO ERS-PSEUDONYM.
    MOVE WS-DONE-ROWS TO ERS-ROWS.
    MOVE WS-EXC-KEPT TO ERS-KEPT.
    MOVE WS-RUN-RC TO ERS-RC.
    OPEN EXTEND ERASE-FILE.
    IF ERASE-STATUS = "35"
        OPEN OUTPUT ERASE-FILE
        CLOSE ERASE-FILE
        OPEN EXTEND ERASE-FILE
    END-IF.
    WRITE ERASE-RECORD.
    IF ERASE-STATUS NOT = "00"
        DISPLAY "Erasure record not written (FILE STATUS "
            ERASE-STATUS ")."
        MOVE 8 TO WS-RUN-RC
    END-IF.
    CLOSE ERASE-FILE.
    MOVE SPACES TO WS-OPS-TEXT.
    IF WS-RUN-RC = 0
        MOVE 'I' TO WS-OPS-SEVERITY
        STRING "account " WS-ERASE-ACCOUNT " erased, "
            WS-DONE-ROWS " row(s) renamed"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        DISPLAY "Account " WS-ERASE-ACCOUNT " erased: "
            WS-DONE-ROWS " row(s) renamed."
    ELSE
        MOVE 'E' TO WS-OPS-SEVERITY
        STRING "erasure of account " WS-ERASE-ACCOUNT
            " incomplete, " WS-DONE-ROWS " row(s) renamed"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        DISPLAY "Erasure of account " WS-ERASE-ACCOUNT
            " incomplete; see the messages above."
    END-IF.
    PERFORM WRITE-OPS-LOG.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
