IDENTIFICATION DIVISION.
PROGRAM-ID. ACCT-MERGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO "CRAPS-ACCOUNTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACCT-NUMBER
        FILE STATUS IS ACCOUNT-STATUS.

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

    SELECT MARKER-FILE ASSIGN TO "CRAPS-MARKERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MARKER-STATUS.

    SELECT MARKER-TEMP-FILE ASSIGN TO "CRAPS-MARKERS.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

    SELECT CREDIT-FILE ASSIGN TO "CRAPS-CREDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CREDIT-STATUS.

    SELECT CREDIT-TEMP-FILE ASSIGN TO "CRAPS-CREDIT.TMP"
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

    SELECT COUPON-FILE ASSIGN TO "CRAPS-COUPON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS COUPON-STATUS.

    SELECT COUPON-TEMP-FILE ASSIGN TO "CRAPS-COUPON.TMP"
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

FD CREDIT-FILE.
01 CREDIT-RECORD.
    02 CRD-ACCOUNT      PIC 9(5).
    02 CRD-LIMIT        PIC 9(7)V99.
    02 CRD-HOLD         PIC X(1).
    02 CRD-HOLD-DATE    PIC X(8).

FD CREDIT-TEMP-FILE.
01 CREDIT-TEMP-RECORD   PIC X(23).

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

FD COUPON-FILE.
01 COUPON-RECORD.
    02 CPN-SERIAL       PIC 9(8).
    02 CPN-TYPE         PIC X(1).
    02 CPN-FACE         PIC 9(5)V99.
    02 CPN-ISSUE-DATE   PIC X(8).
    02 CPN-EXPIRE-DATE  PIC X(8).
    02 CPN-ACCOUNT      PIC 9(5).
    02 CPN-STATUS       PIC X(1).
    02 CPN-USED-DATE    PIC X(8).
    02 CPN-TABLE        PIC 9(1).
    02 CPN-SESSION      PIC X(14).
    02 CPN-SPOT         PIC X(1).

FD COUPON-TEMP-FILE.
01 COUPON-TEMP-RECORD   PIC X(62).

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

FD SUPER-FILE.
01 SUPER-RECORD         PIC X(4).

WORKING-STORAGE SECTION.
01 ACCOUNT-STATUS       PIC X(2).
01 COMP-STATUS          PIC X(2).
01 LIFETIME-STATUS      PIC X(2).
01 MARKER-STATUS        PIC X(2).
01 CREDIT-STATUS        PIC X(2).
01 EXCLUDE-STATUS       PIC X(2).
01 TOURN-STATUS         PIC X(2).
01 VOUCHER-STATUS       PIC X(2).
01 COUPON-STATUS        PIC X(2).
01 TIER-STATUS          PIC X(2).
01 MERGE-STATUS         PIC X(2).
01 TEMP-STATUS          PIC X(2).
01 SUPER-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "ACCT-MERGE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-SUPER-PIN         PIC X(4) VALUE "1234".
01 WS-PIN-TRY           PIC X(4) VALUE SPACES.
01 WS-CONFIRM           PIC X(1) VALUE 'N'.
01 WS-TODAY             PIC X(8).
01 WS-NOW               PIC X(8).
01 WS-DUP-ACCOUNT       PIC 9(5) VALUE 0.
01 WS-SURV-ACCOUNT      PIC 9(5) VALUE 0.
01 WS-DUP-NAME          PIC X(20) VALUE SPACES.
01 WS-SURV-NAME         PIC X(20) VALUE SPACES.
01 WS-DUP-BALANCE       PIC 9(5)V99 VALUE 0.
01 WS-SURV-BALANCE      PIC 9(5)V99 VALUE 0.
01 WS-NEW-BALANCE       PIC 9(6)V99 VALUE 0.
*> Rows loaded at account zero under the duplicate's name are folded
*> in too, but only when both accounts wear the same name and no
*> other open account does - then the name can only mean this one
*> patron.
01 WS-FOLD-NAMED        PIC X(1) VALUE 'N'.
01 WS-OTHER-HOLDERS     PIC 9(4) VALUE 0.
01 WS-COMP-ROWS         PIC 9(4) VALUE 0.
01 WS-COMP-POINTS       PIC 9(7)V99 VALUE 0.
01 WS-LIFE-ROWS         PIC 9(4) VALUE 0.
01 WS-LIFE-SESSIONS     PIC 9(7) VALUE 0.
01 WS-MKR-ROWS          PIC 9(4) VALUE 0.
01 WS-MKR-DUE           PIC 9(7)V99 VALUE 0.
01 WS-DUP-LINE          PIC 9(7)V99 VALUE 0.
01 WS-SURV-LINE         PIC 9(7)V99 VALUE 0.
01 WS-DUP-HAS-LINE      PIC X(1) VALUE 'N'.
01 WS-SURV-HAS-LINE     PIC X(1) VALUE 'N'.
01 WS-KEPT-LINE         PIC 9(7)V99 VALUE 0.
01 WS-KEPT-HOLD         PIC X(1) VALUE 'N'.
01 WS-KEPT-HOLD-DATE    PIC X(8) VALUE SPACES.
01 WS-EXC-ROWS          PIC 9(4) VALUE 0.
01 WS-TRN-ROWS          PIC 9(4) VALUE 0.
01 WS-VCH-ROWS          PIC 9(4) VALUE 0.
01 WS-CPN-ROWS          PIC 9(4) VALUE 0.
*> The two accounts' loyalty tier rows. The survivor ends up with
*> both accounts' tier credits and the tier of whichever row
*> qualified on more of them.
01 WS-DUP-HAS-TIER      PIC X(1) VALUE 'N'.
01 WS-SURV-HAS-TIER     PIC X(1) VALUE 'N'.
01 WS-DUP-TIER-ROW      PIC X(54).
01 WS-SURV-TIER-ROW     PIC X(54).
01 WS-KEPT-TIER-ROW.
    02 WS-KT-ACCOUNT    PIC 9(5).
    02 WS-KT-NAME       PIC X(20).
    02 WS-KT-TIER       PIC X(1).
    02 WS-KT-CREDITS    PIC 9(9)V99.
    02 WS-KT-QUAL-DATE  PIC X(8).
    02 WS-KT-EXPIRE     PIC X(8).
    02 WS-KT-PRIOR-TIER PIC X(1).
01 WS-DUP-TIER-CREDITS  PIC 9(9)V99 VALUE 0.
*> A do-not-contact preference on the duplicate follows the patron
*> onto the survivor unless the survivor already has one.
01 WS-CON-FUNCTION      PIC X(1).
01 WS-CON-STATUS        PIC X(1).
01 WS-CON-RECORD.
    02 WS-CON-ACCOUNT   PIC 9(5).
    02 WS-CON-NO-CONTACT PIC X(1).
    02 WS-CON-UPD-DATE  PIC X(8).
    02 WS-CON-UPD-WHO   PIC X(3).
    02 WS-CON-REASON    PIC X(20).
01 WS-CARRY-CONTACT     PIC X(1) VALUE 'N'.
*> The club card linked to the duplicate, kept on CARD-XREF. It
*> moves to the survivor unless the survivor already holds a card
*> of its own.
01 WS-XRF-FUNCTION      PIC X(1).
01 WS-XRF-STATUS        PIC X(1).
01 WS-XRF-RECORD.
    02 WS-XRF-CARD      PIC 9(10).
    02 WS-XRF-ACCOUNT   PIC 9(5).
    02 WS-XRF-LINK-DATE PIC X(8).
    02 WS-XRF-LINK-HOW  PIC X(1).
01 WS-DUP-CARD          PIC 9(10) VALUE 0.
01 WS-SURV-CARD         PIC 9(10) VALUE 0.
01 WS-CARRY-CARD        PIC X(1) VALUE 'N'.
01 WS-SOURCE-ACCOUNT    PIC 9(5).
01 WS-SOURCE-NAME       PIC X(20).
01 WS-FOUND             PIC X(1).
01 WS-FOUND-KEY         PIC X(25).
01 WS-HOLD-COMP         PIC X(34).
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
01 WS-MOVE-POINTS       PIC 9(7)V99 VALUE 0.
01 WS-STEP-OK           PIC X(1) VALUE 'Y'.
01 WS-LOCK-TRIES        PIC 9(5) VALUE 0.
01 WS-LOCK-WAIT         PIC 9(4) COMP-5 VALUE 1.
01 WS-LOCK-REPORT       PIC 9(5) VALUE 0.
01 WS-MONEY-DISP        PIC $$$,$$$,$$9.99.
01 WS-POINTS-DISP       PIC Z,ZZZ,ZZ9.99.
01 WS-MKR-TMP-NAME      PIC X(17) VALUE "CRAPS-MARKERS.TMP".
01 WS-MKR-FINAL-NAME    PIC X(17) VALUE "CRAPS-MARKERS.DAT".
01 WS-CRD-TMP-NAME      PIC X(16) VALUE "CRAPS-CREDIT.TMP".
01 WS-CRD-FINAL-NAME    PIC X(16) VALUE "CRAPS-CREDIT.DAT".
01 WS-EXC-TMP-NAME      PIC X(17) VALUE "CRAPS-EXCLUDE.TMP".
01 WS-EXC-FINAL-NAME    PIC X(17) VALUE "CRAPS-EXCLUDE.DAT".
01 WS-TRN-TMP-NAME      PIC X(15) VALUE "CRAPS-TOURN.TMP".
01 WS-TRN-FINAL-NAME    PIC X(15) VALUE "CRAPS-TOURN.DAT".
01 WS-VCH-TMP-NAME      PIC X(17) VALUE "CRAPS-VOUCHER.TMP".
01 WS-VCH-FINAL-NAME    PIC X(17) VALUE "CRAPS-VOUCHER.DAT".
01 WS-CPN-TMP-NAME      PIC X(16) VALUE "CRAPS-COUPON.TMP".
01 WS-CPN-FINAL-NAME    PIC X(16) VALUE "CRAPS-COUPON.DAT".
01 WS-TIER-TMP-NAME     PIC X(15) VALUE "CRAPS-TIERS.TMP".
01 WS-TIER-FINAL-NAME   PIC X(15) VALUE "CRAPS-TIERS.DAT".
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
    02 WS-JRN-SOURCE    PIC X(18) VALUE "ACCT-MERGE".
    02 WS-JRN-WHERE     PIC X(8) VALUE "MERGE".
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Fold a duplicate account into the surviving one, under the
    *> supervisor PIN: the balance on CRAPS-ACCOUNTS.DAT (moved by
    *> a journaled withdrawal and deposit), comp points, the career
    *> line, unpaid markers and the credit line, exclusion rows,
    *> tournament rows, comp vouchers, restricted table coupons, the
    *> loyalty tier, a do-not-contact preference and the club card.
    *> Everything that would move is shown first as a dry run, and
    *> nothing is changed until the supervisor
    *> commits. The duplicate number is then retired - it stays on
    *> the master so it is never issued again but no longer looks
    *> up - and a row on CRAPS-MERGE.DAT records the merge, which
    *> ACCT-SURVIVOR reads so WINLOSS-STATEMENT, THEO-CALC and
    *> CTR-REPORT credit audit events under the old number to the
    *> survivor. Run it while the duplicate is not seated.
    PERFORM CHECK-SUPER-PIN.
    IF WS-PIN-TRY NOT = WS-SUPER-PIN
        DISPLAY "Supervisor PIN refused."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    DISPLAY "Duplicate account to retire: ".
    ACCEPT WS-DUP-ACCOUNT.
    DISPLAY "Surviving account: ".
    ACCEPT WS-SURV-ACCOUNT.
    IF WS-DUP-ACCOUNT = 0 OR WS-SURV-ACCOUNT = 0
        OR WS-DUP-ACCOUNT = WS-SURV-ACCOUNT
        DISPLAY "Two different account numbers are needed."
            " Nothing merged."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-DUP-ACCOUNT TO WS-ACCT-NUMBER.
    PERFORM LOOK-UP-ACCOUNT.
    IF WS-ACCT-STATUS NOT = 'Y'
        DISPLAY "Account " WS-DUP-ACCOUNT " not on file."
            " Nothing merged."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-ACCT-NAME TO WS-DUP-NAME.
    MOVE WS-ACCT-BALANCE TO WS-DUP-BALANCE.
    MOVE WS-SURV-ACCOUNT TO WS-ACCT-NUMBER.
    PERFORM LOOK-UP-ACCOUNT.
    IF WS-ACCT-STATUS NOT = 'Y'
        DISPLAY "Account " WS-SURV-ACCOUNT " not on file."
            " Nothing merged."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-ACCT-NAME TO WS-SURV-NAME.
    MOVE WS-ACCT-BALANCE TO WS-SURV-BALANCE.
    COMPUTE WS-NEW-BALANCE = WS-SURV-BALANCE + WS-DUP-BALANCE.
    IF WS-NEW-BALANCE > 99999.99
        DISPLAY "The combined balance would exceed $99,999.99;"
            " pay part of it out at the cage first."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM DECIDE-NAMED-FOLD.
    PERFORM SURVEY-COMPS.
    PERFORM SURVEY-LIFETIME.
    PERFORM SURVEY-MARKERS.
    PERFORM SURVEY-CREDIT.
    PERFORM SURVEY-EXCLUSIONS.
    PERFORM SURVEY-TOURNAMENT.
    PERFORM SURVEY-VOUCHERS.
    PERFORM SURVEY-COUPONS.
    PERFORM SURVEY-TIERS.
    PERFORM SURVEY-CONTACT.
    PERFORM SURVEY-CARD.
    PERFORM SHOW-DRY-RUN.
    DISPLAY "Commit this merge? (Y/N): ".
    MOVE 'N' TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "Dry run only; nothing merged."
        GOBACK
    END-IF.
    PERFORM MOVE-BALANCE.
    IF WS-STEP-OK NOT = 'Y'
        DISPLAY "Balance could not be moved; nothing else merged."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM MOVE-COMPS.
    PERFORM MOVE-LIFETIME.
    PERFORM MOVE-MARKERS.
    PERFORM MOVE-CREDIT.
    PERFORM MOVE-EXCLUSIONS.
    PERFORM MOVE-TOURNAMENT.
    PERFORM MOVE-VOUCHERS.
    PERFORM MOVE-COUPONS.
    PERFORM MOVE-TIERS.
    PERFORM MOVE-CONTACT.
    PERFORM MOVE-CARD.
    PERFORM RETIRE-DUPLICATE.
    PERFORM WRITE-MERGE-RECORD.
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

LOOK-UP-ACCOUNT.
    MOVE 'L' TO WS-ACCT-FUNCTION.
    CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
        WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
        WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
        WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
        WS-JRN-CONTEXT.

DECIDE-NAMED-FOLD.
    MOVE 'N' TO WS-FOLD-NAMED.
    MOVE 0 TO WS-OTHER-HOLDERS.
    IF WS-DUP-NAME = WS-SURV-NAME
        OPEN INPUT ACCOUNT-FILE
        IF ACCOUNT-STATUS = "00"
            PERFORM UNTIL ACCOUNT-STATUS = "10"
                READ ACCOUNT-FILE NEXT RECORD
                    AT END MOVE "10" TO ACCOUNT-STATUS
                END-READ
                IF ACCOUNT-STATUS = "00"
                    AND ACCT-NAME = WS-DUP-NAME
                    AND ACCT-NUMBER NOT = WS-DUP-ACCOUNT
                    AND ACCT-NUMBER NOT = WS-SURV-ACCOUNT
                    AND ACCT-LOCKOUT NOT = "MERGED"
                    ADD 1 TO WS-OTHER-HOLDERS
                END-IF
            END-PERFORM
            CLOSE ACCOUNT-FILE
            IF WS-OTHER-HOLDERS = 0
                MOVE 'Y' TO WS-FOLD-NAMED
            END-IF
        END-IF
    END-IF.

SURVEY-COMPS.
    *> The dry run: count and total what each file would give up.
    OPEN INPUT COMP-FILE.
    IF COMP-STATUS = "00"
        MOVE WS-DUP-ACCOUNT TO WS-SOURCE-ACCOUNT
        MOVE WS-DUP-NAME TO WS-SOURCE-NAME
        PERFORM SURVEY-COMP-SOURCE
        IF WS-FOLD-NAMED = 'Y'
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
                ADD 1 TO WS-COMP-ROWS
                ADD CMP-POINTS TO WS-COMP-POINTS
            ELSE
                MOVE "10" TO COMP-STATUS
            END-IF
        END-IF
    END-PERFORM.

SURVEY-LIFETIME.
    OPEN INPUT LIFETIME-FILE.
    IF LIFETIME-STATUS = "00"
        MOVE WS-DUP-ACCOUNT TO WS-SOURCE-ACCOUNT
        MOVE WS-DUP-NAME TO WS-SOURCE-NAME
        PERFORM SURVEY-LIFE-SOURCE
        IF WS-FOLD-NAMED = 'Y'
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
                ADD 1 TO WS-LIFE-ROWS
                ADD LT-SESSIONS TO WS-LIFE-SESSIONS
            ELSE
                MOVE "10" TO LIFETIME-STATUS
            END-IF
        END-IF
    END-PERFORM.

SURVEY-MARKERS.
    OPEN INPUT MARKER-FILE.
    IF MARKER-STATUS = "00"
        PERFORM UNTIL MARKER-STATUS = "10"
            READ MARKER-FILE
                AT END MOVE "10" TO MARKER-STATUS
            END-READ
            IF MARKER-STATUS = "00"
                AND MKR-ACCOUNT = WS-DUP-ACCOUNT
                AND (MKR-STATUS = 'O' OR MKR-STATUS = 'D'
                     OR MKR-STATUS = 'N')
                ADD 1 TO WS-MKR-ROWS
                COMPUTE WS-MKR-DUE = WS-MKR-DUE
                    + MKR-AMOUNT - MKR-REPAID
            END-IF
        END-PERFORM
        CLOSE MARKER-FILE
    END-IF.

SURVEY-CREDIT.
    OPEN INPUT CREDIT-FILE.
    IF CREDIT-STATUS = "00"
        PERFORM UNTIL CREDIT-STATUS = "10"
            READ CREDIT-FILE
                AT END MOVE "10" TO CREDIT-STATUS
            END-READ
            IF CREDIT-STATUS = "00"
                IF CRD-ACCOUNT = WS-DUP-ACCOUNT
                    MOVE 'Y' TO WS-DUP-HAS-LINE
                    MOVE CRD-LIMIT TO WS-DUP-LINE
                END-IF
                IF CRD-ACCOUNT = WS-SURV-ACCOUNT
                    MOVE 'Y' TO WS-SURV-HAS-LINE
                    MOVE CRD-LIMIT TO WS-SURV-LINE
                END-IF
                *> A hold for returned paper on either number follows
                *> the player onto the survivor.
                IF (CRD-ACCOUNT = WS-DUP-ACCOUNT
                    OR CRD-ACCOUNT = WS-SURV-ACCOUNT)
                    AND CRD-HOLD = 'Y'
                    MOVE 'Y' TO WS-KEPT-HOLD
                    MOVE CRD-HOLD-DATE TO WS-KEPT-HOLD-DATE
                END-IF
            END-IF
        END-PERFORM
        CLOSE CREDIT-FILE
    END-IF.
    *> Two lines become one: the survivor keeps the larger.
    IF WS-DUP-LINE > WS-SURV-LINE
        MOVE WS-DUP-LINE TO WS-KEPT-LINE
    ELSE
        MOVE WS-SURV-LINE TO WS-KEPT-LINE
    END-IF.

SURVEY-EXCLUSIONS.
    OPEN INPUT EXCLUDE-FILE.
    IF EXCLUDE-STATUS = "00"
        PERFORM UNTIL EXCLUDE-STATUS = "10"
            READ EXCLUDE-FILE
                AT END MOVE "10" TO EXCLUDE-STATUS
            END-READ
            IF EXCLUDE-STATUS = "00"
                AND EXC-ACCOUNT = WS-DUP-ACCOUNT
                ADD 1 TO WS-EXC-ROWS
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
                AND TRN-ACCOUNT = WS-DUP-ACCOUNT
                ADD 1 TO WS-TRN-ROWS
            END-IF
        END-PERFORM
        CLOSE TOURN-FILE
    END-IF.

SHOW-DRY-RUN.
    DISPLAY " ".
    DISPLAY "===== MERGE PREVIEW (" WS-TODAY ") =====".
    DISPLAY "Retire    " WS-DUP-ACCOUNT "  " WS-DUP-NAME.
    DISPLAY "Into      " WS-SURV-ACCOUNT "  " WS-SURV-NAME.
    DISPLAY " ".
    MOVE WS-DUP-BALANCE TO WS-MONEY-DISP.
    DISPLAY "Balance moved:       " WS-MONEY-DISP.
    MOVE WS-NEW-BALANCE TO WS-MONEY-DISP.
    DISPLAY "  survivor's new balance " WS-MONEY-DISP.
    MOVE WS-COMP-POINTS TO WS-POINTS-DISP.
    DISPLAY "Comp points moved:   " WS-POINTS-DISP " from "
        WS-COMP-ROWS " row(s)".
    DISPLAY "Career lines folded: " WS-LIFE-ROWS " ("
        WS-LIFE-SESSIONS " session(s))".
    IF WS-FOLD-NAMED = 'Y'
        DISPLAY "  (includes rows kept at account zero under "
            WS-DUP-NAME ")"
    ELSE
        IF WS-DUP-NAME = WS-SURV-NAME
            DISPLAY "  (account-zero rows under the name are left:"
                " another account wears it)"
        END-IF
    END-IF.
    MOVE WS-MKR-DUE TO WS-MONEY-DISP.
    DISPLAY "Unpaid markers moved:" WS-MKR-ROWS "  due "
        WS-MONEY-DISP.
    IF WS-DUP-HAS-LINE = 'Y'
        MOVE WS-DUP-LINE TO WS-MONEY-DISP
        DISPLAY "Credit line:         duplicate's " WS-MONEY-DISP
        MOVE WS-KEPT-LINE TO WS-MONEY-DISP
        DISPLAY "  survivor keeps     " WS-MONEY-DISP
        IF WS-KEPT-HOLD = 'Y'
            DISPLAY "  on hold for returned marker paper"
        END-IF
    ELSE
        DISPLAY "Credit line:         none on the duplicate"
    END-IF.
    DISPLAY "Exclusion rows moved: " WS-EXC-ROWS.
    DISPLAY "Tournament rows moved: " WS-TRN-ROWS.
    DISPLAY "Comp vouchers moved: " WS-VCH-ROWS.
    DISPLAY "Table coupons moved: " WS-CPN-ROWS.
    IF WS-DUP-HAS-TIER = 'Y'
        MOVE WS-KT-CREDITS TO WS-POINTS-DISP
        DISPLAY "Loyalty tier:        survivor holds " WS-KT-TIER
            " on " WS-POINTS-DISP " credits"
    ELSE
        DISPLAY "Loyalty tier:        none on the duplicate"
    END-IF.
    IF WS-CARRY-CONTACT = 'Y'
        DISPLAY "Do-not-contact:      carried onto the survivor"
    END-IF.
    IF WS-CARRY-CARD = 'Y'
        DISPLAY "Club card:           " WS-DUP-CARD
            " moves to the survivor"
    ELSE
    IF WS-DUP-CARD > 0
        DISPLAY "Club card:           " WS-DUP-CARD " stays on the"
            " duplicate; the survivor holds " WS-SURV-CARD
        DISPLAY "                     - have the player's club merge"
            " the two cards"
    END-IF
    END-IF.
    DISPLAY " ".

MOVE-BALANCE.
    *> A withdrawal from the duplicate and a deposit onto the
    *> survivor, both journaled, so ACCT-RECON sees the money move.
    MOVE 'Y' TO WS-STEP-OK.
    IF WS-DUP-BALANCE = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 'W' TO WS-ACCT-FUNCTION.
    MOVE WS-DUP-ACCOUNT TO WS-ACCT-NUMBER.
    MOVE WS-DUP-BALANCE TO WS-ACCT-BALANCE.
    PERFORM CALL-ACCOUNT-MASTER.
    IF WS-ACCT-STATUS NOT = 'Y'
        MOVE 'N' TO WS-STEP-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE 'D' TO WS-ACCT-FUNCTION.
    MOVE WS-SURV-ACCOUNT TO WS-ACCT-NUMBER.
    MOVE WS-DUP-BALANCE TO WS-ACCT-BALANCE.
    PERFORM CALL-ACCOUNT-MASTER.
    IF WS-ACCT-STATUS NOT = 'Y'
        *> Put the money back where it came from.
        MOVE 'N' TO WS-STEP-OK
        MOVE 'D' TO WS-ACCT-FUNCTION
        MOVE WS-DUP-ACCOUNT TO WS-ACCT-NUMBER
        MOVE WS-DUP-BALANCE TO WS-ACCT-BALANCE
        PERFORM CALL-ACCOUNT-MASTER
    END-IF.

CALL-ACCOUNT-MASTER.
    CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
        WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
        WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
        WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
        WS-JRN-CONTEXT.

MOVE-COMPS.
    *> Each source row is credited onto the survivor's row first and
    *> only then deleted, so a failure part way leaves points counted
    *> twice for the cage to see rather than lost.
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
            COMP-STATUS "); comp points not moved."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DUP-ACCOUNT TO WS-SOURCE-ACCOUNT.
    MOVE WS-DUP-NAME TO WS-SOURCE-NAME.
    PERFORM MOVE-COMP-SOURCE.
    IF WS-FOLD-NAMED = 'Y'
        MOVE 0 TO WS-SOURCE-ACCOUNT
        PERFORM MOVE-COMP-SOURCE
    END-IF.
    CLOSE COMP-FILE.

MOVE-COMP-SOURCE.
    MOVE 'Y' TO WS-FOUND.
    PERFORM UNTIL WS-FOUND NOT = 'Y'
        PERFORM FIND-COMP-SOURCE
        IF WS-FOUND = 'Y'
            MOVE COMP-RECORD TO WS-HOLD-COMP
            MOVE CMP-POINTS TO WS-MOVE-POINTS
            PERFORM CREDIT-SURVIVOR-COMPS
            IF WS-STEP-OK = 'Y'
                MOVE WS-HOLD-COMP(1:25) TO CMP-KEY
                PERFORM READ-COMP-LOCKED
                IF COMP-STATUS = "00" OR COMP-STATUS = "02"
                    DELETE COMP-FILE RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF
                IF COMP-STATUS NOT = "00"
                    *> Left in place it would be credited again.
                    DISPLAY "Comp row for " WS-HOLD-COMP(6:20)
                        " credited but not removed (FILE STATUS "
                        COMP-STATUS "); remove it by hand."
                    MOVE 8 TO RETURN-CODE
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
    IF COMP-STATUS = "00"
        READ COMP-FILE NEXT RECORD
            AT END MOVE "10" TO COMP-STATUS
        END-READ
        IF (COMP-STATUS = "00" OR COMP-STATUS = "02")
            AND CMP-ACCOUNT = WS-SOURCE-ACCOUNT
            AND (WS-SOURCE-ACCOUNT > 0
                 OR CMP-NAME = WS-SOURCE-NAME)
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-IF.

CREDIT-SURVIVOR-COMPS.
    MOVE 'N' TO WS-STEP-OK.
    MOVE WS-SURV-ACCOUNT TO CMP-ACCOUNT.
    MOVE LOW-VALUES TO CMP-NAME.
    START COMP-FILE KEY IS >= CMP-KEY
        INVALID KEY MOVE "23" TO COMP-STATUS
    END-START.
    IF COMP-STATUS = "00"
        READ COMP-FILE NEXT RECORD
            AT END MOVE "10" TO COMP-STATUS
        END-READ
    END-IF.
    IF (COMP-STATUS = "00" OR COMP-STATUS = "02")
        AND CMP-ACCOUNT = WS-SURV-ACCOUNT
        PERFORM READ-COMP-LOCKED
        IF COMP-STATUS = "00" OR COMP-STATUS = "02"
            ADD WS-MOVE-POINTS TO CMP-POINTS
            REWRITE COMP-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
        END-IF
    ELSE
        MOVE WS-SURV-ACCOUNT TO CMP-ACCOUNT
        MOVE WS-SURV-NAME TO CMP-NAME
        MOVE WS-MOVE-POINTS TO CMP-POINTS
        WRITE COMP-RECORD
            INVALID KEY CONTINUE
        END-WRITE
    END-IF.
    IF COMP-STATUS = "00" OR COMP-STATUS = "02"
        MOVE 'Y' TO WS-STEP-OK
    ELSE
        DISPLAY "Error crediting comp points to " WS-SURV-ACCOUNT
            " (FILE STATUS " COMP-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "comp points not moved onto the survivor"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
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

MOVE-LIFETIME.
    *> Career lines fold field by field onto the survivor's line
    *> (biggest win is the larger of the two), again written before
    *> the source line is deleted.
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
            LIFETIME-STATUS "); career line not folded."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DUP-ACCOUNT TO WS-SOURCE-ACCOUNT.
    MOVE WS-DUP-NAME TO WS-SOURCE-NAME.
    PERFORM MOVE-LIFE-SOURCE.
    IF WS-FOLD-NAMED = 'Y'
        MOVE 0 TO WS-SOURCE-ACCOUNT
        PERFORM MOVE-LIFE-SOURCE
    END-IF.
    CLOSE LIFETIME-FILE.

MOVE-LIFE-SOURCE.
    MOVE 'Y' TO WS-FOUND.
    PERFORM UNTIL WS-FOUND NOT = 'Y'
        PERFORM FIND-LIFE-SOURCE
        IF WS-FOUND = 'Y'
            MOVE LIFETIME-RECORD TO WS-HOLD-LIFE
            PERFORM FOLD-SURVIVOR-LIFE
            IF WS-STEP-OK = 'Y'
                MOVE WS-HL-KEY TO LT-KEY
                PERFORM READ-LIFE-LOCKED
                IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
                    DELETE LIFETIME-FILE RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF
                IF LIFETIME-STATUS NOT = "00"
                    *> Left in place it would be folded in again.
                    DISPLAY "Career line for " WS-HL-KEY(6:20)
                        " folded but not removed (FILE STATUS "
                        LIFETIME-STATUS "); remove it by hand."
                    MOVE 8 TO RETURN-CODE
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
    IF LIFETIME-STATUS = "00"
        READ LIFETIME-FILE NEXT RECORD
            AT END MOVE "10" TO LIFETIME-STATUS
        END-READ
        IF (LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02")
            AND LT-ACCOUNT = WS-SOURCE-ACCOUNT
            AND (WS-SOURCE-ACCOUNT > 0
                 OR LT-NAME = WS-SOURCE-NAME)
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-IF.

FOLD-SURVIVOR-LIFE.
    MOVE 'N' TO WS-STEP-OK.
    MOVE WS-SURV-ACCOUNT TO LT-ACCOUNT.
    MOVE LOW-VALUES TO LT-NAME.
    START LIFETIME-FILE KEY IS >= LT-KEY
        INVALID KEY MOVE "23" TO LIFETIME-STATUS
    END-START.
    IF LIFETIME-STATUS = "00"
        READ LIFETIME-FILE NEXT RECORD
            AT END MOVE "10" TO LIFETIME-STATUS
        END-READ
    END-IF.
    IF (LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02")
        AND LT-ACCOUNT = WS-SURV-ACCOUNT
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
    ELSE
        MOVE WS-HOLD-LIFE TO LIFETIME-RECORD
        MOVE WS-SURV-ACCOUNT TO LT-ACCOUNT
        MOVE WS-SURV-NAME TO LT-NAME
        WRITE LIFETIME-RECORD
            INVALID KEY CONTINUE
        END-WRITE
    END-IF.
    IF LIFETIME-STATUS = "00" OR LIFETIME-STATUS = "02"
        MOVE 'Y' TO WS-STEP-OK
    ELSE
        DISPLAY "Error folding the career line into "
            WS-SURV-ACCOUNT " (FILE STATUS " LIFETIME-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "career line not folded onto the survivor"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
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

MOVE-MARKERS.
    *> Unpaid paper changes hands, whether still open, out at the
    *> bank, or returned; paid paper stays with the number it was
    *> issued under. Rewritten through a temp file and a
    *> verified rename, the SCORE-RECORDS way.
    IF WS-MKR-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT MARKER-FILE.
    IF MARKER-STATUS NOT = "00"
        DISPLAY "Cannot read the marker file (FILE STATUS "
            MARKER-STATUS "); markers not moved."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT MARKER-TEMP-FILE.
    PERFORM UNTIL MARKER-STATUS = "10"
        READ MARKER-FILE
            AT END MOVE "10" TO MARKER-STATUS
        END-READ
        IF MARKER-STATUS = "00"
            IF MKR-ACCOUNT = WS-DUP-ACCOUNT
                AND (MKR-STATUS = 'O' OR MKR-STATUS = 'D'
                     OR MKR-STATUS = 'N')
                MOVE WS-SURV-ACCOUNT TO MKR-ACCOUNT
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
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Error writing the marker temp file; markers not"
            " moved."
        MOVE 8 TO RETURN-CODE
    END-IF.

MOVE-CREDIT.
    *> The duplicate's row goes; the survivor's row carries the
    *> larger of the two lines.
    IF WS-DUP-HAS-LINE NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CREDIT-FILE.
    IF CREDIT-STATUS NOT = "00"
        DISPLAY "Cannot read the credit file (FILE STATUS "
            CREDIT-STATUS "); credit line not moved."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT CREDIT-TEMP-FILE.
    PERFORM UNTIL CREDIT-STATUS = "10"
        READ CREDIT-FILE
            AT END MOVE "10" TO CREDIT-STATUS
        END-READ
        IF CREDIT-STATUS = "00"
            EVALUATE CRD-ACCOUNT
                WHEN WS-DUP-ACCOUNT
                    CONTINUE
                WHEN WS-SURV-ACCOUNT
                    MOVE WS-KEPT-LINE TO CRD-LIMIT
                    MOVE WS-KEPT-HOLD TO CRD-HOLD
                    MOVE WS-KEPT-HOLD-DATE TO CRD-HOLD-DATE
                    WRITE CREDIT-TEMP-RECORD FROM CREDIT-RECORD
                WHEN OTHER
                    WRITE CREDIT-TEMP-RECORD FROM CREDIT-RECORD
            END-EVALUATE
        END-IF
    END-PERFORM.
    IF WS-SURV-HAS-LINE NOT = 'Y'
        MOVE WS-SURV-ACCOUNT TO CRD-ACCOUNT
        MOVE WS-KEPT-LINE TO CRD-LIMIT
        MOVE WS-KEPT-HOLD TO CRD-HOLD
        MOVE WS-KEPT-HOLD-DATE TO CRD-HOLD-DATE
        WRITE CREDIT-TEMP-RECORD FROM CREDIT-RECORD
    END-IF.
    CLOSE CREDIT-FILE.
    CLOSE CREDIT-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-CRD-TMP-NAME WS-CRD-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing the credit file; change left"
                " in CRAPS-CREDIT.TMP."
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Error writing the credit temp file; credit line"
            " not moved."
        MOVE 8 TO RETURN-CODE
    END-IF.

MOVE-EXCLUSIONS.
    *> Every exclusion row follows the patron, active or not, so the
    *> survivor is barred for exactly as long as the duplicate was.
    IF WS-EXC-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT EXCLUDE-FILE.
    IF EXCLUDE-STATUS NOT = "00"
        DISPLAY "Cannot read the exclusion list (FILE STATUS "
            EXCLUDE-STATUS "); exclusions not moved."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT EXCLUDE-TEMP-FILE.
    PERFORM UNTIL EXCLUDE-STATUS = "10"
        READ EXCLUDE-FILE
            AT END MOVE "10" TO EXCLUDE-STATUS
        END-READ
        IF EXCLUDE-STATUS = "00"
            IF EXC-ACCOUNT = WS-DUP-ACCOUNT
                MOVE WS-SURV-ACCOUNT TO EXC-ACCOUNT
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
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Error writing the exclusion temp file;"
            " exclusions not moved."
        MOVE 8 TO RETURN-CODE
    END-IF.

MOVE-TOURNAMENT.
    IF WS-TRN-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT TOURN-FILE.
    IF TOURN-STATUS NOT = "00"
        DISPLAY "Cannot read the tournament file (FILE STATUS "
            TOURN-STATUS "); tournament rows not moved."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TOURN-TEMP-FILE.
    PERFORM UNTIL TOURN-STATUS = "10"
        READ TOURN-FILE
            AT END MOVE "10" TO TOURN-STATUS
        END-READ
        IF TOURN-STATUS = "00"
            IF TRN-ACCOUNT = WS-DUP-ACCOUNT
                MOVE WS-SURV-ACCOUNT TO TRN-ACCOUNT
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
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Error writing the tournament temp file;"
            " tournament rows not moved."
        MOVE 8 TO RETURN-CODE
    END-IF.

SURVEY-VOUCHERS.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS = "00"
        PERFORM UNTIL VOUCHER-STATUS = "10"
            READ VOUCHER-FILE
                AT END MOVE "10" TO VOUCHER-STATUS
            END-READ
            IF VOUCHER-STATUS = "00"
                AND VCH-ACCOUNT = WS-DUP-ACCOUNT
                ADD 1 TO WS-VCH-ROWS
            END-IF
        END-PERFORM
        CLOSE VOUCHER-FILE
    END-IF.

MOVE-VOUCHERS.
    *> Every voucher moves, closed ones included, so the comps
    *> already written count against the survivor's allowance.
    IF WS-VCH-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS NOT = "00"
        DISPLAY "Cannot read the voucher file (FILE STATUS "
            VOUCHER-STATUS "); vouchers not moved."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT VOUCHER-TEMP-FILE.
    PERFORM UNTIL VOUCHER-STATUS = "10"
        READ VOUCHER-FILE
            AT END MOVE "10" TO VOUCHER-STATUS
        END-READ
        IF VOUCHER-STATUS = "00"
            IF VCH-ACCOUNT = WS-DUP-ACCOUNT
                MOVE WS-SURV-ACCOUNT TO VCH-ACCOUNT
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
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Error writing the voucher temp file;"
            " vouchers not moved."
        MOVE 8 TO RETURN-CODE
    END-IF.

SURVEY-COUPONS.
    OPEN INPUT COUPON-FILE.
    IF COUPON-STATUS = "00"
        PERFORM UNTIL COUPON-STATUS = "10"
            READ COUPON-FILE
                AT END MOVE "10" TO COUPON-STATUS
            END-READ
            IF COUPON-STATUS = "00"
                AND CPN-ACCOUNT = WS-DUP-ACCOUNT
                ADD 1 TO WS-CPN-ROWS
            END-IF
        END-PERFORM
        CLOSE COUPON-FILE
    END-IF.

MOVE-COUPONS.
    *> A coupon restricted to the duplicate is the survivor's to
    *> play; played and voided ones move too, for the history.
    IF WS-CPN-ROWS = 0
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT COUPON-FILE.
    IF COUPON-STATUS NOT = "00"
        DISPLAY "Cannot read the coupon file (FILE STATUS "
            COUPON-STATUS "); coupons not moved."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT COUPON-TEMP-FILE.
    PERFORM UNTIL COUPON-STATUS = "10"
        READ COUPON-FILE
            AT END MOVE "10" TO COUPON-STATUS
        END-READ
        IF COUPON-STATUS = "00"
            IF CPN-ACCOUNT = WS-DUP-ACCOUNT
                MOVE WS-SURV-ACCOUNT TO CPN-ACCOUNT
            END-IF
            WRITE COUPON-TEMP-RECORD FROM COUPON-RECORD
        END-IF
    END-PERFORM.
    CLOSE COUPON-FILE.
    CLOSE COUPON-TEMP-FILE.
    IF TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-CPN-TMP-NAME WS-CPN-FINAL-NAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Error replacing the coupon file; change"
                " left in CRAPS-COUPON.TMP."
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Error writing the coupon temp file;"
            " coupons not moved."
        MOVE 8 TO RETURN-CODE
    END-IF.

SURVEY-TIERS.
    OPEN INPUT TIER-FILE.
    IF TIER-STATUS = "00"
        PERFORM UNTIL TIER-STATUS = "10"
            READ TIER-FILE
                AT END MOVE "10" TO TIER-STATUS
            END-READ
            IF TIER-STATUS = "00"
                IF TR-ACCOUNT = WS-DUP-ACCOUNT
                    MOVE 'Y' TO WS-DUP-HAS-TIER
                    MOVE TIER-RECORD TO WS-DUP-TIER-ROW
                END-IF
                IF TR-ACCOUNT = WS-SURV-ACCOUNT
                    MOVE 'Y' TO WS-SURV-HAS-TIER
                    MOVE TIER-RECORD TO WS-SURV-TIER-ROW
                END-IF
            END-IF
        END-PERFORM
        CLOSE TIER-FILE
    END-IF.
    IF WS-DUP-HAS-TIER NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DUP-TIER-ROW TO WS-KEPT-TIER-ROW.
    MOVE WS-KT-CREDITS TO WS-DUP-TIER-CREDITS.
    IF WS-SURV-HAS-TIER = 'Y'
        MOVE WS-SURV-TIER-ROW TO TIER-RECORD
        IF TR-CREDITS >= WS-DUP-TIER-CREDITS
            MOVE WS-SURV-TIER-ROW TO WS-KEPT-TIER-ROW
        END-IF
        COMPUTE WS-KT-CREDITS = TR-CREDITS + WS-DUP-TIER-CREDITS
    END-IF.
    MOVE WS-SURV-ACCOUNT TO WS-KT-ACCOUNT.
    MOVE WS-SURV-NAME TO WS-KT-NAME.

MOVE-TIERS.
    *> The duplicate's row goes; the survivor's carries the combined
    *> credits. The next re-tier counts the duplicate's accrual
    *> under the survivor in any case.
    IF WS-DUP-HAS-TIER NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT TIER-FILE.
    IF TIER-STATUS NOT = "00"
        DISPLAY "Cannot read the tier master (FILE STATUS "
            TIER-STATUS "); tier not moved."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT TIER-TEMP-FILE.
    IF WS-SURV-HAS-TIER NOT = 'Y'
        WRITE TIER-TEMP-RECORD FROM WS-KEPT-TIER-ROW
    END-IF.
    PERFORM UNTIL TIER-STATUS = "10"
        READ TIER-FILE
            AT END MOVE "10" TO TIER-STATUS
        END-READ
        IF TIER-STATUS = "00"
            EVALUATE TR-ACCOUNT
                WHEN WS-DUP-ACCOUNT
                    CONTINUE
                WHEN WS-SURV-ACCOUNT
                    WRITE TIER-TEMP-RECORD FROM WS-KEPT-TIER-ROW
                WHEN OTHER
                    WRITE TIER-TEMP-RECORD FROM TIER-RECORD
            END-EVALUATE
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
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Error writing the tier temp file;"
            " tier not moved."
        MOVE 8 TO RETURN-CODE
    END-IF.

SURVEY-CONTACT.
    MOVE 'N' TO WS-CARRY-CONTACT.
    MOVE 'L' TO WS-CON-FUNCTION.
    MOVE SPACES TO WS-CON-RECORD.
    MOVE WS-DUP-ACCOUNT TO WS-CON-ACCOUNT.
    CALL "CONTACT-PREF" USING WS-CON-FUNCTION WS-CON-RECORD
        WS-CON-STATUS.
    IF WS-CON-STATUS NOT = 'Y' OR WS-CON-NO-CONTACT NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-CON-RECORD.
    MOVE WS-SURV-ACCOUNT TO WS-CON-ACCOUNT.
    CALL "CONTACT-PREF" USING WS-CON-FUNCTION WS-CON-RECORD
        WS-CON-STATUS.
    IF WS-CON-STATUS NOT = 'Y' OR WS-CON-NO-CONTACT NOT = 'Y'
        MOVE 'Y' TO WS-CARRY-CONTACT
    END-IF.

MOVE-CONTACT.
    IF WS-CARRY-CONTACT NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-SURV-ACCOUNT TO WS-CON-ACCOUNT.
    MOVE 'Y' TO WS-CON-NO-CONTACT.
    MOVE "MRG" TO WS-CON-UPD-WHO.
    MOVE SPACES TO WS-CON-REASON.
    STRING "MERGED FROM " WS-DUP-ACCOUNT
        DELIMITED BY SIZE INTO WS-CON-REASON.
    MOVE 'S' TO WS-CON-FUNCTION.
    CALL "CONTACT-PREF" USING WS-CON-FUNCTION WS-CON-RECORD
        WS-CON-STATUS.
    IF WS-CON-STATUS NOT = 'Y'
        DISPLAY "Do-not-contact preference not carried onto "
            WS-SURV-ACCOUNT "; set it at the cage."
        MOVE 8 TO RETURN-CODE
    END-IF.

SURVEY-CARD.
    MOVE 'N' TO WS-CARRY-CARD.
    MOVE 0 TO WS-DUP-CARD WS-SURV-CARD.
    MOVE 'A' TO WS-XRF-FUNCTION.
    MOVE WS-DUP-ACCOUNT TO WS-XRF-ACCOUNT.
    CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
        WS-XRF-STATUS.
    IF WS-XRF-STATUS NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-XRF-CARD TO WS-DUP-CARD.
    MOVE WS-SURV-ACCOUNT TO WS-XRF-ACCOUNT.
    CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
        WS-XRF-STATUS.
    IF WS-XRF-STATUS = 'Y'
        MOVE WS-XRF-CARD TO WS-SURV-CARD
    ELSE
        MOVE 'Y' TO WS-CARRY-CARD
    END-IF.

MOVE-CARD.
    IF WS-CARRY-CARD NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DUP-CARD TO WS-XRF-CARD.
    MOVE WS-SURV-ACCOUNT TO WS-XRF-ACCOUNT.
    MOVE 'M' TO WS-XRF-LINK-HOW.
    MOVE 'S' TO WS-XRF-FUNCTION.
    CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
        WS-XRF-STATUS.
    IF WS-XRF-STATUS NOT = 'Y'
        DISPLAY "Club card " WS-DUP-CARD " not moved onto "
            WS-SURV-ACCOUNT "; it still points at the duplicate."
        MOVE 8 TO RETURN-CODE
    END-IF.

RETIRE-DUPLICATE.
    MOVE 'R' TO WS-ACCT-FUNCTION.
    MOVE WS-DUP-ACCOUNT TO WS-ACCT-NUMBER.
    PERFORM CALL-ACCOUNT-MASTER.
    IF WS-ACCT-STATUS NOT = 'Y'
        DISPLAY "Account " WS-DUP-ACCOUNT " could not be retired;"
            " retire it before it is used again."
        MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-MERGE-RECORD.
    ACCEPT WS-NOW FROM TIME.
    MOVE WS-DUP-ACCOUNT TO MRG-OLD-ACCOUNT.
    MOVE WS-SURV-ACCOUNT TO MRG-NEW-ACCOUNT.
    MOVE WS-TODAY TO MRG-DATE.
    MOVE WS-NOW TO MRG-TIME.
    MOVE WS-DUP-NAME TO MRG-OLD-NAME.
    MOVE WS-DUP-BALANCE TO MRG-BALANCE.
    MOVE WS-COMP-POINTS TO MRG-POINTS.
    OPEN EXTEND MERGE-FILE.
    IF MERGE-STATUS = "35"
        OPEN OUTPUT MERGE-FILE
        CLOSE MERGE-FILE
        OPEN EXTEND MERGE-FILE
    END-IF.
    WRITE MERGE-RECORD.
    IF MERGE-STATUS = "00"
        DISPLAY "Account " WS-DUP-ACCOUNT " merged into "
            WS-SURV-ACCOUNT "."
    ELSE
        DISPLAY "Merge record not written (FILE STATUS "
            MERGE-STATUS "); reports will not follow the old"
            " number."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "merge record for account " WS-DUP-ACCOUNT
            " not written" DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    END-IF.
    CLOSE MERGE-FILE.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
