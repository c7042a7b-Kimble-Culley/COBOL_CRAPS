IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGRITY-CHECK.

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
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CMP-KEY
        FILE STATUS IS COMP-STATUS.

    SELECT LIFETIME-FILE ASSIGN TO "CRAPS-LIFETIME.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LT-KEY
        FILE STATUS IS LIFETIME-STATUS.

    SELECT MARKER-FILE ASSIGN TO "CRAPS-MARKERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MARKER-STATUS.

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

    SELECT TOURN-FILE ASSIGN TO "CRAPS-TOURN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TOURN-STATUS.

    SELECT VOUCHER-FILE ASSIGN TO "CRAPS-VOUCHER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS VOUCHER-STATUS.

    SELECT COUPON-FILE ASSIGN TO "CRAPS-COUPON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS COUPON-STATUS.

    SELECT TIER-FILE ASSIGN TO "CRAPS-TIERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TIER-STATUS.

    SELECT STAFF-FILE ASSIGN TO "CRAPS-STAFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS STAFF-STATUS.

    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT ALERT-FILE ASSIGN TO "CRAPS-ALERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ALERT-STATUS.

    SELECT RUNCARD-FILE ASSIGN TO "CRAPS-RUNCARD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RUNCARD-STATUS.

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

FD TOURN-FILE.
01 TOURN-RECORD.
    02 TRN-SESSION      PIC X(14).
    02 TRN-DATE         PIC X(8).
    02 TRN-TABLE        PIC 9(1).
    02 TRN-ACCOUNT      PIC 9(5).
    02 TRN-NAME         PIC X(20).
    02 TRN-CHIPS        PIC 9(7)V99.

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

FD TIER-FILE.
01 TIER-RECORD.
    02 TR-ACCOUNT       PIC 9(5).
    02 TR-NAME          PIC X(20).
    02 TR-TIER          PIC X(1).
    02 TR-CREDITS       PIC 9(9)V99.
    02 TR-QUAL-DATE     PIC X(8).
    02 TR-EXPIRE-DATE   PIC X(8).
    02 TR-PRIOR-TIER    PIC X(1).

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
    02 STF-NAME         PIC X(20).
    02 STF-ROLE         PIC X(1).
    02 STF-ACTIVE       PIC X(1).

FD AUDIT-FILE.
01 AUDIT-RECORD.
    02 AUD-DATE         PIC X(8).
    02 AUD-TIMESTAMP    PIC X(8).
    02 AUD-SESSION      PIC X(14).
    02 AUD-EVENT        PIC X(10).
    02 AUD-PLAYER       PIC X(20).
    02 AUD-GAMESTATE    PIC 9(1).
    02 AUD-POINT        PIC 9(2).
    02 AUD-AMOUNT       PIC 9(5)V99.
    02 AUD-REASON       PIC X(8).
    02 AUD-DEALER       PIC X(4).
    02 AUD-SEQ          PIC 9(7).
    02 AUD-ACCOUNT      PIC 9(5).

FD ALERT-FILE.
01 ALERT-RECORD.
    02 ALT-ALERT        PIC 9(7).
    02 ALT-TYPE         PIC X(1).
    02 ALT-DATE         PIC X(8).
    02 ALT-TIME         PIC X(8).
    02 ALT-SEVERITY     PIC X(1).
    02 ALT-TABLE        PIC 9(1).
    02 ALT-SEAT         PIC 9(1).
    02 ALT-ACCOUNT      PIC 9(5).
    02 ALT-PLAYER       PIC X(20).
    02 ALT-EVENT        PIC X(10).
    02 ALT-AMOUNT       PIC 9(5)V99.
    02 ALT-STAFF        PIC X(4).
    02 ALT-NOTE         PIC X(40).

FD RUNCARD-FILE.
01 RUNCARD-RECORD.
    02 RUN-TABLE        PIC 9(1).

FD SUPER-FILE.
01 SUPER-RECORD         PIC X(4).

WORKING-STORAGE SECTION.
01 ACCOUNT-STATUS       PIC X(2).
01 COMP-STATUS          PIC X(2).
01 LIFETIME-STATUS      PIC X(2).
01 MARKER-STATUS        PIC X(2).
01 CREDIT-STATUS        PIC X(2).
01 TEMP-STATUS          PIC X(2).
01 EXCLUDE-STATUS       PIC X(2).
01 TOURN-STATUS         PIC X(2).
01 VOUCHER-STATUS       PIC X(2).
01 COUPON-STATUS        PIC X(2).
01 TIER-STATUS          PIC X(2).
01 STAFF-STATUS         PIC X(2).
01 AUDIT-STATUS         PIC X(2).
01 ALERT-STATUS         PIC X(2).
01 RUNCARD-STATUS       PIC X(2).
01 SUPER-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "INTEGRITY-CHECK".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-SUPER-PIN         PIC X(4) VALUE "1234".
01 WS-PIN-TRY           PIC X(4) VALUE SPACES.
01 WS-CONFIRM           PIC X(1) VALUE 'N'.
01 WS-RUNCARD           PIC X(1) VALUE 'N'.
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-CRD-TMP-NAME      PIC X(16) VALUE "CRAPS-CREDIT.TMP".
01 WS-CRD-FINAL-NAME    PIC X(16) VALUE "CRAPS-CREDIT.DAT".
*> Every account number the master knows, indexed by the number
*> itself: 'A' open, 'M' retired by ACCT-MERGE, space not on file.
*> A second flag marks the patrons the exclusion list has in force
*> today, by account number or by the name on the account.
01 WS-ACCOUNTS-LOADED   PIC X(1) VALUE 'N'.
01 WS-ACCOUNT-TABLE.
    02 WS-ACCT-FLAG     PIC X(1) OCCURS 99999 TIMES.
01 WS-BARRED-TABLE.
    02 WS-ACCT-BARRED   PIC X(1) OCCURS 99999 TIMES.
*> Trail and alert references are reported once per account or
*> staff id, not once per row.
01 WS-SEEN-TABLE.
    02 WS-ACCT-SEEN     PIC X(1) OCCURS 99999 TIMES.
01 WS-EXC-IDX           PIC 9(4).
01 WS-EXC-COUNT         PIC 9(4) VALUE 0.
01 WS-EXC-TABLE.
    02 WS-EXC-ROW OCCURS 2000 TIMES.
        03 WS-EX-ACCOUNT    PIC 9(5).
        03 WS-EX-NAME       PIC X(20).
01 WS-STAFF-LOADED      PIC X(1) VALUE 'N'.
01 WS-STF-IDX           PIC 9(4).
01 WS-STAFF-COUNT       PIC 9(4) VALUE 0.
01 WS-STAFF-TABLE.
    02 WS-ST-ID         PIC X(4) OCCURS 500 TIMES.
01 WS-MISS-IDX          PIC 9(4).
01 WS-MISS-COUNT        PIC 9(4) VALUE 0.
01 WS-MISS-TABLE.
    02 WS-MS-ID         PIC X(4) OCCURS 500 TIMES.
01 WS-REF-ACCOUNT       PIC 9(5).
01 WS-REF-STATE         PIC X(1).
01 WS-REF-STAFF         PIC X(4).
01 WS-STAFF-FOUND       PIC X(1).
01 WS-ALREADY-SEEN      PIC X(1).
01 WS-NEEDS-HOLD        PIC X(1).
01 WS-BRK-SEVERITY      PIC X(7).
01 WS-BRK-FILE          PIC X(9).
01 WS-BRK-KEY           PIC X(30).
01 WS-BRK-TEXT          PIC X(40).
01 WS-ERROR-COUNT       PIC 9(5) VALUE 0.
01 WS-WARNING-COUNT     PIC 9(5) VALUE 0.
01 WS-FIXABLE-COUNT     PIC 9(5) VALUE 0.
01 WS-HOLDS-PLACED      PIC 9(5) VALUE 0.
01 WS-RC                PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Nightly referential integrity check across the masters. Every
    *> account-keyed reference - markers, credit lines, comp points,
    *> career lines, loyalty tiers, coupons, comp vouchers,
    *> tournament entries, exclusions and the live audit trails - is
    *> checked against CRAPS-ACCOUNTS.DAT, and every staff-keyed one
    *> - the dealer on each live trail row, the host on each voucher
    *> and the staff id on each pit alert - against CRAPS-STAFF.DAT.
    *> Account zero is a cash patron known only by name and is never
    *> a break. Each break is listed with its offending key as:
    *>   ERROR   money or a barred patron is at stake: an unpaid
    *>           marker on an account that is gone or merged away, or
    *>           a credit line not on hold for a patron the exclusion
    *>           list has in force today;
    *>   WARNING a dangling reference that costs nothing tonight.
    *> Return code 8 on any error (EOD-CLOSE halts before the backup
    *> so the broken set is not cut as a generation), 4 on warnings
    *> only, 0 when clean. Credit lines that should be on hold are
    *> the safe repair: run on its own (no run card from EOD-CLOSE),
    *> the check offers to put them on hold under the supervisor PIN.
    *> Everything else is for the cage or the pit to work by hand.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    PERFORM READ-RUNCARD.
    DISPLAY "===== INTEGRITY CHECK (" WS-TODAY ") =====".
    MOVE SPACES TO WS-ACCOUNT-TABLE.
    MOVE SPACES TO WS-BARRED-TABLE.
    MOVE SPACES TO WS-SEEN-TABLE.
    PERFORM LOAD-EXCLUSIONS.
    PERFORM LOAD-ACCOUNTS.
    PERFORM LOAD-STAFF.
    IF WS-ACCOUNTS-LOADED = 'Y'
        PERFORM CHECK-MARKERS
        PERFORM CHECK-CREDIT
        PERFORM CHECK-COMPS
        PERFORM CHECK-LIFETIME
        PERFORM CHECK-TIERS
        PERFORM CHECK-COUPONS
        PERFORM CHECK-TOURNAMENT
        PERFORM CHECK-EXCLUSIONS
    END-IF.
    PERFORM CHECK-VOUCHERS.
    PERFORM VARYING WS-TBL FROM 0 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        PERFORM CHECK-ONE-TRAIL
    END-PERFORM.
    PERFORM CHECK-ALERTS.
    PERFORM SHOW-SUMMARY.
    IF WS-FIXABLE-COUNT > 0 AND WS-RUNCARD NOT = 'Y'
        PERFORM OFFER-FIX
    END-IF.
    MOVE WS-RC TO RETURN-CODE.
    GOBACK.

READ-RUNCARD.
    *> EOD-CLOSE stages a run card for its steps; with one on file
    *> the check runs unattended and never offers the repair.
    MOVE 'N' TO WS-RUNCARD.
    OPEN INPUT RUNCARD-FILE.
    IF RUNCARD-STATUS = "00"
        READ RUNCARD-FILE
            AT END MOVE "10" TO RUNCARD-STATUS
        END-READ
        IF RUNCARD-STATUS = "00" AND RUN-TABLE IS NUMERIC
            MOVE 'Y' TO WS-RUNCARD
        END-IF
        CLOSE RUNCARD-FILE
    ELSE
        CONTINUE
    END-IF.

LOAD-EXCLUSIONS.
    *> Rows in force today, as the front door and the seats read
    *> them: inside their effective dates, matched on account number
    *> or name.
    OPEN INPUT EXCLUDE-FILE.
    EVALUATE EXCLUDE-STATUS
        WHEN "00"
            PERFORM UNTIL EXCLUDE-STATUS NOT = "00"
                READ EXCLUDE-FILE
                    AT END MOVE "10" TO EXCLUDE-STATUS
                END-READ
                IF EXCLUDE-STATUS = "00"
                    AND EXC-EFF <= WS-TODAY
                    AND EXC-EXP >= WS-TODAY
                    IF WS-EXC-COUNT < 2000
                        ADD 1 TO WS-EXC-COUNT
                        MOVE EXC-ACCOUNT TO WS-EX-ACCOUNT(WS-EXC-COUNT)
                        MOVE EXC-NAME TO WS-EX-NAME(WS-EXC-COUNT)
                    ELSE
                        DISPLAY "More than 2000 exclusions in force;"
                            " the rest are not checked."
                        MOVE "10" TO EXCLUDE-STATUS
                    END-IF
                END-IF
            END-PERFORM
            CLOSE EXCLUDE-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            MOVE "EXCLUDE" TO WS-BRK-FILE
            MOVE "FILE STATUS " TO WS-BRK-KEY
            MOVE EXCLUDE-STATUS TO WS-BRK-KEY(13:2)
            MOVE "exclusion list cannot be read" TO WS-BRK-TEXT
            PERFORM REPORT-ERROR
    END-EVALUATE.

LOAD-ACCOUNTS.
    OPEN INPUT ACCOUNT-FILE.
    EVALUATE ACCOUNT-STATUS
        WHEN "00"
            MOVE 'Y' TO WS-ACCOUNTS-LOADED
            PERFORM UNTIL ACCOUNT-STATUS NOT = "00"
                READ ACCOUNT-FILE
                    AT END MOVE "10" TO ACCOUNT-STATUS
                END-READ
                IF ACCOUNT-STATUS = "00"
                    AND ACCT-NUMBER IS NUMERIC AND ACCT-NUMBER > 0
                    PERFORM LOAD-ONE-ACCOUNT
                END-IF
            END-PERFORM
            CLOSE ACCOUNT-FILE
        WHEN "35"
            DISPLAY "No account master on file; account references"
                " not checked."
            MOVE "ACCOUNTS" TO WS-BRK-FILE
            MOVE "CRAPS-ACCOUNTS.DAT" TO WS-BRK-KEY
            MOVE "account master not on file" TO WS-BRK-TEXT
            PERFORM REPORT-WARNING
        WHEN OTHER
            MOVE "ACCOUNTS" TO WS-BRK-FILE
            MOVE "FILE STATUS " TO WS-BRK-KEY
            MOVE ACCOUNT-STATUS TO WS-BRK-KEY(13:2)
            MOVE "account master cannot be read" TO WS-BRK-TEXT
            PERFORM REPORT-ERROR
    END-EVALUATE.

LOAD-ONE-ACCOUNT.
    IF ACCT-LOCKOUT = "MERGED"
        MOVE 'M' TO WS-ACCT-FLAG(ACCT-NUMBER)
    ELSE
        MOVE 'A' TO WS-ACCT-FLAG(ACCT-NUMBER)
    END-IF.
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
            UNTIL WS-EXC-IDX > WS-EXC-COUNT
        IF (WS-EX-ACCOUNT(WS-EXC-IDX) > 0
            AND WS-EX-ACCOUNT(WS-EXC-IDX) = ACCT-NUMBER)
            OR WS-EX-NAME(WS-EXC-IDX) = ACCT-NAME
            MOVE 'Y' TO WS-ACCT-BARRED(ACCT-NUMBER)
        END-IF
    END-PERFORM.

LOAD-STAFF.
    OPEN INPUT STAFF-FILE.
    EVALUATE STAFF-STATUS
        WHEN "00"
            MOVE 'Y' TO WS-STAFF-LOADED
            PERFORM UNTIL STAFF-STATUS NOT = "00"
                READ STAFF-FILE
                    AT END MOVE "10" TO STAFF-STATUS
                END-READ
                IF STAFF-STATUS = "00" AND WS-STAFF-COUNT < 500
                    ADD 1 TO WS-STAFF-COUNT
                    MOVE STF-ID TO WS-ST-ID(WS-STAFF-COUNT)
                END-IF
            END-PERFORM
            CLOSE STAFF-FILE
        WHEN "35"
            DISPLAY "No staff master on file; staff references"
                " not checked."
        WHEN OTHER
            MOVE "STAFF" TO WS-BRK-FILE
            MOVE "FILE STATUS " TO WS-BRK-KEY
            MOVE STAFF-STATUS TO WS-BRK-KEY(13:2)
            MOVE "staff master cannot be read" TO WS-BRK-TEXT
            PERFORM REPORT-ERROR
    END-EVALUATE.

CHECK-MARKERS.
    *> Open or returned paper is money owed by an account; with the
    *> account gone, nobody can be billed for it. Deposited paper is
    *> with the bank and only a warning until it comes back.
    OPEN INPUT MARKER-FILE.
    IF MARKER-STATUS = "00"
        PERFORM UNTIL MARKER-STATUS NOT = "00"
            READ MARKER-FILE
                AT END MOVE "10" TO MARKER-STATUS
            END-READ
            IF MARKER-STATUS = "00"
                AND (MKR-STATUS = 'O' OR MKR-STATUS = 'N'
                     OR MKR-STATUS = 'D')
                MOVE MKR-ACCOUNT TO WS-REF-ACCOUNT
                PERFORM CHECK-ACCOUNT-REF
                PERFORM CHECK-ONE-MARKER
            END-IF
        END-PERFORM
        CLOSE MARKER-FILE
    ELSE
        IF MARKER-STATUS NOT = "35"
            MOVE "MARKERS" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
    END-IF.

CHECK-ONE-MARKER.
    IF WS-REF-STATE = 'A' OR WS-REF-STATE = 'Z'
        EXIT PARAGRAPH
    END-IF.
    MOVE "MARKERS" TO WS-BRK-FILE.
    MOVE SPACES TO WS-BRK-KEY.
    STRING "MARKER " MKR-NUMBER " ACCT " MKR-ACCOUNT
        DELIMITED BY SIZE INTO WS-BRK-KEY.
    EVALUATE WS-REF-STATE
        WHEN 'X'
            MOVE "unpaid marker on an account not on file"
                TO WS-BRK-TEXT
        WHEN 'M'
            MOVE "unpaid marker on a merged account" TO WS-BRK-TEXT
        WHEN OTHER
            MOVE "account number is not numeric" TO WS-BRK-TEXT
    END-EVALUATE.
    IF MKR-STATUS = 'D'
        MOVE "deposited marker on a lost account"
            TO WS-BRK-TEXT
        PERFORM REPORT-WARNING
    ELSE
        PERFORM REPORT-ERROR
    END-IF.

CHECK-CREDIT.
    OPEN INPUT CREDIT-FILE.
    IF CREDIT-STATUS = "00"
        PERFORM UNTIL CREDIT-STATUS NOT = "00"
            READ CREDIT-FILE
                AT END MOVE "10" TO CREDIT-STATUS
            END-READ
            IF CREDIT-STATUS = "00"
                PERFORM CHECK-ONE-CREDIT-LINE
            END-IF
        END-PERFORM
        CLOSE CREDIT-FILE
    ELSE
        IF CREDIT-STATUS NOT = "35"
            MOVE "CREDIT" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
    END-IF.

CHECK-ONE-CREDIT-LINE.
    *> A line left open for a patron who is barred, gone or merged
    *> away is the safe repair: it only needs its hold put on.
    MOVE CRD-ACCOUNT TO WS-REF-ACCOUNT.
    PERFORM CHECK-ACCOUNT-REF.
    PERFORM DECIDE-CREDIT-HOLD.
    MOVE "CREDIT" TO WS-BRK-FILE.
    MOVE SPACES TO WS-BRK-KEY.
    STRING "ACCT " CRD-ACCOUNT DELIMITED BY SIZE INTO WS-BRK-KEY.
    IF WS-NEEDS-HOLD = 'Y'
        ADD 1 TO WS-FIXABLE-COUNT
    END-IF.
    EVALUATE WS-REF-STATE
        WHEN 'A'
            IF WS-NEEDS-HOLD = 'Y'
                MOVE "credit line open on an excluded patron"
                    TO WS-BRK-TEXT
                PERFORM REPORT-ERROR
            END-IF
        WHEN 'X'
            MOVE "credit line on an account not on file"
                TO WS-BRK-TEXT
            PERFORM REPORT-WARNING
        WHEN 'M'
            MOVE "credit line on a merged account" TO WS-BRK-TEXT
            PERFORM REPORT-WARNING
        WHEN 'Z'
            MOVE "credit line on account zero" TO WS-BRK-TEXT
            PERFORM REPORT-WARNING
        WHEN OTHER
            MOVE "account number is not numeric" TO WS-BRK-TEXT
            PERFORM REPORT-WARNING
    END-EVALUATE.

DECIDE-CREDIT-HOLD.
    *> WS-REF-STATE is set for CRD-ACCOUNT.
    MOVE 'N' TO WS-NEEDS-HOLD.
    IF CRD-HOLD = 'Y'
        EXIT PARAGRAPH
    END-IF.
    EVALUATE WS-REF-STATE
        WHEN 'A'
            IF WS-ACCT-BARRED(CRD-ACCOUNT) = 'Y'
                MOVE 'Y' TO WS-NEEDS-HOLD
            END-IF
        WHEN 'X'
        WHEN 'M'
            MOVE 'Y' TO WS-NEEDS-HOLD
    END-EVALUATE.

CHECK-COMPS.
    OPEN INPUT COMP-FILE.
    IF COMP-STATUS = "00"
        PERFORM UNTIL COMP-STATUS NOT = "00"
            READ COMP-FILE
                AT END MOVE "10" TO COMP-STATUS
            END-READ
            IF COMP-STATUS = "00"
                MOVE CMP-ACCOUNT TO WS-REF-ACCOUNT
                PERFORM CHECK-ACCOUNT-REF
                IF WS-REF-STATE NOT = 'A' AND WS-REF-STATE NOT = 'Z'
                    MOVE "COMPS" TO WS-BRK-FILE
                    MOVE SPACES TO WS-BRK-KEY
                    STRING "ACCT " CMP-ACCOUNT
                        DELIMITED BY SIZE INTO WS-BRK-KEY
                    PERFORM REPORT-DANGLING-ACCOUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE COMP-FILE
    ELSE
        IF COMP-STATUS NOT = "35"
            MOVE "COMPS" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
    END-IF.

CHECK-LIFETIME.
    OPEN INPUT LIFETIME-FILE.
    IF LIFETIME-STATUS = "00"
        PERFORM UNTIL LIFETIME-STATUS NOT = "00"
            READ LIFETIME-FILE
                AT END MOVE "10" TO LIFETIME-STATUS
            END-READ
            IF LIFETIME-STATUS = "00"
                MOVE LT-ACCOUNT TO WS-REF-ACCOUNT
                PERFORM CHECK-ACCOUNT-REF
                IF WS-REF-STATE NOT = 'A' AND WS-REF-STATE NOT = 'Z'
                    MOVE "LIFETIME" TO WS-BRK-FILE
                    MOVE SPACES TO WS-BRK-KEY
                    STRING "ACCT " LT-ACCOUNT
                        DELIMITED BY SIZE INTO WS-BRK-KEY
                    PERFORM REPORT-DANGLING-ACCOUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE LIFETIME-FILE
    ELSE
        IF LIFETIME-STATUS NOT = "35"
            MOVE "LIFETIME" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
    END-IF.

CHECK-TIERS.
    OPEN INPUT TIER-FILE.
    IF TIER-STATUS = "00"
        PERFORM UNTIL TIER-STATUS NOT = "00"
            READ TIER-FILE
                AT END MOVE "10" TO TIER-STATUS
            END-READ
            IF TIER-STATUS = "00"
                MOVE TR-ACCOUNT TO WS-REF-ACCOUNT
                PERFORM CHECK-ACCOUNT-REF
                IF WS-REF-STATE NOT = 'A'
                    MOVE "TIERS" TO WS-BRK-FILE
                    MOVE SPACES TO WS-BRK-KEY
                    STRING "ACCT " TR-ACCOUNT
                        DELIMITED BY SIZE INTO WS-BRK-KEY
                    PERFORM REPORT-DANGLING-ACCOUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE TIER-FILE
    ELSE
        IF TIER-STATUS NOT = "35"
            MOVE "TIERS" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
    END-IF.

CHECK-COUPONS.
    *> Unrestricted coupons carry account zero.
    OPEN INPUT COUPON-FILE.
    IF COUPON-STATUS = "00"
        PERFORM UNTIL COUPON-STATUS NOT = "00"
            READ COUPON-FILE
                AT END MOVE "10" TO COUPON-STATUS
            END-READ
            IF COUPON-STATUS = "00"
                MOVE CPN-ACCOUNT TO WS-REF-ACCOUNT
                PERFORM CHECK-ACCOUNT-REF
                IF WS-REF-STATE NOT = 'A' AND WS-REF-STATE NOT = 'Z'
                    MOVE "COUPON" TO WS-BRK-FILE
                    MOVE SPACES TO WS-BRK-KEY
                    STRING "SERIAL " CPN-SERIAL " ACCT " CPN-ACCOUNT
                        DELIMITED BY SIZE INTO WS-BRK-KEY
                    PERFORM REPORT-DANGLING-ACCOUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE COUPON-FILE
    ELSE
        IF COUPON-STATUS NOT = "35"
            MOVE "COUPON" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
    END-IF.

CHECK-TOURNAMENT.
    OPEN INPUT TOURN-FILE.
    IF TOURN-STATUS = "00"
        PERFORM UNTIL TOURN-STATUS NOT = "00"
            READ TOURN-FILE
                AT END MOVE "10" TO TOURN-STATUS
            END-READ
            IF TOURN-STATUS = "00"
                MOVE TRN-ACCOUNT TO WS-REF-ACCOUNT
                PERFORM CHECK-ACCOUNT-REF
                IF WS-REF-STATE NOT = 'A' AND WS-REF-STATE NOT = 'Z'
                    MOVE "TOURN" TO WS-BRK-FILE
                    MOVE SPACES TO WS-BRK-KEY
                    STRING TRN-SESSION " ACCT " TRN-ACCOUNT
                        DELIMITED BY SIZE INTO WS-BRK-KEY
                    PERFORM REPORT-DANGLING-ACCOUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE TOURN-FILE
    ELSE
        IF TOURN-STATUS NOT = "35"
            MOVE "TOURN" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
    END-IF.

CHECK-EXCLUSIONS.
    *> An exclusion keeps its force by name even when the account it
    *> was entered under is gone, so it is only ever a warning and
    *> is never removed here.
    OPEN INPUT EXCLUDE-FILE.
    IF EXCLUDE-STATUS = "00"
        PERFORM UNTIL EXCLUDE-STATUS NOT = "00"
            READ EXCLUDE-FILE
                AT END MOVE "10" TO EXCLUDE-STATUS
            END-READ
            IF EXCLUDE-STATUS = "00"
                MOVE EXC-ACCOUNT TO WS-REF-ACCOUNT
                PERFORM CHECK-ACCOUNT-REF
                IF WS-REF-STATE NOT = 'A' AND WS-REF-STATE NOT = 'Z'
                    MOVE "EXCLUDE" TO WS-BRK-FILE
                    MOVE SPACES TO WS-BRK-KEY
                    STRING "ACCT " EXC-ACCOUNT " TYPE " EXC-TYPE
                        DELIMITED BY SIZE INTO WS-BRK-KEY
                    PERFORM REPORT-DANGLING-ACCOUNT
                END-IF
            END-IF
        END-PERFORM
        CLOSE EXCLUDE-FILE
    END-IF.

CHECK-VOUCHERS.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS = "00"
        PERFORM UNTIL VOUCHER-STATUS NOT = "00"
            READ VOUCHER-FILE
                AT END MOVE "10" TO VOUCHER-STATUS
            END-READ
            IF VOUCHER-STATUS = "00"
                PERFORM CHECK-ONE-VOUCHER
            END-IF
        END-PERFORM
        CLOSE VOUCHER-FILE
    ELSE
        IF VOUCHER-STATUS NOT = "35"
            MOVE "VOUCHER" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
    END-IF.

CHECK-ONE-VOUCHER.
    MOVE "VOUCHER" TO WS-BRK-FILE.
    MOVE SPACES TO WS-BRK-KEY.
    STRING "VOUCHER " VCH-NUMBER " ACCT " VCH-ACCOUNT
        DELIMITED BY SIZE INTO WS-BRK-KEY.
    IF WS-ACCOUNTS-LOADED = 'Y'
        MOVE VCH-ACCOUNT TO WS-REF-ACCOUNT
        PERFORM CHECK-ACCOUNT-REF
        IF WS-REF-STATE NOT = 'A'
            PERFORM REPORT-DANGLING-ACCOUNT
        END-IF
    END-IF.
    IF WS-STAFF-LOADED = 'Y' AND VCH-HOST NOT = SPACES
        MOVE VCH-HOST TO WS-REF-STAFF
        PERFORM FIND-STAFF
        IF WS-STAFF-FOUND NOT = 'Y'
            MOVE SPACES TO WS-BRK-KEY
            STRING "VOUCHER " VCH-NUMBER " HOST " VCH-HOST
                DELIMITED BY SIZE INTO WS-BRK-KEY
            MOVE "issuing host not on the staff master"
                TO WS-BRK-TEXT
            PERFORM REPORT-WARNING
        END-IF
    END-IF.

CHECK-ONE-TRAIL.
    *> The live trail of one table (table 0 is the comp desk). A
    *> trail row under a merged number is still good: ACCT-SURVIVOR
    *> resolves it for every report that reads the trail.
    MOVE SPACES TO WS-AUDIT-NAME.
    STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
        DELIMITED BY SIZE INTO WS-AUDIT-NAME.
    OPEN INPUT AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00"
        IF AUDIT-STATUS NOT = "35"
            MOVE "AUDIT" TO WS-BRK-FILE
            MOVE WS-AUDIT-NAME TO WS-BRK-KEY
            MOVE "live trail cannot be read" TO WS-BRK-TEXT
            PERFORM REPORT-ERROR
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-BRK-FILE.
    STRING "AUDIT.T" WS-TBL-DIGIT DELIMITED BY SIZE INTO WS-BRK-FILE.
    PERFORM UNTIL AUDIT-STATUS NOT = "00"
        READ AUDIT-FILE
            AT END MOVE "10" TO AUDIT-STATUS
        END-READ
        IF AUDIT-STATUS = "00"
            PERFORM CHECK-ONE-TRAIL-ROW
        END-IF
    END-PERFORM.
    CLOSE AUDIT-FILE.

CHECK-ONE-TRAIL-ROW.
    IF WS-ACCOUNTS-LOADED = 'Y'
        AND AUD-ACCOUNT IS NUMERIC AND AUD-ACCOUNT > 0
        MOVE AUD-ACCOUNT TO WS-REF-ACCOUNT
        PERFORM CHECK-ACCOUNT-REF
        IF WS-REF-STATE = 'X'
            AND WS-ACCT-SEEN(AUD-ACCOUNT) NOT = 'Y'
            MOVE 'Y' TO WS-ACCT-SEEN(AUD-ACCOUNT)
            MOVE SPACES TO WS-BRK-KEY
            STRING "SEQ " AUD-SEQ " ACCT " AUD-ACCOUNT
                DELIMITED BY SIZE INTO WS-BRK-KEY
            MOVE "trail account not on file" TO WS-BRK-TEXT
            PERFORM REPORT-WARNING
        END-IF
    END-IF.
    IF WS-STAFF-LOADED = 'Y' AND AUD-DEALER NOT = SPACES
        MOVE AUD-DEALER TO WS-REF-STAFF
        PERFORM CHECK-STAFF-REF
        IF WS-STAFF-FOUND NOT = 'Y' AND WS-ALREADY-SEEN NOT = 'Y'
            MOVE SPACES TO WS-BRK-KEY
            STRING "SEQ " AUD-SEQ " DEALER " AUD-DEALER
                DELIMITED BY SIZE INTO WS-BRK-KEY
            MOVE "dealer not on the staff master" TO WS-BRK-TEXT
            PERFORM REPORT-WARNING
        END-IF
    END-IF.

CHECK-ALERTS.
    *> The dealer on a raised alert, the supervisor on an
    *> acknowledgment or escalation.
    IF WS-STAFF-LOADED NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ALERT-FILE.
    IF ALERT-STATUS NOT = "00"
        IF ALERT-STATUS NOT = "35"
            MOVE "ALERT" TO WS-BRK-FILE
            PERFORM REPORT-UNREADABLE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL ALERT-STATUS NOT = "00"
        READ ALERT-FILE
            AT END MOVE "10" TO ALERT-STATUS
        END-READ
        IF ALERT-STATUS = "00" AND ALT-STAFF NOT = SPACES
            MOVE ALT-STAFF TO WS-REF-STAFF
            PERFORM CHECK-STAFF-REF
            IF WS-STAFF-FOUND NOT = 'Y' AND WS-ALREADY-SEEN NOT = 'Y'
                MOVE "ALERT" TO WS-BRK-FILE
                MOVE SPACES TO WS-BRK-KEY
                STRING "ALERT " ALT-ALERT " " ALT-TYPE
                    " STAFF " ALT-STAFF
                    DELIMITED BY SIZE INTO WS-BRK-KEY
                MOVE "staff id not on the staff master"
                    TO WS-BRK-TEXT
                PERFORM REPORT-WARNING
            END-IF
        END-IF
    END-PERFORM.
    CLOSE ALERT-FILE.

CHECK-ACCOUNT-REF.
    *> WS-REF-STATE: 'A' open account, 'M' merged away, 'X' not on
    *> file, 'Z' account zero (a name-only patron), 'N' not numeric.
    IF WS-REF-ACCOUNT IS NOT NUMERIC
        MOVE 'N' TO WS-REF-STATE
        EXIT PARAGRAPH
    END-IF.
    IF WS-REF-ACCOUNT = 0
        MOVE 'Z' TO WS-REF-STATE
        EXIT PARAGRAPH
    END-IF.
    EVALUATE WS-ACCT-FLAG(WS-REF-ACCOUNT)
        WHEN 'A'
            MOVE 'A' TO WS-REF-STATE
        WHEN 'M'
            MOVE 'M' TO WS-REF-STATE
        WHEN OTHER
            MOVE 'X' TO WS-REF-STATE
    END-EVALUATE.

REPORT-DANGLING-ACCOUNT.
    *> WS-BRK-FILE and WS-BRK-KEY are staged by the caller.
    EVALUATE WS-REF-STATE
        WHEN 'X'
            MOVE "account not on file" TO WS-BRK-TEXT
        WHEN 'M'
            MOVE "account merged away" TO WS-BRK-TEXT
        WHEN 'Z'
            MOVE "no account number" TO WS-BRK-TEXT
        WHEN OTHER
            MOVE "account number is not numeric" TO WS-BRK-TEXT
    END-EVALUATE.
    PERFORM REPORT-WARNING.

FIND-STAFF.
    MOVE 'N' TO WS-STAFF-FOUND.
    PERFORM VARYING WS-STF-IDX FROM 1 BY 1
            UNTIL WS-STF-IDX > WS-STAFF-COUNT
        IF WS-ST-ID(WS-STF-IDX) = WS-REF-STAFF
            MOVE 'Y' TO WS-STAFF-FOUND
            MOVE WS-STAFF-COUNT TO WS-STF-IDX
        END-IF
    END-PERFORM.

CHECK-STAFF-REF.
    *> As FIND-STAFF, and a missing id already reported from a trail
    *> or the alert queue comes back with WS-ALREADY-SEEN set.
    MOVE 'N' TO WS-ALREADY-SEEN.
    PERFORM FIND-STAFF.
    IF WS-STAFF-FOUND = 'Y'
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
            UNTIL WS-MISS-IDX > WS-MISS-COUNT
        IF WS-MS-ID(WS-MISS-IDX) = WS-REF-STAFF
            MOVE 'Y' TO WS-ALREADY-SEEN
            MOVE WS-MISS-COUNT TO WS-MISS-IDX
        END-IF
    END-PERFORM.
    IF WS-ALREADY-SEEN NOT = 'Y' AND WS-MISS-COUNT < 500
        ADD 1 TO WS-MISS-COUNT
        MOVE WS-REF-STAFF TO WS-MS-ID(WS-MISS-COUNT)
    END-IF.

REPORT-UNREADABLE.
    *> WS-BRK-FILE is staged by the caller; the file status is the
    *> one left by the failed OPEN.
    MOVE "file cannot be read" TO WS-BRK-TEXT.
    MOVE SPACES TO WS-BRK-KEY.
    EVALUATE WS-BRK-FILE
        WHEN "MARKERS"
            STRING "FILE STATUS " MARKER-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
        WHEN "CREDIT"
            STRING "FILE STATUS " CREDIT-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
        WHEN "COMPS"
            STRING "FILE STATUS " COMP-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
        WHEN "LIFETIME"
            STRING "FILE STATUS " LIFETIME-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
        WHEN "TIERS"
            STRING "FILE STATUS " TIER-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
        WHEN "COUPON"
            STRING "FILE STATUS " COUPON-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
        WHEN "TOURN"
            STRING "FILE STATUS " TOURN-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
        WHEN "VOUCHER"
            STRING "FILE STATUS " VOUCHER-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
        WHEN "ALERT"
            STRING "FILE STATUS " ALERT-STATUS
                DELIMITED BY SIZE INTO WS-BRK-KEY
    END-EVALUATE.
    PERFORM REPORT-ERROR.

REPORT-ERROR.
    MOVE "ERROR" TO WS-BRK-SEVERITY.
    ADD 1 TO WS-ERROR-COUNT.
    MOVE 8 TO WS-RC.
    PERFORM SHOW-BREAK.

REPORT-WARNING.
    MOVE "WARNING" TO WS-BRK-SEVERITY.
    ADD 1 TO WS-WARNING-COUNT.
    IF WS-RC < 4
        MOVE 4 TO WS-RC
    END-IF.
    PERFORM SHOW-BREAK.

SHOW-BREAK.
    DISPLAY WS-BRK-SEVERITY " " WS-BRK-FILE " " WS-BRK-KEY " "
        WS-BRK-TEXT.

SHOW-SUMMARY.
    DISPLAY " ".
    IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0
        DISPLAY "No breaks found."
    ELSE
        DISPLAY "Errors:   " WS-ERROR-COUNT
        DISPLAY "Warnings: " WS-WARNING-COUNT
    END-IF.
    IF WS-FIXABLE-COUNT > 0
        DISPLAY "Credit lines that should be on hold: "
            WS-FIXABLE-COUNT
    END-IF.
    IF WS-ERROR-COUNT > 0
        MOVE 'E' TO WS-OPS-SEVERITY
    ELSE
        MOVE 'W' TO WS-OPS-SEVERITY
    END-IF.
    IF WS-ERROR-COUNT > 0 OR WS-WARNING-COUNT > 0
        MOVE SPACES TO WS-OPS-TEXT
        STRING "integrity check: " WS-ERROR-COUNT " error(s), "
            WS-WARNING-COUNT " warning(s)"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

OFFER-FIX.
    *> The return code stands as found: it reports the state the
    *> check met, and the next run confirms the repair.
    DISPLAY "Put these credit lines on hold now? (Y/N): ".
    MOVE 'N' TO WS-CONFIRM.
    ACCEPT WS-CONFIRM.
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "No repair made."
        EXIT PARAGRAPH
    END-IF.
    PERFORM CHECK-SUPER-PIN.
    IF WS-PIN-TRY NOT = WS-SUPER-PIN
        DISPLAY "Supervisor PIN refused. No repair made."
        EXIT PARAGRAPH
    END-IF.
    PERFORM HOLD-CREDIT-LINES.

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

HOLD-CREDIT-LINES.
    *> The credit file is rewritten through CRAPS-CREDIT.TMP with the
    *> same test the check applied, so a line changed since the
    *> report is judged as it stands now.
    MOVE 0 TO WS-HOLDS-PLACED.
    OPEN INPUT CREDIT-FILE.
    IF CREDIT-STATUS NOT = "00"
        DISPLAY "Cannot read the credit file (FILE STATUS "
            CREDIT-STATUS "); no repair made."
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT CREDIT-TEMP-FILE.
    IF TEMP-STATUS NOT = "00"
        DISPLAY "Cannot create CRAPS-CREDIT.TMP (FILE STATUS "
            TEMP-STATUS "); no repair made."
        CLOSE CREDIT-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL CREDIT-STATUS NOT = "00" OR TEMP-STATUS NOT = "00"
        READ CREDIT-FILE
            AT END MOVE "10" TO CREDIT-STATUS
        END-READ
        IF CREDIT-STATUS = "00"
            MOVE CRD-ACCOUNT TO WS-REF-ACCOUNT
            PERFORM CHECK-ACCOUNT-REF
            PERFORM DECIDE-CREDIT-HOLD
            IF WS-NEEDS-HOLD = 'Y'
                MOVE 'Y' TO CRD-HOLD
                MOVE WS-TODAY TO CRD-HOLD-DATE
                ADD 1 TO WS-HOLDS-PLACED
            END-IF
            WRITE CREDIT-TEMP-RECORD FROM CREDIT-RECORD
        END-IF
    END-PERFORM.
    CLOSE CREDIT-FILE.
    IF TEMP-STATUS NOT = "00"
        CLOSE CREDIT-TEMP-FILE
        DISPLAY "Error writing the credit temp file; no repair made."
        EXIT PARAGRAPH
    END-IF.
    CLOSE CREDIT-TEMP-FILE.
    CALL "CBL_RENAME_FILE" USING WS-CRD-TMP-NAME WS-CRD-FINAL-NAME.
    IF RETURN-CODE NOT = 0
        DISPLAY "Error replacing the credit file; holds left in"
            " CRAPS-CREDIT.TMP."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "credit holds not applied: CRAPS-CREDIT.DAT not replaced"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Credit lines put on hold: " WS-HOLDS-PLACED.
    MOVE 'W' TO WS-OPS-SEVERITY.
    MOVE SPACES TO WS-OPS-TEXT.
    STRING "integrity repair: " WS-HOLDS-PLACED
        " credit line(s) put on hold"
        DELIMITED BY SIZE INTO WS-OPS-TEXT.
    PERFORM WRITE-OPS-LOG.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
